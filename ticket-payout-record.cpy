      *> Shared TICKET-PAYOUT table layout -- one record per line of
      *> ticket-payout.dat, edited by the route in the cabinet's data
      *> directory like coin-pricing.dat and read by the game at
      *> power-on and by the ticket reconciliation (ticket-report.cbl).
      *> Records with a blank venue id are the house table; records
      *> carrying the venue id named in the cabinet's game-config.dat
      *> override it, type by type -- a venue with bands of its own
      *> pays on those alone, a venue cap replaces the house cap --
      *> so one file can go out to the whole route. No file, or no
      *> bands, means the cabinet pays no tickets.
      *>   B  band: a run whose score (measure S) or distance (D)
      *>      reaches the from-value pays the band's tickets; the
      *>      highest band reached pays, not the sum.
      *>   C  cap: the most tickets one play pays, whatever the bands
      *>      say (tickets field).
      *>   V  value: what one ticket costs the house and the payout,
      *>      as a percentage of the money taken, the table is meant
      *>      to hold to; read only by the reconciliation.
       01 ticket-payout-record.
           05 tkp-rec-venue-id      pic x(12).
           05 tkp-rec-type          pic x.
               88 tkp-type-band         value 'B'.
               88 tkp-type-cap          value 'C'.
               88 tkp-type-value        value 'V'.
           05 tkp-rec-measure       pic x.
               88 tkp-measure-score     value 'S'.
               88 tkp-measure-distance  value 'D'.
           05 tkp-rec-from          pic 9(9).
           05 tkp-rec-tickets       pic 9(4).
           05 tkp-rec-ticket-cost   pic 9(1)v9(4).
           05 tkp-rec-target-pct    pic 9(3)v99.
