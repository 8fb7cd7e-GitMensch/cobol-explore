      *> Shared TICKET-LEDGER record layout -- copied into the game's
      *> FILE SECTION and into the ticket reconciliation batch
      *> (ticket-report.cbl). One record per payout the dispenser
      *> worked, written when it finished or gave up: what the run
      *> won on the payout table, what it was due after the per-play
      *> cap, what the dispenser's notch switch counted out, and
      *> what was left owed when the dispenser stopped counting
      *> (empty bin or a jam -- the attendant pays those by hand).
      *> A ticket the notch switch counted with no payout running is
      *> booked on its own as an unrequested ticket.
       01 ticket-ledger-record.
           05 tkt-rec-timestamp     pic x(26).
           05 tkt-rec-start-ts      pic x(26).
           05 tkt-rec-player-no     pic 9.
           05 tkt-rec-score         pic 9(9).
           05 tkt-rec-distance      pic 9(9).
      *> the venue whose table paid the run; blank for the house
      *> table.
           05 tkt-rec-venue-id      pic x(12).
           05 tkt-rec-tickets-won   pic 9(4).
           05 tkt-rec-tickets-due   pic 9(4).
           05 tkt-rec-tickets-paid  pic 9(4).
           05 tkt-rec-tickets-owed  pic 9(4).
           05 tkt-rec-status        pic x(4).
               88 tkt-status-paid       value 'PAID'.
               88 tkt-status-owed       value 'OWED'.
               88 tkt-status-extra      value 'XTRA'.
