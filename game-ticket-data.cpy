      *> Redemption ticket payout and dispenser state. The payout
      *> table comes from TICKET-PAYOUT at power-on (house rows, then
      *> this cabinet's venue rows over them); with no bands the
      *> cabinet pays no tickets and none of this ever runs. Every
      *> payout a round earns joins a short queue the dispenser
      *> works through a ticket at a time, and each one lands in the
      *> TICKET-LEDGER when it is paid out or the dispenser gives up.
       01 tkp-file-status              pic xx.
           88 tkp-file-ok              value '00'.
       01 tkt-file-status              pic xx.
           88 tkt-file-ok              value '00'.
       01 tkd-file-status              pic xx.
           88 tkd-file-ok              value '00'.

       78  ticket-band-max             value 20.
       01 ticket-band-count            pic 9(4) comp-5 value 0.
       01 ticket-band-idx              pic 9(4) comp-5.
       01 ticket-band-table.
           05 ticket-band-entry occurs 20 times.
               10 tb-measure            pic x.
               10 tb-from               pic 9(9).
               10 tb-tickets            pic 9(4).
      *> the venue's own bands, gathered apart while the file is read
      *> and swapped in over the house bands when there are any.
       01 venue-band-count             pic 9(4) comp-5 value 0.
       01 venue-band-table.
           05 venue-band-entry occurs 20 times.
               10 vtb-measure           pic x.
               10 vtb-from              pic 9(9).
               10 vtb-tickets           pic 9(4).
       01 ticket-cap                   pic 9(4) value 0.
       01 venue-ticket-cap             pic 9(4) value 0.
       01 venue-cap-flag               pic x value 'N'.
           88 venue-cap-found          value 'Y'.
      *> the venue whose table is in force, blank for the house's.
       01 ticket-table-venue-id        pic x(12) value spaces.

      *> payouts waiting on the dispenser, oldest first. A 2P round
      *> queues one per player.
       78  ticket-queue-max            value 4.
       01 ticket-queue-count           pic 9(4) comp-5 value 0.
       01 ticket-queue-idx             pic 9(4) comp-5.
       01 ticket-queue-table.
           05 ticket-queue-entry occurs 4 times.
               10 tq-start-ts           pic x(26).
               10 tq-player-no          pic 9.
               10 tq-score              pic 9(9).
               10 tq-distance           pic 9(9).
               10 tq-won                pic 9(4).
               10 tq-due                pic 9(4).

      *> the dispenser is told what to pay through
      *> ticket-dispense.dat, rewritten whole each time the head of
      *> the queue changes: one record, the payout's round and
      *> player and the tickets it is due. The dispenser's driver
      *> counts that many out and stops; a record of zero tickets
      *> means stop now -- the payout before it was booked owed and
      *> nothing more is to come out for it.
      *> the dispenser's notch switch arrives as a keydown on this
      *> cabinet wiring, like the coin switch; three seconds at the
      *> 50fps step with no notch means the bin is empty or the
      *> mechanism has jammed, and the rest of the payout is owed.
       78  ticket-notch-timeout-frames value 150.
       01 ticket-notch-wait-frames     pic 9(4) comp-5 value 0.
       01 ticket-paid-count            pic 9(4) value 0.
      *> set while the queue is booked out at shutdown, so the later
      *> payouts are not started on a cabinet going down.
       01 ticket-flush-flag            pic x value 'N'.
           88 ticket-flushing          value 'Y'.
       01 tickets-won                  pic 9(4) value 0.
       01 tickets-due                  pic 9(4) value 0.
      *> owed since the attendant last opened the service screen;
      *> shown on the attract and game-over screens until then.
       01 tickets-owed-total           pic 9(5) value 0.
       01 tickets-owed-ed              pic z(4)9.
       01 tickets-left-ed              pic z(3)9.
