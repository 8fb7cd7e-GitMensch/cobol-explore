           05 cfg-rec-theme-pack    pic x(60).
           05 cfg-rec-free-play     pic x.
           05 cfg-rec-close-time    pic x(4).
           05 cfg-rec-venue-id      pic x(12).

       fd  error-log-file.
       01 error-log-record.
       fd  coin-ledger-file.
           copy coin-ledger-record.

       fd  coin-pricing-file.
           copy coin-pricing-record.

       fd  ticket-payout-file.
           copy ticket-payout-record.

       fd  ticket-ledger-file.
           copy ticket-ledger-record.

       fd  ticket-dispense-file.
       01 ticket-dispense-record.
           05 tkd-rec-timestamp     pic x(26).
           05 tkd-rec-start-ts      pic x(26).
           05 tkd-rec-player-no     pic 9.
           05 tkd-rec-tickets       pic 9(4).

       fd  operator-action-file.
           copy operator-action-record.

       fd  venue-board-file.
           copy venue-board-record.

