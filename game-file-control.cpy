               access mode is sequential
               file status is coin-file-status.

      *> Site-edited price plans (base price, multi-coin bonus and
      *> happy-hour windows); read once at init, so a promo night
      *> needs an edit, not a rebuild. No file prices every coin at
      *> the house plan.
           select coin-pricing-file assign to "coin-pricing.dat"
               organization is line sequential
               access mode is sequential
               file status is prc-file-status.

      *> Redemption ticket payout table (score/distance bands, the
      *> per-play cap, venue overrides); read once at init like the
      *> price plans. No file means the cabinet pays no tickets.
           select ticket-payout-file assign to "ticket-payout.dat"
               organization is line sequential
               access mode is sequential
               file status is tkp-file-status.

      *> Append-only ticket trail, one record per payout the
      *> dispenser worked, reconciled against the attendant's bin
      *> count by ticket-report.cbl.
           select ticket-ledger-file assign to "ticket-ledger.dat"
               organization is line sequential
               access mode is sequential
               file status is tkt-file-status.

      *> Command to the ticket dispenser: the payout now at the head
      *> of the queue, rewritten in place each time it changes.
           select ticket-dispense-file assign to "ticket-dispense.dat"
               organization is line sequential
               access mode is sequential
               file status is tkd-file-status.

      *> Append-only operator action log: service credits granted
      *> and destructive service-menu actions, each with the
      *> attendant who did it.
           select operator-action-file assign to "operator-action.dat"
               organization is line sequential
               access mode is sequential
               file status is opa-file-status.

      *> Venue-wide standings distributed nightly by venue-board.cbl;
      *> read-only here, shown on the attract screen beside the
      *> cabinet's own board.
