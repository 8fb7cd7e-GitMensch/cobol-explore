       load-ticket-payout.
      *    house rows fill the table as they come; rows for this
      *    cabinet's venue are held apart and replace the house bands
      *    (and cap) once the whole file is read, so the order of
      *    the lines in the file does not matter.
           move zero to ticket-band-count venue-band-count ticket-cap
               venue-ticket-cap
           move 'N' to venue-cap-flag
           move spaces to ticket-table-venue-id
           open input ticket-payout-file
           if not tkp-file-ok
               exit paragraph
           end-if
           perform until 1 = 2
               read ticket-payout-file
                   at end
                       exit perform
                   not at end
                       perform take-payout-record
               end-read
           end-perform
           close ticket-payout-file
           if venue-band-count > 0
               move venue-band-table to ticket-band-table
               move venue-band-count to ticket-band-count
               move cfg-venue-id to ticket-table-venue-id
           end-if
           if venue-cap-found
               move venue-ticket-cap to ticket-cap
               move cfg-venue-id to ticket-table-venue-id
           end-if
           .

       take-payout-record.
           if ticket-payout-record = spaces
               exit paragraph
           end-if
           if tkp-rec-venue-id not = spaces
               and (cfg-venue-id = spaces
                   or tkp-rec-venue-id not = cfg-venue-id)
               exit paragraph
           end-if
           evaluate true
               when tkp-type-band
                   perform take-payout-band
               when tkp-type-cap
                   if tkp-rec-tickets is numeric
                       if tkp-rec-venue-id = spaces
                           move tkp-rec-tickets to ticket-cap
                       else
                           move tkp-rec-tickets to venue-ticket-cap
                           set venue-cap-found to true
                       end-if
                   end-if
               when tkp-type-value
                   continue
               when other
                   move spaces to err-message
                   string 'ticket-payout.dat row type "'
                       delimited by size
                       tkp-rec-type delimited by size
                       '" skipped -- not B, C or V' delimited by size
                       into err-message
                   end-string
                   perform write-error-log
           end-evaluate
           .

       take-payout-band.
      *    a band that can't be judged (no measure, a count that is
      *    not a number) is left out and logged, like a bad price
      *    plan, so the fleet monitor brings the typo to the route.
           if not (tkp-measure-score or tkp-measure-distance)
               or tkp-rec-from is not numeric
               or tkp-rec-tickets is not numeric
               move 'ticket-payout.dat: band with bad fields skipped'
                   to err-message
               perform write-error-log
               exit paragraph
           end-if
           if tkp-rec-venue-id = spaces
               if ticket-band-count >= ticket-band-max
                   move 'ticket-payout.dat: more bands than the table'
                       to err-message
                   perform write-error-log
                   exit paragraph
               end-if
               add 1 to ticket-band-count
               move tkp-rec-measure to tb-measure (ticket-band-count)
               move tkp-rec-from to tb-from (ticket-band-count)
               move tkp-rec-tickets to tb-tickets (ticket-band-count)
           else
               if venue-band-count >= ticket-band-max
                   move 'ticket-payout.dat: more venue bands than table'
                       to err-message
                   perform write-error-log
                   exit paragraph
               end-if
               add 1 to venue-band-count
               move tkp-rec-measure to vtb-measure (venue-band-count)
               move tkp-rec-from to vtb-from (venue-band-count)
               move tkp-rec-tickets to vtb-tickets (venue-band-count)
           end-if
           .

       queue-ticket-payout.
      *    called once per player per round, right after the run's
      *    SESSION-LOG record, with score/distance/sess-player-no
      *    still holding that player's figures. A free play buys no
      *    tickets -- a promo day must not turn into a giveaway.
           if ticket-band-count = 0 or free-play-active
               exit paragraph
           end-if
           move zero to tickets-won
           perform varying ticket-band-idx from 1 by 1
                   until ticket-band-idx > ticket-band-count
               if (tb-measure (ticket-band-idx) = 'S'
                       and score >= tb-from (ticket-band-idx))
                   or (tb-measure (ticket-band-idx) = 'D'
                       and distance >= tb-from (ticket-band-idx))
                   if tb-tickets (ticket-band-idx) > tickets-won
                       move tb-tickets (ticket-band-idx)
                           to tickets-won
                   end-if
               end-if
           end-perform
           move tickets-won to tickets-due
           if ticket-cap > 0 and tickets-due > ticket-cap
               move ticket-cap to tickets-due
           end-if
           if tickets-due = 0
               exit paragraph
           end-if
      *    four payouts stacked up means the dispenser has not moved
      *    for a good while; book this one owed straight away rather
      *    than lose it.
           if ticket-queue-count >= ticket-queue-max
               move spaces to ticket-ledger-record
               move sess-start-ts to tkt-rec-start-ts
               move sess-player-no to tkt-rec-player-no
               move score to tkt-rec-score
               move distance to tkt-rec-distance
               move tickets-won to tkt-rec-tickets-won
               move tickets-due to tkt-rec-tickets-due
               move zero to tkt-rec-tickets-paid
               move tickets-due to tkt-rec-tickets-owed
               set tkt-status-owed to true
               add tickets-due to tickets-owed-total
               perform write-ticket-ledger
               exit paragraph
           end-if
           add 1 to ticket-queue-count
           move sess-start-ts to tq-start-ts (ticket-queue-count)
           move sess-player-no to tq-player-no (ticket-queue-count)
           move score to tq-score (ticket-queue-count)
           move distance to tq-distance (ticket-queue-count)
           move tickets-won to tq-won (ticket-queue-count)
           move tickets-due to tq-due (ticket-queue-count)
           if ticket-queue-count = 1
               move zero to ticket-paid-count ticket-notch-wait-frames
               perform send-dispense-command
           end-if
           .

       dispense-step.
      *    once per frame from end-step, whatever the mode, so a
      *    payout keeps counting out while the next player starts.
           if ticket-queue-count = 0
               exit paragraph
           end-if
           add 1 to ticket-notch-wait-frames
           if ticket-notch-wait-frames >= ticket-notch-timeout-frames
               perform book-head-payout
           end-if
           .

       ticket-notch.
      *    one ticket out of the dispenser. With no payout running
      *    it is a ticket nobody asked for -- booked on its own so
      *    the reconciliation can tell a free-running dispenser from
      *    a short bin.
           if ticket-queue-count = 0
               move spaces to ticket-ledger-record
               move zero to tkt-rec-player-no tkt-rec-score
                   tkt-rec-distance tkt-rec-tickets-won
                   tkt-rec-tickets-due tkt-rec-tickets-owed
               move 1 to tkt-rec-tickets-paid
               set tkt-status-extra to true
               perform write-ticket-ledger
               exit paragraph
           end-if
           add 1 to ticket-paid-count
           move zero to ticket-notch-wait-frames
           if ticket-paid-count >= tq-due (1)
               perform book-head-payout
           end-if
           .

       book-head-payout.
           move spaces to ticket-ledger-record
           move tq-start-ts (1) to tkt-rec-start-ts
           move tq-player-no (1) to tkt-rec-player-no
           move tq-score (1) to tkt-rec-score
           move tq-distance (1) to tkt-rec-distance
           move tq-won (1) to tkt-rec-tickets-won
           move tq-due (1) to tkt-rec-tickets-due
           move ticket-paid-count to tkt-rec-tickets-paid
           if ticket-paid-count >= tq-due (1)
               move zero to tkt-rec-tickets-owed
               set tkt-status-paid to true
           else
               compute tkt-rec-tickets-owed =
                   tq-due (1) - ticket-paid-count
               add tkt-rec-tickets-owed to tickets-owed-total
               set tkt-status-owed to true
           end-if
           perform write-ticket-ledger
           perform varying ticket-queue-idx from 2 by 1
                   until ticket-queue-idx > ticket-queue-count
               move ticket-queue-entry (ticket-queue-idx)
                   to ticket-queue-entry (ticket-queue-idx - 1)
           end-perform
           subtract 1 from ticket-queue-count
           move zero to ticket-paid-count ticket-notch-wait-frames
      *    the next payout up starts counting out; with none left
      *    the dispenser is told to stop, which matters when this
      *    payout was given up short.
           if not ticket-flushing
               perform send-dispense-command
           end-if
           .

       flush-ticket-queue.
      *    the cabinet is going down: nothing more will come out of
      *    the dispenser, so whatever is still queued is owed, and
      *    the dispenser is stopped rather than started on the rest.
           if ticket-queue-count = 0
               exit paragraph
           end-if
           set ticket-flushing to true
           perform book-head-payout
               until ticket-queue-count = 0
           perform send-dispense-command
           .

       send-dispense-command.
      *    the head of the queue, or zero tickets for "stop" when the
      *    queue is empty. A command that cannot be written leaves
      *    the dispenser idle; the notch timeout then books the
      *    payout owed, and the error log tells the route why.
           move spaces to ticket-dispense-record
           move function current-date to tkd-rec-timestamp
           if ticket-queue-count > 0
               move tq-start-ts (1) to tkd-rec-start-ts
               move tq-player-no (1) to tkd-rec-player-no
               move tq-due (1) to tkd-rec-tickets
           else
               move zero to tkd-rec-player-no tkd-rec-tickets
           end-if
           open output ticket-dispense-file
           if not tkd-file-ok
               move 'ticket-dispense.dat will not open -- idle'
                   to err-message
               perform write-error-log
               exit paragraph
           end-if
           write ticket-dispense-record
           close ticket-dispense-file
           .

       write-ticket-ledger.
      *    written out as each payout ends, like the coin ledger, so
      *    the attendant's bin count has a durable trail to meet.
           move function current-date to tkt-rec-timestamp
           move ticket-table-venue-id to tkt-rec-venue-id
           open extend ticket-ledger-file
           if not tkt-file-ok
               open output ticket-ledger-file
           end-if
           write ticket-ledger-record
           close ticket-ledger-file
           .
