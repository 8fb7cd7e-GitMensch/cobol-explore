       enter-service-mode.
           move space to service-armed-action
           move spaces to svc-message
           move tickets-owed-total to svc-tickets-owed
           move zero to tickets-owed-total
           perform service-snapshot
      *    whoever opens the screen signs in before anything on it
      *    can change the money or wipe a record.
           move spaces to svc-attendant-id
           perform service-begin-attendant
           set mode-service to true
           .

       leave-service-mode.
           move space to svc-entry-step
           set mode-menu to true
           .

           if prof-file-ok
               close player-profile-file
           end-if
           open input coin-pricing-file
           move prc-file-status to svc-fs-prc
           if prc-file-ok
               close coin-pricing-file
           end-if
           open input ticket-payout-file
           move tkp-file-status to svc-fs-tkp
           if tkp-file-ok
               close ticket-payout-file
           end-if
           open input ticket-ledger-file
           move tkt-file-status to svc-fs-tkt
           if tkt-file-ok
               close ticket-ledger-file
           end-if
           perform service-count-today
           perform service-count-credits-today
           perform service-tail-error-log
           .

           end-if
           .

       service-count-credits-today.
      *    the day's service credits so far, for the daily cap --
      *    from the log, so a restart does not reset the allowance.
           move zero to svc-credits-today
           open input operator-action-file
           move opa-file-status to svc-fs-opa
           if opa-file-ok
               perform until 1 = 2
                   read operator-action-file
                       at end
                           exit perform
                       not at end
                           if opa-action-credit
                               and opa-rec-timestamp (1:8)
                                   = function current-date(1:8)
                               and opa-rec-credits is numeric
                               add opa-rec-credits
                                   to svc-credits-today
                           end-if
                   end-read
               end-perform
               close operator-action-file
           end-if
           .

       service-action.
      *    first press arms, second press of the same key executes --
      *    a slipped finger on the route tech's keyboard must not
      *    wipe a board. Pressing a different action key re-arms.
      *    Nothing runs until an attendant has signed in, and an
      *    action key abandons a service credit half entered.
           if svc-attendant-id = spaces
               move 'SIGN IN FIRST' to svc-message
               move space to service-armed-action
               exit paragraph
           end-if
           move space to svc-entry-step
           if service-armed-action = sdl-service-action-key
               evaluate sdl-service-action-key
                   when 'L'
           .

       service-clear-board.
           move 'CLRBOARD' to svc-log-action
           perform service-log-action
           if not svc-log-written
               exit paragraph
           end-if
           move 'CLEAR' to lb-call-function
           call 'leaderboard' using
               lb-call-function score distance decimal-time
           .

       service-clear-today.
           move 'CLRTODAY' to svc-log-action
           perform service-log-action
           if not svc-log-written
               exit paragraph
           end-if
           move zeros to hs-today-score hs-today-distance
               hs-today-decimal-time
           move function current-date(1:8) to hs-today-key
           .

       service-drop-checkpoint.
           move 'DROPCHK' to svc-log-action
           perform service-log-action
           if not svc-log-written
               exit paragraph
           end-if
           perform clear-checkpoint
           move 'N' to checkpoint-resume-flag
           move 'STALE CHECKPOINT DROPPED' to svc-message
           .

       service-begin-attendant.
           move 'AAA' to svc-entry-id
           move 1 to svc-entry-pos
           move 1 to svc-entry-char-idx
           set svc-entry-attendant to true
           .

       service-begin-credit.
      *    G starts a service credit: reason first, then how many.
      *    The grant is capped per grant, by what is left of the
      *    day's allowance, and by the credit counter's own ceiling.
           move space to service-armed-action
           if svc-attendant-id = spaces
               move 'SIGN IN FIRST' to svc-message
               exit paragraph
           end-if
           move svc-credit-grant-max to svc-grant-limit
           if svc-credits-today >= svc-credit-day-max
               move zero to svc-grant-limit
           else
               if svc-credit-day-max - svc-credits-today
                       < svc-grant-limit
                   compute svc-grant-limit =
                       svc-credit-day-max - svc-credits-today
               end-if
           end-if
           if credits-max - credits-count < svc-grant-limit
               compute svc-grant-limit = credits-max - credits-count
           end-if
           if svc-grant-limit = 0
               if svc-credits-today >= svc-credit-day-max
                   move 'DAILY SERVICE CREDIT LIMIT REACHED'
                       to svc-message
               else
                   move 'CREDITS FULL' to svc-message
               end-if
               exit paragraph
           end-if
           move spaces to svc-message
           move 1 to svc-reason-idx
           move 1 to svc-grant-count
           set svc-entry-reason to true
           .

       service-entry-prev.
           evaluate true
               when svc-entry-attendant
                   if svc-entry-char-idx > 1
                       subtract 1 from svc-entry-char-idx
                   else
                       move 36 to svc-entry-char-idx
                   end-if
                   move svc-id-alphabet (svc-entry-char-idx:1)
                       to svc-entry-id (svc-entry-pos:1)
               when svc-entry-reason
                   if svc-reason-idx > 1
                       subtract 1 from svc-reason-idx
                   else
                       move svc-reason-max to svc-reason-idx
                   end-if
               when svc-entry-credits
                   if svc-grant-count > 1
                       subtract 1 from svc-grant-count
                   end-if
           end-evaluate
           .

       service-entry-next.
           evaluate true
               when svc-entry-attendant
                   if svc-entry-char-idx < 36
                       add 1 to svc-entry-char-idx
                   else
                       move 1 to svc-entry-char-idx
                   end-if
                   move svc-id-alphabet (svc-entry-char-idx:1)
                       to svc-entry-id (svc-entry-pos:1)
               when svc-entry-reason
                   if svc-reason-idx < svc-reason-max
                       add 1 to svc-reason-idx
                   else
                       move 1 to svc-reason-idx
                   end-if
               when svc-entry-credits
                   if svc-grant-count < svc-grant-limit
                       add 1 to svc-grant-count
                   end-if
           end-evaluate
           .

       service-entry-advance.
      *    SPACE confirms the current step: the third character of
      *    the id signs the attendant in, the reason moves on to the
      *    count, and the count grants the credits.
           evaluate true
               when svc-entry-attendant
                   if svc-entry-pos < 3
                       add 1 to svc-entry-pos
                       move 1 to svc-entry-char-idx
                   else
                       move svc-entry-id to svc-attendant-id
                       move space to svc-entry-step
                       move spaces to svc-message
                   end-if
               when svc-entry-reason
                   set svc-entry-credits to true
               when svc-entry-credits
                   perform service-grant-credits
                   move space to svc-entry-step
           end-evaluate
           .

       service-grant-credits.
           move 'CREDIT' to svc-log-action
           move svc-reason-code (svc-reason-idx) to svc-log-reason
           move svc-grant-count to svc-log-credits
           perform service-log-action
           if not svc-log-written
               exit paragraph
           end-if
           add svc-grant-count to credits-count
           add svc-grant-count to svc-credits-today
           move svc-grant-count to svc-grant-count-d
           move spaces to svc-message
           string svc-grant-count-d delimited by size
               ' SERVICE CREDIT(S) GIVEN' delimited by size
               into svc-message
           end-string
           .

       service-log-action.
      *    written straight through like the coin ledger, and ahead
      *    of the action itself: the log is the only record of who
      *    did what from this screen, and the daily credit cap is
      *    counted from it, so with no log nothing is granted or
      *    wiped.
           move 'N' to svc-log-written-flag
           move spaces to operator-action-record
           move function current-date to opa-rec-timestamp
           move svc-log-action to opa-rec-action
           move svc-attendant-id to opa-rec-attendant-id
           move credits-count to opa-rec-credits-after
           if opa-action-credit
               move svc-log-reason to opa-rec-reason
               move svc-log-credits to opa-rec-credits
               add svc-log-credits to opa-rec-credits-after
           else
               move zero to opa-rec-credits
           end-if
           move spaces to svc-log-action svc-log-reason
           move zero to svc-log-credits
           open extend operator-action-file
           if not opa-file-ok
               open output operator-action-file
           end-if
           move opa-file-status to svc-fs-opa
           if not opa-file-ok
               move 'ACTION LOG WILL NOT OPEN' to svc-message
               exit paragraph
           end-if
           write operator-action-record
           if not opa-file-ok
               move opa-file-status to svc-fs-opa
               close operator-action-file
               move 'ACTION LOG WILL NOT WRITE' to svc-message
               exit paragraph
           end-if
           close operator-action-file
           set svc-log-written to true
           .
