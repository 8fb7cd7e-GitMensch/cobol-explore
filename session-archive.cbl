      *> Run in the cabinet's data directory while the game is down:
      *>     session-archive [cutoff-yyyymmdd]
      *> Records whose start date is BEFORE the cutoff are archived;
      *> the default cutoff is the first of the current month. A run
      *> that could not commit ends with return code 8 for the
      *> nightly gate.
      *>
      *> Restart safety -- the live log is the cash-reconciliation
      *> audit trail, so a power cut must never leave it half-copied:
           copy session-log-record.

       fd  new-log-file.
       01 new-log-record               pic x(89).

       fd  archive-file.
       01 archive-session-record       pic x(89).
       01 archive-control-record.
           05 arc-ctl-tag           pic x(8).
           05 arc-ctl-count         pic 9(9).
           05 arc-ctl-sum-distance  pic 9(12).

       fd  final-check-file.
       01 final-check-record           pic x(89).

       working-storage section.
       01 live-file-status             pic xx.
           88 tmp-eof                  value 'Y'.
       01 fin-eof-flag                 pic x.
           88 fin-eof                  value 'Y'.
       01 tmp-cmp-record               pic x(89).
       01 fin-cmp-record               pic x(89).
      *> any failure on the way to the final swap leaves the live
      *> log exactly as it was -- an uncommitted archive must never
      *> cost audit records.
      *        archives commit, with the live log untouched.
               display 'Extract failed (I/O error) -- live log left'
                   ' untouched; re-run after fixing the cause.'
               move 8 to return-code
               goback
           end-if
           if archived-count = 0
           if commit-failed
               display 'Archive commit failed -- live log left'
                   ' untouched; re-run after fixing the cause.'
               move 8 to return-code
               goback
           end-if
           perform swap-live-log
                   ' copy of the log is still on disk; startup'
                   ' recovery completes or rolls back the swap on'
                   ' the next run.'
               move 8 to return-code
               goback
           end-if
           perform print-report
