      *> tournament ranks against a fresh board instead of last
      *> weekend's top 10.
      *>
      *> A run score-audit.cbl has put on score-quarantine.dat never
      *> ranks, however well it scored: prize money rides on the
      *> frozen file, so run the audit before closing.
      *>
      *> Run in the cabinet's data directory after the end timestamp:
      *>     tournament-close
       identification division.
               organization is line sequential
               access mode is sequential
               file status is sess-file-status.
           select quarantine-file assign to "score-quarantine.dat"
               organization is line sequential
               access mode is sequential
               file status is qtn-file-status.
           select final-board-file assign to "tournament-final.dat"
               organization is line sequential
               access mode is sequential
       fd  session-log-file.
           copy session-log-record.

       fd  quarantine-file.
           copy score-quarantine-record.

       fd  final-board-file.
       01 final-board-record.
           05 fin-rec-rank          pic 9(2).
           88 sess-file-ok             value '00'.
       01 final-file-status            pic xx.
           88 final-file-ok            value '00'.
       01 qtn-file-status              pic xx.
           88 qtn-file-ok              value '00'.

       01 tb-rel-key                   pic 9(4) comp-5.

               10 fin-when           pic x(8).
               10 fin-initials       pic x(3).

      *> quarantined runs, keyed by start stamp and end reason.
       01 qtn-count                    pic 9(4) comp-5 value 0.
       01 qtn-idx                      pic 9(4) comp-5.
       01 qtn-table.
           05 qtn-entry occurs 500 times.
               10 qtn-key            pic x(30).
       01 qtn-overflow-flag            pic x value 'N'.
           88 qtn-overflow             value 'Y'.
       01 run-key                      pic x(30).

       01 in-window-count              pic 9(9) value 0.
       01 late-count                   pic 9(9) value 0.
       01 quarantined-count            pic 9(9) value 0.
       01 more-records-flag            pic x value 'Y'.
           88 more-records             value 'Y'.

               end-if
           end-if
           perform load-board-rows
           perform load-quarantine
           perform rank-session-records
           perform attach-initials
           perform write-final-board
           end-if
           .

       load-quarantine.
           open input quarantine-file
           if not qtn-file-ok
               exit paragraph
           end-if
           move 'Y' to more-records-flag
           perform until not more-records
               read quarantine-file
                   at end
                       move 'N' to more-records-flag
                   not at end
                       if qtn-count < 500
                           add 1 to qtn-count
                           move qtn-rec-start-ts
                               to qtn-key (qtn-count) (1:26)
                           move qtn-rec-end-reason
                               to qtn-key (qtn-count) (27:4)
                       else
                           set qtn-overflow to true
                       end-if
               end-read
           end-perform
           close quarantine-file
           .

       rank-session-records.
           open input session-log-file
           if not sess-file-ok
           end-if
           if sess-rec-start-ts (1:14) >= wk-start-stamp
               and sess-rec-start-ts (1:14) <= wk-end-stamp
               move sess-rec-start-ts to run-key (1:26)
               move sess-rec-end-reason to run-key (27:4)
               perform varying qtn-idx from 1 by 1
                       until qtn-idx > qtn-count
                   if qtn-key (qtn-idx) = run-key
                       add 1 to quarantined-count
                       exit paragraph
                   end-if
               end-perform
               add 1 to in-window-count
               perform insert-final-entry
           else
               end-string
               display report-line
           end-if
           if quarantined-count > 0
               move quarantined-count to late-count-ed
               move spaces to report-line
               string 'Excluded (score-audit quarantine): '
                   delimited by size
                   late-count-ed delimited by size
                   into report-line
               end-string
               display report-line
           end-if
           if qtn-overflow
               display 'score-quarantine.dat holds more runs than this'
                   ' program reads -- runs past them were not'
                   ' excluded; check the standings by hand.'
           end-if
           .
       end program tournament-close.
