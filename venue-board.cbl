      *> -- a retired machine's stale board must not leak onto the
      *> venue standings, and nothing is written back into a
      *> directory the route no longer visits.
      *>
      *> A board row for a run score-audit.cbl has quarantined (the
      *> cabinet's score-quarantine.dat) never merges: a run the
      *> game could not have produced has no place on the counter.
      *> Rows are matched on score, distance and time -- a real run
      *> never carries the figures of an impossible one.
       identification division.
       program-id. venue-board.

               access mode is dynamic
               relative key is cb-rel-key
               file status is board-file-status.
           select quarantine-file
               assign to dynamic dyn-quarantine-path
               organization is line sequential
               access mode is sequential
               file status is qtn-file-status.
           select venue-out-file
               assign to dynamic dyn-venue-out-path
               organization is line sequential
           05 cb-rec-when           pic x(8).
           05 cb-rec-initials       pic x(3).

       fd  quarantine-file.
           copy score-quarantine-record.

       fd  venue-out-file.
           copy venue-board-record.

           88 board-file-ok            value '00'.
       01 venue-file-status            pic xx.
           88 venue-file-ok            value '00'.
       01 qtn-file-status              pic xx.
           88 qtn-file-ok              value '00'.

       01 cb-rel-key                   pic 9(4) comp-5.
       01 dyn-cabinet-board-path       pic x(80).
       01 dyn-venue-out-path           pic x(80).
       01 dyn-quarantine-path          pic x(80).
       01 wk-cabinet-id                pic x(20).
       01 wk-cabinet-dir               pic x(80).
       01 wk-path-idx                  pic 9(4) comp-5.
               10 vn-wk-initials     pic x(3).
               10 vn-wk-cabinet-id   pic x(20).

      *> the current cabinet's quarantined runs.
       01 qtn-count                    pic 9(4) comp-5 value 0.
       01 qtn-idx                      pic 9(4) comp-5.
       01 qtn-table.
           05 qtn-entry occurs 500 times.
               10 qtn-score          pic 9(9).
               10 qtn-distance       pic 9(9).
               10 qtn-decimal-time   pic 9(7)v99.
       01 qtn-overflow-flag            pic x value 'N'.
           88 qtn-overflow             value 'Y'.
       01 row-quarantined-flag         pic x value 'N'.
           88 row-quarantined          value 'Y'.
       01 quarantined-row-count        pic 9(9) value 0.

       01 more-list-records-flag       pic x value 'Y'.
           88 more-list-records        value 'Y'.
       01 more-records-flag            pic x value 'Y'.
           88 more-records             value 'Y'.

       01 vn-print-line                pic x(80).
       01 vn-idx-display               pic 9(2).
       01 vn-score-ed                  pic z(8)9.
       01 vn-distance-ed               pic z(8)9.
       01 vn-count-ed                  pic z(8)9.

       procedure division.
       main.
           end-if
           move reg-rec-cabinet-id to wk-cabinet-id
           perform set-cabinet-dir
           perform load-cabinet-quarantine
           move spaces to dyn-cabinet-board-path
           string function trim(wk-cabinet-dir) delimited by size
               'leaderboard.dat' delimited by size
               perform until cb-rel-key > 10
                   read cabinet-board-file
                   if board-file-ok
                       perform check-row-quarantine
                       if row-quarantined
                           add 1 to quarantined-row-count
                       else
                           perform insert-venue-entry
                       end-if
                   end-if
                   add 1 to cb-rel-key
               end-perform
           end-if
           .

       load-cabinet-quarantine.
           move zero to qtn-count
           move spaces to dyn-quarantine-path
           string function trim(wk-cabinet-dir) delimited by size
               'score-quarantine.dat' delimited by size
               into dyn-quarantine-path
           end-string
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
                           move qtn-rec-score to qtn-score (qtn-count)
                           move qtn-rec-distance
                               to qtn-distance (qtn-count)
                           move qtn-rec-decimal-time
                               to qtn-decimal-time (qtn-count)
                       else
                           set qtn-overflow to true
                       end-if
               end-read
           end-perform
           close quarantine-file
           .

       check-row-quarantine.
           move 'N' to row-quarantined-flag
           perform varying qtn-idx from 1 by 1
                   until qtn-idx > qtn-count
               if qtn-score (qtn-idx) = cb-rec-score
                   and qtn-distance (qtn-idx) = cb-rec-distance
                   and qtn-decimal-time (qtn-idx)
                       = cb-rec-decimal-time
                   set row-quarantined to true
                   exit perform
               end-if
           end-perform
           .

       report-skipped-cabinet.
           evaluate true
               when reg-status-retired
           if vn-entry-count = 0
               display 'No cabinet boards found.'
           end-if
           if quarantined-row-count > 0
               move quarantined-row-count to vn-count-ed
               move spaces to vn-print-line
               string 'Board rows left out (score-audit quarantine): '
                   delimited by size
                   vn-count-ed delimited by size
                   into vn-print-line
               end-string
               display vn-print-line
           end-if
           if qtn-overflow
               display 'A cabinet quarantine held more runs than this'
                   ' program reads -- trim score-quarantine.dat.'
           end-if
           .
       end program venue-board.
