      *> window with no frozen final on disk yet is reported and
      *> scores nothing -- run tournament-close first.
      *>
      *> A final frozen before score-audit.cbl caught one of its runs
      *> still lists that run; its row is matched against the
      *> cabinet's score-quarantine.dat on score, distance and time,
      *> scores nothing, and the rows below it move up a place, so
      *> the season pays out as if the run had never ranked.
      *>
      *> Run in the cabinet's data directory:
      *>     series-standings
       identification division.
               organization is line sequential
               access mode is sequential
               file status is series-file-status.
           select quarantine-file assign to "score-quarantine.dat"
               organization is line sequential
               access mode is sequential
               file status is qtn-file-status.
           select final-board-file
               assign to dynamic dyn-final-path
               organization is line sequential
           05 ser-win-start-stamp   pic x(14).
           05 ser-win-end-stamp     pic x(14).

       fd  quarantine-file.
           copy score-quarantine-record.

       fd  final-board-file.
      *> same row layouts tournament-close.cbl writes.
       01 final-board-record.
           88 series-file-ok           value '00'.
       01 final-file-status            pic xx.
           88 final-file-ok            value '00'.
       01 qtn-file-status              pic xx.
           88 qtn-file-ok              value '00'.

       01 dyn-final-path               pic x(80).
       01 fn-live-final                pic x(80)
               10 ply-printed-flag   pic x.
                   88 ply-printed    value 'Y'.

      *> quarantined runs, matched to final rows on their figures.
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
       01 quarantined-row-count        pic 9(4) comp-5 value 0.

      *> a final row's place once quarantined rows above it in the
      *> same event are taken out.
       01 event-rank                   pic 9(2) value 0.

       01 events-scored                pic 9(4) comp-5 value 0.
       01 events-missing               pic 9(4) comp-5 value 0.
       01 player-overflow-flag         pic x value 'N'.
                   '" names no tournament windows.'
               goback
           end-if
           perform load-quarantine
           perform varying window-idx from 1 by 1
                   until window-idx > window-count
               perform score-one-event
           end-evaluate
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

       score-one-event.
      *    the live final holds the most recent close; every earlier
      *    one was archived aside under its end stamp by
      *    row -- an unheaded file from an old build carries no
      *    identity and cannot be trusted to be this event.
           move 'N' to final-matches-flag
           move zero to event-rank
           open input final-board-file
           if not final-file-ok
               exit paragraph
               exit paragraph
           end-if
           if final-matches
               perform check-row-quarantine
               if row-quarantined
                   add 1 to quarantined-row-count
               else
                   perform award-rank-points
               end-if
           end-if
           .

       check-row-quarantine.
           move 'N' to row-quarantined-flag
           perform varying qtn-idx from 1 by 1
                   until qtn-idx > qtn-count
               if qtn-score (qtn-idx) = fin-rec-score
                   and qtn-distance (qtn-idx) = fin-rec-distance
                   and qtn-decimal-time (qtn-idx)
                       = fin-rec-decimal-time
                   set row-quarantined to true
                   exit perform
               end-if
           end-perform
           .

       award-rank-points.
           if fin-rec-rank < 1 or fin-rec-rank > 10
               exit paragraph
           end-if
           add 1 to event-rank
           perform find-player-row
           if player-idx > player-count
               exit paragraph
           end-if
           add rank-points (event-rank)
               to ply-points (player-idx)
           add 1 to ply-events (player-idx)
           if event-rank = 1
               add 1 to ply-wins (player-idx)
           end-if
           if ply-best-rank (player-idx) = 0
               or event-rank < ply-best-rank (player-idx)
               move event-rank to ply-best-rank (player-idx)
           end-if
           .

           if player-count = 0
               display 'No ranked finishes in this series yet.'
           end-if
           if quarantined-row-count > 0
               move quarantined-row-count to events-ed
               move spaces to report-line
               string 'Final rows left out (score-audit quarantine): '
                   delimited by size
                   events-ed delimited by size
                   into report-line
               end-string
               display report-line
           end-if
           if qtn-overflow
               display 'score-quarantine.dat holds more runs than this'
                   ' program reads -- check the standings by hand.'
           end-if
           .

       find-best-remaining.
