      *> Batch program: game-balance analysis across the fleet -- how
      *> far runs get and what ends them, so difficulty-step-distance
      *> and the spawn timings in game-wall-data.cpy are tuned from
      *> the logs instead of blind. For every ACTIVE cabinet it reads
      *> the monthly session archives (session-archive-YYYYMM.dat,
      *> written by session-archive.cbl) plus the live
      *> session-log.dat and prints:
      *>   - per cabinet, the runs read and the average length (game
      *>     clock seconds) and distance of a paid play -- runs on a
      *>     day the cabinet closed on free play (day-close.dat) are
      *>     counted but left out of the paid averages, and a cabinet
      *>     whose paid plays average under short-play-seconds is
      *>     flagged SHORT;
      *>   - a fleet distance histogram, one band per difficulty
      *>     step;
      *>   - deaths by cause (floor, wall) and by the highest level
      *>     the run reached, with quits alongside. Records written
      *>     before the cause was kept show as "unrec" and take their
      *>     level from their distance, the same rule the game uses.
      *>
      *> Run where the registry lives:
      *>     balance-report [from-yyyymm [to-yyyymm]]
      *> With no months given every archive in the last ten years and
      *> the whole live log are read.
       identification division.
       program-id. balance-report.

       environment division.
       input-output section.
       file-control.
           select cabinet-list-file assign to "cabinet-registry.dat"
               organization is line sequential
               access mode is sequential
               file status is list-file-status.
      *> the live log and each month's archive in turn -- the layout
      *> is the same session-log-record either way.
           select cabinet-session-file
               assign to dynamic dyn-session-path
               organization is line sequential
               access mode is sequential
               file status is sess-file-status.
           select day-close-file
               assign to dynamic dyn-close-path
               organization is line sequential
               access mode is sequential
               file status is dcl-file-status.

       data division.
       file section.
       fd  cabinet-list-file.
           copy cabinet-registry-record.

       fd  cabinet-session-file.
           copy session-log-record.
       01 archive-control-record.
           05 arc-ctl-tag           pic x(8).
           05 arc-ctl-count         pic 9(9).
           05 arc-ctl-sum-score     pic 9(12).
           05 arc-ctl-sum-distance  pic 9(12).

       fd  day-close-file.
           copy day-close-record.

       working-storage section.
       01 list-file-status             pic xx.
           88 list-file-ok             value '00'.
       01 sess-file-status             pic xx.
           88 sess-file-ok             value '00'.
       01 dcl-file-status              pic xx.
           88 dcl-file-ok              value '00'.

       01 dyn-session-path             pic x(80).
       01 dyn-close-path               pic x(80).
       01 wk-cabinet-id                pic x(20).
       01 wk-cabinet-dir               pic x(80).
       01 wk-path-idx                  pic 9(4) comp-5.
       01 wk-dir-end                   pic 9(4) comp-5.

      *> the ramp comes from the game's own copybook, so the band
      *> widths and level count below move with any retune of it --
      *> within the sizes of the tables, which are fixed.
           copy game-wall-data.

      *> an average paid play under this many seconds is a cabinet
      *> that is not earning its floor space.
       78  short-play-seconds          value 40.

       01 cmd-line-args                pic x(80).
       01 arg-from-month               pic x(10).
       01 arg-to-month                 pic x(10).
       01 range-from-month             pic x(6) value '000000'.
       01 range-to-month               pic x(6) value '999999'.

      *> the archive sweep: ten years of month names, as in
      *> trends-report.cbl; months with no file are passed over.
       01 today-date                   pic x(8).
       01 arch-ym                      pic 9(9) comp-5.
       01 arch-ym-limit                pic 9(9) comp-5.
       01 arch-year-d                  pic 9(4).
       01 arch-month-d                 pic 9(2).
       01 scan-month                   pic x(6).
       01 arch-check-details           pic x(20).
       01 arch-check-status            pic s9(9) comp-5.

      *> the cabinet's free-play days. Only days whose last
      *> close-out carries the flag stay marked -- the same rule
      *> venue-settlement.cbl applies -- and promo days are rare, so
      *> the table holds just those.
       78  free-day-max                value 500.
       01 free-day-count               pic 9(4) comp-5 value 0.
       01 free-day-idx                 pic 9(4) comp-5.
       01 free-day-table.
           05 free-day-entry occurs 500 times.
               10 fd-date            pic x(8).
               10 fd-flag            pic x.
                   88 fd-free-play   value 'Y'.
       01 free-day-overflow-flag       pic x value 'N'.
           88 free-day-overflow        value 'Y'.
       01 run-free-flag                pic x.
           88 run-on-free-play         value 'Y'.

      *> distance histogram: one band per difficulty step, the last
      *> band open-ended.
       78  hist-band-max               value 11.
       01 hist-idx                     pic 9(4) comp-5.
       01 hist-table.
           05 hist-count occurs 11 times pic 9(9) value 0.
       01 hist-peak                    pic 9(9) value 0.
       01 hist-from                    pic 9(9).
       01 hist-to                      pic 9(9).
       01 bar-length                   pic 9(4) comp-5.
       78  bar-width                   value 40.
       01 bar-fill                     pic x(40) value all '*'.

      *> deaths by level (0 through difficulty-max-level) and cause.
      *> The table must cover difficulty-max-level + 1 entries; a
      *> retune past that books its top levels on the last row.
       78  level-table-max             value 7.
       01 level-idx                    pic 9(4) comp-5.
       01 run-level                    pic 9(4) comp-5.
       01 level-table.
           05 level-entry occurs 7 times.
               10 lv-floor           pic 9(9) value 0.
               10 lv-wall            pic 9(9) value 0.
               10 lv-quit            pic 9(9) value 0.
               10 lv-unrecorded      pic 9(9) value 0.
       01 total-floor                  pic 9(9) value 0.
       01 total-wall                   pic 9(9) value 0.
       01 total-quit                   pic 9(9) value 0.
       01 total-unrecorded             pic 9(9) value 0.
       01 level-total                  pic 9(9).

       01 cabinet-runs                 pic 9(9).
       01 cabinet-free-runs            pic 9(9).
       01 cabinet-paid-runs            pic 9(9).
       01 cabinet-paid-seconds         pic 9(11)v99.
       01 cabinet-paid-distance        pic 9(12).
       01 cabinets-checked             pic 9(9) value 0.
       01 cabinets-short               pic 9(9) value 0.
       01 fleet-runs                   pic 9(9) value 0.
       01 fleet-free-runs              pic 9(9) value 0.
       01 fleet-paid-runs              pic 9(9) value 0.
       01 fleet-paid-seconds           pic 9(11)v99 value 0.
       01 fleet-paid-distance          pic 9(12) value 0.
       01 avg-seconds                  pic 9(7)v9.
       01 avg-distance                 pic 9(9).

       01 more-list-records-flag       pic x value 'Y'.
           88 more-list-records        value 'Y'.
       01 more-records-flag            pic x value 'Y'.
           88 more-records             value 'Y'.

       01 report-line                  pic x(80).
       01 runs-ed                      pic z(7)9.
       01 free-runs-ed                 pic z(7)9.
       01 paid-runs-ed                 pic z(7)9.
       01 avg-seconds-ed               pic z(5)9.9.
       01 avg-distance-ed              pic z(7)9.
       01 count-ed                     pic z(7)9.
       01 floor-ed                     pic z(7)9.
       01 wall-ed                      pic z(7)9.
       01 quit-ed                      pic z(7)9.
       01 unrec-ed                     pic z(7)9.
       01 total-ed                     pic z(7)9.
       01 level-ed                     pic z9.
       01 hist-from-ed                 pic z(4)9.
       01 hist-to-ed                   pic z(4)9.

       procedure division.
       main.
           move function current-date(1:8) to today-date
           accept cmd-line-args from command-line
           move spaces to arg-from-month arg-to-month
           unstring cmd-line-args delimited by all space
               into arg-from-month arg-to-month
           end-unstring
           if arg-from-month not = spaces
               move arg-from-month (1:6) to range-from-month
           end-if
           if arg-to-month not = spaces
               move arg-to-month (1:6) to range-to-month
           end-if
           display 'Game-balance analysis ' range-from-month
               ' .. ' range-to-month
           display 'Cabinet                 Runs    Free    Paid'
               ' AvgSecs  AvgDist'
           perform process-cabinets
           perform print-fleet-line
           perform print-histogram
           perform print-level-table
           goback
           .

       process-cabinets.
           open input cabinet-list-file
           if list-file-ok
               move 'Y' to more-list-records-flag
               perform until not more-list-records
                   read cabinet-list-file
                       at end
                           move 'N' to more-list-records-flag
                       not at end
                           perform analyse-one-cabinet
                   end-read
               end-perform
               close cabinet-list-file
           end-if
           .

       analyse-one-cabinet.
           if reg-rec-cabinet-id = spaces
               exit paragraph
           end-if
           if not reg-status-active
               perform report-skipped-cabinet
               exit paragraph
           end-if
           move reg-rec-cabinet-id to wk-cabinet-id
           perform set-cabinet-dir
           add 1 to cabinets-checked
           move zero to cabinet-runs cabinet-free-runs
               cabinet-paid-runs cabinet-paid-seconds
               cabinet-paid-distance
           perform load-free-play-days
           perform scan-archives
           move spaces to dyn-session-path
           string function trim(wk-cabinet-dir) delimited by size
               'session-log.dat' delimited by size
               into dyn-session-path
           end-string
           perform scan-session-file
           perform print-cabinet-line
           add cabinet-runs to fleet-runs
           add cabinet-free-runs to fleet-free-runs
           add cabinet-paid-runs to fleet-paid-runs
           add cabinet-paid-seconds to fleet-paid-seconds
           add cabinet-paid-distance to fleet-paid-distance
           .

       set-cabinet-dir.
      *    the registry stores each cabinet's data directory with or
      *    without a trailing '/'; normalize to "always ends in '/'"
      *    so the path strings stay simple.
           move spaces to wk-cabinet-dir
           move function trim(reg-rec-data-dir) to wk-cabinet-dir
           move zero to wk-dir-end
           perform varying wk-path-idx from 80 by -1
                   until wk-path-idx < 1 or wk-dir-end > 0
               if wk-cabinet-dir (wk-path-idx:1) not = space
                   move wk-path-idx to wk-dir-end
               end-if
           end-perform
           if wk-dir-end > 0 and wk-dir-end < 80
               and wk-cabinet-dir (wk-dir-end:1) not = '/'
               add 1 to wk-dir-end
               move '/' to wk-cabinet-dir (wk-dir-end:1)
           end-if
           .

       report-skipped-cabinet.
           evaluate true
               when reg-status-retired
                   display 'Skipping '
                       function trim(reg-rec-cabinet-id)
                       ' -- retired.'
               when reg-status-in-shop
                   display 'Skipping '
                       function trim(reg-rec-cabinet-id)
                       ' -- in the shop.'
               when other
                   display 'Skipping '
                       function trim(reg-rec-cabinet-id)
                       ' -- unknown status "' reg-rec-status
                       '" (run registry-check).'
           end-evaluate
           .

       load-free-play-days.
           move zero to free-day-count
           move spaces to dyn-close-path
           string function trim(wk-cabinet-dir) delimited by size
               'day-close.dat' delimited by size
               into dyn-close-path
           end-string
           open input day-close-file
           if not dcl-file-ok
               exit paragraph
           end-if
           perform until 1 = 2
               read day-close-file
                   at end
                       exit perform
                   not at end
                       perform take-close-record
               end-read
           end-perform
           close day-close-file
           .

       take-close-record.
           perform varying free-day-idx from 1 by 1
                   until free-day-idx > free-day-count
               if fd-date (free-day-idx) = dcl-rec-date
                   move dcl-rec-free-play to fd-flag (free-day-idx)
                   exit paragraph
               end-if
           end-perform
      *    a coin-op day only matters once it has been marked free.
           if not dcl-free-play-day
               exit paragraph
           end-if
           if free-day-count >= free-day-max
               set free-day-overflow to true
               exit paragraph
           end-if
           add 1 to free-day-count
           move dcl-rec-date to fd-date (free-day-count)
           move dcl-rec-free-play to fd-flag (free-day-count)
           .

       scan-archives.
           compute arch-ym-limit =
               function numval(today-date (1:4)) * 12
               + function numval(today-date (5:2)) - 1
           compute arch-ym = arch-ym-limit - 119
           perform until arch-ym > arch-ym-limit
               compute arch-year-d = arch-ym / 12
               compute arch-month-d = function mod(arch-ym, 12) + 1
               move spaces to scan-month
               string arch-year-d delimited by size
                   arch-month-d delimited by size
                   into scan-month
               end-string
               if scan-month >= range-from-month
                   and scan-month <= range-to-month
                   move spaces to dyn-session-path
                   string function trim(wk-cabinet-dir)
                           delimited by size
                       'session-archive-' delimited by size
                       scan-month delimited by size
                       '.dat' delimited by size
                       into dyn-session-path
                   end-string
                   call 'CBL_CHECK_FILE_EXIST' using
                       dyn-session-path arch-check-details
                       returning arch-check-status
                   end-call
                   if arch-check-status = 0
                       perform scan-session-file
                   end-if
               end-if
               add 1 to arch-ym
           end-perform
           .

       scan-session-file.
           open input cabinet-session-file
           if not sess-file-ok
               exit paragraph
           end-if
           move 'Y' to more-records-flag
           perform until not more-records
               read cabinet-session-file
                   at end
                       move 'N' to more-records-flag
                   not at end
                       if arc-ctl-tag (1:7) not = 'CONTROL'
                           and sess-rec-start-ts (1:6)
                               >= range-from-month
                           and sess-rec-start-ts (1:6)
                               <= range-to-month
                           perform tally-one-run
                       end-if
               end-read
           end-perform
           close cabinet-session-file
           .

       tally-one-run.
           if sess-rec-distance is not numeric
               exit paragraph
           end-if
           add 1 to cabinet-runs
           perform tally-distance-band
           perform tally-death
           move 'N' to run-free-flag
           perform varying free-day-idx from 1 by 1
                   until free-day-idx > free-day-count
               if fd-date (free-day-idx) = sess-rec-start-ts (1:8)
                   if fd-free-play (free-day-idx)
                       set run-on-free-play to true
                   end-if
                   exit perform
               end-if
           end-perform
           if run-on-free-play
               add 1 to cabinet-free-runs
               exit paragraph
           end-if
           add 1 to cabinet-paid-runs
           add sess-rec-distance to cabinet-paid-distance
           if sess-rec-decimal-time is numeric
               add sess-rec-decimal-time to cabinet-paid-seconds
           end-if
           .

       tally-distance-band.
           compute hist-idx =
               sess-rec-distance / difficulty-step-distance + 1
           if hist-idx > hist-band-max
               move hist-band-max to hist-idx
           end-if
           add 1 to hist-count (hist-idx)
           .

       tally-death.
      *    the level the run reached: as booked, or for an older
      *    record the one its distance put it on.
           if sess-rec-max-level is numeric
               move sess-rec-max-level to run-level
           else
               compute run-level =
                   sess-rec-distance / difficulty-step-distance
           end-if
           if run-level > difficulty-max-level
               move difficulty-max-level to run-level
           end-if
           if run-level > level-table-max - 1
               compute run-level = level-table-max - 1
           end-if
           compute level-idx = run-level + 1
      *    QUIT/TQUI solo, 2PQn for a 2P round that was quit.
           if sess-rec-end-reason = 'QUIT' or 'TQUI'
               or sess-rec-end-reason (1:3) = '2PQ'
               add 1 to lv-quit (level-idx)
               exit paragraph
           end-if
           evaluate true
               when sess-death-floor
                   add 1 to lv-floor (level-idx)
               when sess-death-wall
                   add 1 to lv-wall (level-idx)
               when other
                   add 1 to lv-unrecorded (level-idx)
           end-evaluate
           .

       print-cabinet-line.
           move cabinet-runs to runs-ed
           move cabinet-free-runs to free-runs-ed
           move cabinet-paid-runs to paid-runs-ed
           move zero to avg-seconds avg-distance
           if cabinet-paid-runs > 0
               compute avg-seconds rounded =
                   cabinet-paid-seconds / cabinet-paid-runs
               compute avg-distance =
                   cabinet-paid-distance / cabinet-paid-runs
           end-if
           move avg-seconds to avg-seconds-ed
           move avg-distance to avg-distance-ed
           move spaces to report-line
           string wk-cabinet-id delimited by size
               runs-ed delimited by size
               free-runs-ed delimited by size
               paid-runs-ed delimited by size
               avg-seconds-ed delimited by size
               ' ' delimited by size
               avg-distance-ed delimited by size
               into report-line
           end-string
           if cabinet-paid-runs > 0
               and avg-seconds < short-play-seconds
               move 'SHORT' to report-line (63:5)
               add 1 to cabinets-short
           end-if
           display report-line
           if free-day-overflow
               display '  (more free-play days than the table holds --'
                   ' later ones counted as paid)'
               move 'N' to free-day-overflow-flag
           end-if
           .

       print-fleet-line.
           move fleet-runs to runs-ed
           move fleet-free-runs to free-runs-ed
           move fleet-paid-runs to paid-runs-ed
           move zero to avg-seconds avg-distance
           if fleet-paid-runs > 0
               compute avg-seconds rounded =
                   fleet-paid-seconds / fleet-paid-runs
               compute avg-distance =
                   fleet-paid-distance / fleet-paid-runs
           end-if
           move avg-seconds to avg-seconds-ed
           move avg-distance to avg-distance-ed
           move spaces to report-line
           string 'FLEET               ' delimited by size
               runs-ed delimited by size
               free-runs-ed delimited by size
               paid-runs-ed delimited by size
               avg-seconds-ed delimited by size
               ' ' delimited by size
               avg-distance-ed delimited by size
               into report-line
           end-string
           display report-line
           move cabinets-checked to count-ed
           move spaces to report-line
           string 'Cabinets analysed:          ' delimited by size
               count-ed delimited by size
               into report-line
           end-string
           display report-line
           move cabinets-short to count-ed
           move spaces to report-line
           string 'Cabinets with short plays:  ' delimited by size
               count-ed delimited by size
               into report-line
           end-string
           display report-line
           .

       print-histogram.
           display ' '
           display 'Distance reached (all runs)'
           move zero to hist-peak
           perform varying hist-idx from 1 by 1
                   until hist-idx > hist-band-max
               if hist-count (hist-idx) > hist-peak
                   move hist-count (hist-idx) to hist-peak
               end-if
           end-perform
           perform varying hist-idx from 1 by 1
                   until hist-idx > hist-band-max
               compute hist-from =
                   (hist-idx - 1) * difficulty-step-distance
               compute hist-to = hist-from + difficulty-step-distance
                   - 1
               move hist-from to hist-from-ed
               move hist-to to hist-to-ed
               move hist-count (hist-idx) to count-ed
               move spaces to report-line
               if hist-idx < hist-band-max
                   string hist-from-ed delimited by size
                       '-' delimited by size
                       hist-to-ed delimited by size
                       count-ed delimited by size
                       into report-line
                   end-string
               else
                   string hist-from-ed delimited by size
                       '+     ' delimited by size
                       count-ed delimited by size
                       into report-line
                   end-string
               end-if
               move zero to bar-length
               if hist-peak > 0
                   compute bar-length =
                       hist-count (hist-idx) * bar-width / hist-peak
                   if bar-length = 0 and hist-count (hist-idx) > 0
                       move 1 to bar-length
                   end-if
               end-if
               if bar-length > 0
                   move bar-fill (1:bar-length)
                       to report-line (21:bar-length)
               end-if
               display report-line
           end-perform
           .

       print-level-table.
           display ' '
           display 'Runs ended by level reached and cause'
           display 'Level    Floor     Wall     Quit    Unrec'
               '    Total'
           perform varying level-idx from 1 by 1
                   until level-idx > difficulty-max-level + 1
                       or level-idx > level-table-max
               compute level-total = lv-floor (level-idx)
                   + lv-wall (level-idx) + lv-quit (level-idx)
               add lv-unrecorded (level-idx) to level-total
               add lv-floor (level-idx) to total-floor
               add lv-wall (level-idx) to total-wall
               add lv-quit (level-idx) to total-quit
               add lv-unrecorded (level-idx) to total-unrecorded
               compute level-ed = level-idx - 1
               move lv-floor (level-idx) to floor-ed
               move lv-wall (level-idx) to wall-ed
               move lv-quit (level-idx) to quit-ed
               move lv-unrecorded (level-idx) to unrec-ed
               move level-total to total-ed
               move spaces to report-line
               string '   ' delimited by size
                   level-ed delimited by size
                   ' ' delimited by size
                   floor-ed delimited by size
                   ' ' delimited by size
                   wall-ed delimited by size
                   ' ' delimited by size
                   quit-ed delimited by size
                   ' ' delimited by size
                   unrec-ed delimited by size
                   ' ' delimited by size
                   total-ed delimited by size
                   into report-line
               end-string
               display report-line
           end-perform
           compute level-total = total-floor + total-wall
               + total-quit
           add total-unrecorded to level-total
           move total-floor to floor-ed
           move total-wall to wall-ed
           move total-quit to quit-ed
           move total-unrecorded to unrec-ed
           move level-total to total-ed
           move spaces to report-line
           string 'Total' delimited by size
               ' ' delimited by size
               floor-ed delimited by size
               ' ' delimited by size
               wall-ed delimited by size
               ' ' delimited by size
               quit-ed delimited by size
               ' ' delimited by size
               unrec-ed delimited by size
               ' ' delimited by size
               total-ed delimited by size
               into report-line
           end-string
           display report-line
           .
       end program balance-report.
