      *> Batch program: where and when the fleet earns -- plays and
      *> coins per zone, per hour of the day and per weekday, so a
      *> machine can be stood where it takes most and each cabinet's
      *> closing time can be set to when people actually stop
      *> playing. For every ACTIVE cabinet it reads the monthly
      *> session archives (session-archive-YYYYMM.dat) and the live
      *> session-log.dat for plays, coin-ledger.dat for coins, and
      *> game-config.dat for cfg-close-time, and prints:
      *>   - per cabinet, its plays and coins, its closing time, the
      *>     plays started at or after it (LATE: those miss the
      *>     day's close-out and people are still playing) and the
      *>     plays in the hour before it (IDLE: none -- the cabinet
      *>     could close earlier);
      *>   - plays and coins per zone, per hour and per weekday;
      *>   - every zone move dated in the period, with the moved
      *>     cabinet's plays and coins per day before and after it.
      *> A play or coin counts to the zone the cabinet stood in at
      *> the time, going by the moves registry-check.cbl keeps in
      *> registry-history.dat; a move is dated by the registry-check
      *> run that saw it.
      *>
      *> Run where the registry lives:
      *>     zone-report [from-yyyymmdd [to-yyyymmdd]]
      *> With no dates the four weeks ending yesterday are reported;
      *> with one date, from that date through yesterday.
       identification division.
       program-id. zone-report.

       environment division.
       input-output section.
       file-control.
           select cabinet-list-file assign to "cabinet-registry.dat"
               organization is line sequential
               access mode is sequential
               file status is list-file-status.
           select history-file assign to "registry-history.dat"
               organization is line sequential
               access mode is sequential
               file status is rgh-file-status.
      *> the live log and each month's archive in turn -- the layout
      *> is the same session-log-record either way.
           select cabinet-session-file
               assign to dynamic dyn-session-path
               organization is line sequential
               access mode is sequential
               file status is sess-file-status.
           select cabinet-coin-file
               assign to dynamic dyn-coin-path
               organization is line sequential
               access mode is sequential
               file status is coin-file-status.
           select cabinet-config-file
               assign to dynamic dyn-config-path
               organization is line sequential
               access mode is sequential
               file status is cfg-file-status.

       data division.
       file section.
       fd  cabinet-list-file.
           copy cabinet-registry-record.

       fd  history-file.
           copy registry-history-record.

       fd  cabinet-session-file.
           copy session-log-record.
       01 archive-control-record.
           05 arc-ctl-tag           pic x(8).
           05 arc-ctl-count         pic 9(9).
           05 arc-ctl-sum-score     pic 9(12).
           05 arc-ctl-sum-distance  pic 9(12).

       fd  cabinet-coin-file.
           copy coin-ledger-record.

      *> the game-config.dat record laid out in game-file-section.cpy.
       fd  cabinet-config-file.
       01 cabinet-config-record.
           05 cab-title             pic x(40).
           05 cab-x                 pic 9(4).
           05 cab-y                 pic 9(4).
           05 cab-w                 pic 9(4).
           05 cab-h                 pic 9(4).
           05 cab-renderer          pic x(11).
           05 cab-screen-profile    pic x(16).
           05 cab-theme-pack        pic x(60).
           05 cab-free-play         pic x.
           05 cab-close-time        pic x(4).
           05 cab-venue-id          pic x(12).

       working-storage section.
       01 list-file-status             pic xx.
           88 list-file-ok             value '00'.
       01 rgh-file-status              pic xx.
           88 rgh-file-ok              value '00'.
       01 sess-file-status             pic xx.
           88 sess-file-ok             value '00'.
       01 coin-file-status             pic xx.
           88 coin-file-ok             value '00'.
       01 cfg-file-status              pic xx.
           88 cfg-file-ok              value '00'.

       01 dyn-session-path             pic x(80).
       01 dyn-coin-path                pic x(80).
       01 dyn-config-path              pic x(80).
       01 wk-cabinet-id                pic x(20).
       01 wk-cabinet-dir               pic x(80).
       01 wk-cabinet-zone              pic x(12).
       01 wk-path-idx                  pic 9(4) comp-5.
       01 wk-dir-end                   pic 9(4) comp-5.

       01 cmd-line-args                pic x(80).
       01 arg-from-date                pic x(10).
       01 arg-to-date                  pic x(10).
       01 range-from-date              pic x(8).
       01 range-to-date                pic x(8).
       01 wk-date-num                  pic 9(8).
       01 range-from-days              pic 9(9) comp-5.
       01 range-to-days                pic 9(9) comp-5.
       01 range-day-count              pic 9(9) comp-5.
      *> the first instant after the period, for the move segments.
       01 range-end-stamp              pic x(14).

      *> the archive sweep covers the months of the period only;
      *> months with no file are passed over.
       01 arch-ym                      pic 9(9) comp-5.
       01 arch-ym-limit                pic 9(9) comp-5.
       01 arch-year-d                  pic 9(4).
       01 arch-month-d                 pic 9(2).
       01 scan-month                   pic x(6).
       01 arch-check-details           pic x(20).
       01 arch-check-status            pic s9(9) comp-5.

      *> zone moves from registry-history.dat, in file (date) order.
      *> Each move's before and after stretches run from the
      *> cabinet's previous move (or the start of the period) to its
      *> next one (or the end of the period).
       78  move-max                    value 200.
       01 move-count                   pic 9(4) comp-5 value 0.
       01 move-idx                     pic 9(4) comp-5.
       01 other-move-idx               pic 9(4) comp-5.
       01 move-table.
           05 move-entry occurs 200 times.
               10 mv-cabinet-id      pic x(20).
               10 mv-stamp           pic x(14).
               10 mv-from-zone       pic x(12).
               10 mv-to-zone         pic x(12).
               10 mv-seg-start       pic x(14).
               10 mv-seg-end         pic x(14).
               10 mv-before-plays    pic 9(9).
               10 mv-before-coins    pic 9(9).
               10 mv-after-plays     pic 9(9).
               10 mv-after-coins     pic 9(9).
       01 move-overflow-flag           pic x value 'N'.
           88 move-overflow            value 'Y'.
       01 moves-in-period              pic 9(4) comp-5 value 0.

      *> plays and coins per zone; the registry's zones are seeded as
      *> the cabinets are walked so an idle zone still shows.
       78  zone-max                    value 50.
       01 zone-count                   pic 9(4) comp-5 value 0.
       01 zone-idx                     pic 9(4) comp-5.
       01 zone-table.
           05 zone-entry occurs 51 times.
               10 zn-name            pic x(12) value spaces.
               10 zn-cabinets        pic 9(4) value 0.
               10 zn-plays           pic 9(9) value 0.
               10 zn-coins           pic 9(9) value 0.
       01 zone-overflow-flag           pic x value 'N'.
           88 zone-overflow            value 'Y'.
       01 lookup-zone                  pic x(12).

      *> plays and coins per hour (00..23) and per weekday (Mon..Sun).
       01 hour-idx                     pic 9(4) comp-5.
       01 hour-table.
           05 hour-entry occurs 24 times.
               10 hr-plays           pic 9(9) value 0.
               10 hr-coins           pic 9(9) value 0.
       01 day-idx                      pic 9(4) comp-5.
       01 day-names                    pic x(21)
           value 'MONTUEWEDTHUFRISATSUN'.
       01 weekday-table.
           05 weekday-entry occurs 7 times.
               10 wd-plays           pic 9(9) value 0.
               10 wd-coins           pic 9(9) value 0.
               10 wd-days            pic 9(4) value 0.
       01 wk-day-number                pic 9(9) comp-5.

      *> the record being counted.
       01 event-kind                   pic x.
           88 event-play               value 'P'.
           88 event-coin               value 'C'.
       01 event-stamp                  pic x(14).
       01 event-hhmm                   pic 9(4).
       01 event-zone                   pic x(12).

      *> the cabinet being walked.
       01 cabinet-plays                pic 9(9).
       01 cabinet-coins                pic 9(9).
       01 cabinet-late-plays           pic 9(9).
       01 cabinet-last-hour-plays      pic 9(9).
       01 cabinet-close-time           pic x(4).
       01 close-hhmm                   pic 9(4).
       01 close-hour-before            pic 9(4).
      *> the game's own closing time when the config gives none.
       01 default-close-time           pic x(4) value '2300'.
       01 cabinets-checked             pic 9(9) value 0.
       01 cabinets-late                pic 9(9) value 0.
       01 cabinets-idle                pic 9(9) value 0.
       01 fleet-plays                  pic 9(9) value 0.
       01 fleet-coins                  pic 9(9) value 0.

       01 peak-plays                   pic 9(9).
       01 bar-length                   pic 9(4) comp-5.
       78  bar-width                   value 30.
       01 bar-fill                     pic x(30) value all '*'.
       01 days-before                  pic 9(9) comp-5.
       01 days-after                   pic 9(9) comp-5.
       01 per-day                      pic 9(7)v9.

       01 more-list-records-flag       pic x value 'Y'.
           88 more-list-records        value 'Y'.
       01 more-records-flag            pic x value 'Y'.
           88 more-records             value 'Y'.

       01 report-line                  pic x(80).
       01 plays-ed                     pic z(7)9.
       01 coins-ed                     pic z(7)9.
       01 late-ed                      pic z(5)9.
       01 last-hour-ed                 pic z(5)9.
       01 count-ed                     pic z(7)9.
       01 hour-ed                      pic 99.
       01 per-day-ed                   pic z(5)9.9.
       01 pct-ed                       pic zz9.
       01 pct-value                    pic 9(3).

       procedure division.
       main.
           accept cmd-line-args from command-line
           move spaces to arg-from-date arg-to-date
           unstring cmd-line-args delimited by all space
               into arg-from-date arg-to-date
           end-unstring
           perform set-period
           if range-from-date = spaces
               display 'usage: zone-report [from-yyyymmdd'
                   ' [to-yyyymmdd]]'
               move 8 to return-code
               goback
           end-if
           perform load-moves
           display 'Zone and hour-of-day utilization '
               range-from-date ' .. ' range-to-date
           display 'Cabinet             Zone           Plays'
               '   Coins  Close Late LastHr'
           perform process-cabinets
           perform print-fleet-line
           perform print-zone-table
           perform print-hour-table
           perform print-weekday-table
           perform print-moves
           goback
           .

       set-period.
      *    leaves range-from-date blank when a date given is not a
      *    real one.
           move function current-date(1:8) to wk-date-num
           compute range-to-days =
               function integer-of-date(wk-date-num) - 1
           if arg-to-date not = spaces
               move arg-to-date (1:8) to range-to-date
               if range-to-date is not numeric
                   or function test-date-yyyymmdd
                       (function numval(range-to-date)) not = 0
                   move spaces to range-from-date
                   exit paragraph
               end-if
               move range-to-date to wk-date-num
               compute range-to-days =
                   function integer-of-date(wk-date-num)
           end-if
           compute wk-date-num = function date-of-integer(range-to-days)
           move wk-date-num to range-to-date
           compute range-from-days = range-to-days - 27
           if arg-from-date not = spaces
               move arg-from-date (1:8) to range-from-date
               if range-from-date is not numeric
                   or function test-date-yyyymmdd
                       (function numval(range-from-date)) not = 0
                   move spaces to range-from-date
                   exit paragraph
               end-if
               move range-from-date to wk-date-num
               compute range-from-days =
                   function integer-of-date(wk-date-num)
           end-if
           if range-from-days > range-to-days
               move spaces to range-from-date
               exit paragraph
           end-if
           compute wk-date-num =
               function date-of-integer(range-from-days)
           move wk-date-num to range-from-date
           compute range-day-count = range-to-days - range-from-days
               + 1
           compute wk-date-num =
               function date-of-integer(range-to-days + 1)
           move spaces to range-end-stamp
           string wk-date-num delimited by size
               '000000' delimited by size
               into range-end-stamp
           end-string
      *    how many of each weekday the period holds, for the
      *    per-day averages.
           perform varying wk-day-number from range-from-days by 1
                   until wk-day-number > range-to-days
               compute day-idx =
                   function mod(wk-day-number - 1, 7) + 1
               add 1 to wd-days (day-idx)
           end-perform
           .

       load-moves.
      *    a record whose prior zone is blank put a zone on file for
      *    the first time; only a real change of zone is a move.
           open input history-file
           if not rgh-file-ok
               exit paragraph
           end-if
           move 'Y' to more-records-flag
           perform until not more-records
               read history-file
                   at end
                       move 'N' to more-records-flag
                   not at end
                       if rgh-rec-prior-zone not = spaces
                           and rgh-rec-zone not = rgh-rec-prior-zone
                           perform take-move-record
                       end-if
               end-read
           end-perform
           close history-file
           perform varying move-idx from 1 by 1
                   until move-idx > move-count
               perform set-move-segment
           end-perform
           .

       take-move-record.
           if move-count >= move-max
               set move-overflow to true
               exit paragraph
           end-if
           add 1 to move-count
           move rgh-rec-cabinet-id to mv-cabinet-id (move-count)
           move rgh-rec-change-ts to mv-stamp (move-count)
           move rgh-rec-prior-zone to mv-from-zone (move-count)
           move rgh-rec-zone to mv-to-zone (move-count)
           move zero to mv-before-plays (move-count)
               mv-before-coins (move-count)
               mv-after-plays (move-count)
               mv-after-coins (move-count)
           .

       set-move-segment.
           move spaces to mv-seg-start (move-idx)
           string range-from-date delimited by size
               '000000' delimited by size
               into mv-seg-start (move-idx)
           end-string
           move range-end-stamp to mv-seg-end (move-idx)
           perform varying other-move-idx from 1 by 1
                   until other-move-idx > move-count
               if mv-cabinet-id (other-move-idx)
                       = mv-cabinet-id (move-idx)
                   if other-move-idx < move-idx
                       and mv-stamp (other-move-idx)
                           > mv-seg-start (move-idx)
                       move mv-stamp (other-move-idx)
                           to mv-seg-start (move-idx)
                   end-if
                   if other-move-idx > move-idx
                       and mv-stamp (other-move-idx)
                           < mv-seg-end (move-idx)
                       move mv-stamp (other-move-idx)
                           to mv-seg-end (move-idx)
                   end-if
               end-if
           end-perform
           if mv-stamp (move-idx) (1:8) >= range-from-date
               and mv-stamp (move-idx) (1:8) <= range-to-date
               add 1 to moves-in-period
           end-if
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
           move reg-rec-zone to wk-cabinet-zone
           perform set-cabinet-dir
           add 1 to cabinets-checked
           move wk-cabinet-zone to lookup-zone
           perform find-zone
           add 1 to zn-cabinets (zone-idx)
           move zero to cabinet-plays cabinet-coins
               cabinet-late-plays cabinet-last-hour-plays
           perform load-close-time
           perform set-close-hour
           perform scan-archives
           move spaces to dyn-session-path
           string function trim(wk-cabinet-dir) delimited by size
               'session-log.dat' delimited by size
               into dyn-session-path
           end-string
           perform scan-session-file
           perform scan-coin-file
           perform print-cabinet-line
           add cabinet-plays to fleet-plays
           add cabinet-coins to fleet-coins
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

       load-close-time.
      *    the game keeps its built-in closing time when the config
      *    has none or an unreadable one; so does the report.
           move default-close-time to cabinet-close-time
           move spaces to dyn-config-path
           string function trim(wk-cabinet-dir) delimited by size
               'game-config.dat' delimited by size
               into dyn-config-path
           end-string
           open input cabinet-config-file
           if not cfg-file-ok
               exit paragraph
           end-if
           read cabinet-config-file
               not at end
                   if cab-close-time is numeric
                       move cab-close-time to cabinet-close-time
                   end-if
           end-read
           close cabinet-config-file
           .

       set-close-hour.
           move cabinet-close-time to close-hhmm
           if close-hhmm >= 100
               compute close-hour-before = close-hhmm - 100
           else
               move zero to close-hour-before
           end-if
           .

       scan-archives.
           compute arch-ym =
               function numval(range-from-date (1:4)) * 12
               + function numval(range-from-date (5:2)) - 1
           compute arch-ym-limit =
               function numval(range-to-date (1:4)) * 12
               + function numval(range-to-date (5:2)) - 1
           perform until arch-ym > arch-ym-limit
               compute arch-year-d = arch-ym / 12
               compute arch-month-d = function mod(arch-ym, 12) + 1
               move spaces to scan-month
               string arch-year-d delimited by size
                   arch-month-d delimited by size
                   into scan-month
               end-string
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
                           and sess-rec-start-ts (1:8)
                               >= range-from-date
                           and sess-rec-start-ts (1:8)
                               <= range-to-date
                           move 'P' to event-kind
                           move sess-rec-start-ts (1:14)
                               to event-stamp
                           perform tally-event
                       end-if
               end-read
           end-perform
           close cabinet-session-file
           .

       scan-coin-file.
           move spaces to dyn-coin-path
           string function trim(wk-cabinet-dir) delimited by size
               'coin-ledger.dat' delimited by size
               into dyn-coin-path
           end-string
           open input cabinet-coin-file
           if not coin-file-ok
               exit paragraph
           end-if
           move 'Y' to more-records-flag
           perform until not more-records
               read cabinet-coin-file
                   at end
                       move 'N' to more-records-flag
                   not at end
                       if coin-rec-timestamp (1:8) >= range-from-date
                           and coin-rec-timestamp (1:8)
                               <= range-to-date
                           move 'C' to event-kind
                           move coin-rec-timestamp (1:14)
                               to event-stamp
                           perform tally-event
                       end-if
               end-read
           end-perform
           close cabinet-coin-file
           .

       tally-event.
      *    one play or one coin: to the cabinet, the zone it stood
      *    in at the time, the hour, the weekday, and the before or
      *    after side of any move of this cabinet around it.
           if event-stamp (1:12) is not numeric
               exit paragraph
           end-if
           move event-stamp (1:8) to wk-date-num
           if function test-date-yyyymmdd(wk-date-num) not = 0
               exit paragraph
           end-if
           move event-stamp (9:4) to event-hhmm
           compute hour-idx = event-hhmm / 100 + 1
           if hour-idx > 24
               exit paragraph
           end-if
           compute wk-day-number =
               function integer-of-date(wk-date-num)
           compute day-idx = function mod(wk-day-number - 1, 7) + 1
           perform find-event-zone
           move event-zone to lookup-zone
           perform find-zone
           if event-play
               add 1 to cabinet-plays
               add 1 to zn-plays (zone-idx)
               add 1 to hr-plays (hour-idx)
               add 1 to wd-plays (day-idx)
               if event-hhmm >= close-hhmm
                   add 1 to cabinet-late-plays
               else
                   if event-hhmm >= close-hour-before
                       add 1 to cabinet-last-hour-plays
                   end-if
               end-if
           else
               add 1 to cabinet-coins
               add 1 to zn-coins (zone-idx)
               add 1 to hr-coins (hour-idx)
               add 1 to wd-coins (day-idx)
           end-if
           perform varying move-idx from 1 by 1
                   until move-idx > move-count
               if mv-cabinet-id (move-idx) = wk-cabinet-id
                   perform tally-move-side
               end-if
           end-perform
           .

       find-event-zone.
      *    the zone a later move took the cabinet from, else the zone
      *    it stands in now.
           move wk-cabinet-zone to event-zone
           perform varying move-idx from 1 by 1
                   until move-idx > move-count
               if mv-cabinet-id (move-idx) = wk-cabinet-id
                   and mv-stamp (move-idx) > event-stamp
                   move mv-from-zone (move-idx) to event-zone
                   exit perform
               end-if
           end-perform
           .

       tally-move-side.
           if event-stamp < mv-seg-start (move-idx)
               or event-stamp >= mv-seg-end (move-idx)
               exit paragraph
           end-if
           if event-stamp < mv-stamp (move-idx)
               if event-play
                   add 1 to mv-before-plays (move-idx)
               else
                   add 1 to mv-before-coins (move-idx)
               end-if
           else
               if event-play
                   add 1 to mv-after-plays (move-idx)
               else
                   add 1 to mv-after-coins (move-idx)
               end-if
           end-if
           .

       find-zone.
      *    zones past the table's end share its last row.
           if lookup-zone = spaces
               move '(no zone)' to lookup-zone
           end-if
           perform varying zone-idx from 1 by 1
                   until zone-idx > zone-count
               if zn-name (zone-idx) = lookup-zone
                   exit paragraph
               end-if
           end-perform
           if zone-count >= zone-max
               set zone-overflow to true
               compute zone-idx = zone-max + 1
               move '(other)' to zn-name (zone-idx)
               exit paragraph
           end-if
           add 1 to zone-count
           move zone-count to zone-idx
           move lookup-zone to zn-name (zone-idx)
           move zero to zn-cabinets (zone-idx) zn-plays (zone-idx)
               zn-coins (zone-idx)
           .

       print-cabinet-line.
           move cabinet-plays to plays-ed
           move cabinet-coins to coins-ed
           move cabinet-late-plays to late-ed
           move cabinet-last-hour-plays to last-hour-ed
           move spaces to report-line
           string wk-cabinet-id delimited by size
               wk-cabinet-zone delimited by size
               plays-ed delimited by size
               coins-ed delimited by size
               '  ' delimited by size
               cabinet-close-time delimited by size
               late-ed delimited by size
               last-hour-ed delimited by size
               into report-line
           end-string
           if cabinet-late-plays > 0
               move 'LATE' to report-line (68:4)
               add 1 to cabinets-late
           else
               if cabinet-plays > 0 and cabinet-last-hour-plays = 0
                   move 'IDLE' to report-line (68:4)
                   add 1 to cabinets-idle
               end-if
           end-if
           display function trim(report-line trailing)
           .

       print-fleet-line.
           move fleet-plays to plays-ed
           move fleet-coins to coins-ed
           move spaces to report-line
           string 'FLEET                           ' delimited by size
               plays-ed delimited by size
               coins-ed delimited by size
               into report-line
           end-string
           display function trim(report-line trailing)
           move cabinets-late to count-ed
           display 'Cabinets played after closing (LATE):'
               count-ed
           move cabinets-idle to count-ed
           display 'Cabinets idle the hour before (IDLE):'
               count-ed
           .

       print-zone-table.
           display ' '
           display 'By zone         Cabs    Plays    Coins  %Plays'
           perform varying zone-idx from 1 by 1
                   until zone-idx > zone-count
               perform print-zone-line
           end-perform
           if zone-overflow
               compute zone-idx = zone-max + 1
               perform print-zone-line
           end-if
           .

       print-zone-line.
           move zn-plays (zone-idx) to plays-ed
           move zn-coins (zone-idx) to coins-ed
           move zero to pct-value
           if fleet-plays > 0
               compute pct-value rounded =
                   zn-plays (zone-idx) * 100 / fleet-plays
           end-if
           move pct-value to pct-ed
           move zn-cabinets (zone-idx) to late-ed
           move spaces to report-line
           string zn-name (zone-idx) delimited by size
               late-ed delimited by size
               ' ' delimited by size
               plays-ed delimited by size
               ' ' delimited by size
               coins-ed delimited by size
               '     ' delimited by size
               pct-ed delimited by size
               into report-line
           end-string
           display function trim(report-line trailing)
           .

       print-hour-table.
           display ' '
           display 'By hour     Plays    Coins'
           move zero to peak-plays
           perform varying hour-idx from 1 by 1 until hour-idx > 24
               if hr-plays (hour-idx) > peak-plays
                   move hr-plays (hour-idx) to peak-plays
               end-if
           end-perform
           perform varying hour-idx from 1 by 1 until hour-idx > 24
               compute hour-ed = hour-idx - 1
               move hr-plays (hour-idx) to plays-ed
               move hr-coins (hour-idx) to coins-ed
               move spaces to report-line
               string hour-ed delimited by size
                   ':00  ' delimited by size
                   plays-ed delimited by size
                   ' ' delimited by size
                   coins-ed delimited by size
                   into report-line
               end-string
               move hr-plays (hour-idx) to per-day
               perform set-bar-length
               if bar-length > 0
                   move bar-fill (1:bar-length)
                       to report-line (29:bar-length)
               end-if
               display function trim(report-line trailing)
           end-perform
           .

       set-bar-length.
           move zero to bar-length
           if peak-plays > 0
               compute bar-length = per-day * bar-width / peak-plays
               if bar-length = 0 and per-day > 0
                   move 1 to bar-length
               end-if
           end-if
           .

       print-weekday-table.
           display ' '
           display 'By weekday  Plays    Coins  Days  Plays/day'
           perform varying day-idx from 1 by 1 until day-idx > 7
               move wd-plays (day-idx) to plays-ed
               move wd-coins (day-idx) to coins-ed
               move wd-days (day-idx) to pct-ed
               move zero to per-day
               if wd-days (day-idx) > 0
                   compute per-day rounded =
                       wd-plays (day-idx) / wd-days (day-idx)
               end-if
               move per-day to per-day-ed
               move spaces to report-line
               string day-names ((day-idx - 1) * 3 + 1:3)
                       delimited by size
                   '    ' delimited by size
                   plays-ed delimited by size
                   ' ' delimited by size
                   coins-ed delimited by size
                   '   ' delimited by size
                   pct-ed delimited by size
                   '   ' delimited by size
                   per-day-ed delimited by size
                   into report-line
               end-string
               display function trim(report-line trailing)
           end-perform
           .

       print-moves.
           display ' '
           if moves-in-period = 0
               display 'No zone moves in the period.'
           else
               display 'Zone moves                          '
                   '  ----- before -----  ----- after ------'
               display 'Date     Cabinet                    '
                   '  Plays/day Coins/day  Plays/day Coins/day'
               display '         From zone -> To zone'
               perform varying move-idx from 1 by 1
                       until move-idx > move-count
                   if mv-stamp (move-idx) (1:8) >= range-from-date
                       and mv-stamp (move-idx) (1:8)
                           <= range-to-date
                       perform print-move-line
                   end-if
               end-perform
           end-if
           if move-overflow
               display '(registry-history.dat holds more moves than'
                   ' the report can track -- later ones left out)'
           end-if
           .

       print-move-line.
      *    the days each side of the move covers, counting the day
      *    of the move itself as after it.
           move mv-seg-start (move-idx) (1:8) to wk-date-num
           compute days-before = function integer-of-date(wk-date-num)
           move mv-stamp (move-idx) (1:8) to wk-date-num
           compute wk-day-number = function integer-of-date(wk-date-num)
           compute days-before = wk-day-number - days-before
           move mv-seg-end (move-idx) (1:8) to wk-date-num
           compute days-after = function integer-of-date(wk-date-num)
           compute days-after = days-after - wk-day-number
      *    the zones go on a line of their own under the figures,
      *    so a long zone name never runs into them.
           move spaces to report-line
           string mv-stamp (move-idx) (1:8) delimited by size
               ' ' delimited by size
               mv-cabinet-id (move-idx) delimited by size
               ' ' delimited by size
               into report-line
           end-string
           move zero to per-day
           if days-before > 0
               compute per-day rounded =
                   mv-before-plays (move-idx) / days-before
           end-if
           move per-day to per-day-ed
           move per-day-ed to report-line (38:8)
           move zero to per-day
           if days-before > 0
               compute per-day rounded =
                   mv-before-coins (move-idx) / days-before
           end-if
           move per-day to per-day-ed
           move per-day-ed to report-line (48:8)
           move zero to per-day
           if days-after > 0
               compute per-day rounded =
                   mv-after-plays (move-idx) / days-after
           end-if
           move per-day to per-day-ed
           move per-day-ed to report-line (59:8)
           move zero to per-day
           if days-after > 0
               compute per-day rounded =
                   mv-after-coins (move-idx) / days-after
           end-if
           move per-day to per-day-ed
           move per-day-ed to report-line (69:8)
           display function trim(report-line trailing)
           move spaces to report-line
           string '         ' delimited by size
               function trim(mv-from-zone (move-idx))
                   delimited by size
               ' -> ' delimited by size
               function trim(mv-to-zone (move-idx))
                   delimited by size
               into report-line
           end-string
           display function trim(report-line trailing)
           .
       end program zone-report.
