      *> Batch program: monthly availability (uptime) per cabinet and
      *> per zone, the figure several venue contracts promise. For
      *> each cabinet in cabinet-registry.dat the month is laid out
      *> minute by minute and each minute is counted as up, down, or
      *> off the floor:
      *>   - down while a work order marked down (work-order.dat,
      *>     work-order-record.cpy) was open against it;
      *>   - down while the registry had it in the shop, and off the
      *>     floor while it was retired or not yet installed, going
      *>     by the dated status changes registry-check.cbl keeps in
      *>     registry-history.dat;
      *>   - down from fifteen minutes after its last heartbeat in
      *>     cabinet-health.dat (the same staleness fleet-monitor.cbl
      *>     flags) when it has gone dark and nobody has opened an
      *>     order yet.
      *> A minute counts once however many of these cover it, so a
      *> cabinet in the shop with an open order is not down twice.
      *> Availability is the up minutes over the minutes on the
      *> floor. When venue-contract.dat promises a minimum uptime
      *> (the cabinet's own contract, else its zone's) the cabinet
      *> or zone is marked BELOW when it missed it. The month ends
      *> with the work orders closed in it, by fault category.
      *>
      *> Run where the registry lives:
      *>     availability-report [yyyymm]
      *> With no month the previous calendar month is reported; the
      *> current month is reported up to the minute the run starts.
       identification division.
       program-id. availability-report.

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
           select work-order-file assign to "work-order.dat"
               organization is line sequential
               access mode is sequential
               file status is wo-file-status.
           select contract-file assign to "venue-contract.dat"
               organization is line sequential
               access mode is sequential
               file status is vct-file-status.
           select cabinet-health-file
               assign to dynamic dyn-health-path
               organization is line sequential
               access mode is sequential
               file status is hb-file-status.

       data division.
       file section.
       fd  cabinet-list-file.
           copy cabinet-registry-record.

       fd  history-file.
           copy registry-history-record.

       fd  work-order-file.
           copy work-order-record.

       fd  contract-file.
           copy venue-contract-record.

       fd  cabinet-health-file.
           copy cabinet-health-record.

       working-storage section.
       01 list-file-status             pic xx.
           88 list-file-ok             value '00'.
       01 rgh-file-status              pic xx.
           88 rgh-file-ok              value '00'.
       01 wo-file-status               pic xx.
           88 wo-file-ok               value '00'.
       01 vct-file-status              pic xx.
           88 vct-file-ok              value '00'.
       01 hb-file-status               pic xx.
           88 hb-file-ok               value '00'.

       01 dyn-health-path              pic x(80).
       01 wk-cabinet-id                pic x(20).
       01 wk-cabinet-zone              pic x(12).
       01 wk-cabinet-status            pic x.
       01 wk-install-date              pic x(8).
       01 wk-cabinet-dir               pic x(80).
       01 wk-path-idx                  pic 9(4) comp-5.
       01 wk-dir-end                   pic 9(4) comp-5.

       01 month-arg                    pic x(80).
       01 report-month                 pic 9(6).
       01 report-month-x redefines report-month.
           05 report-yyyy           pic 9(4).
           05 report-mm             pic 9(2).
       01 run-stamp                    pic x(14).
       01 wk-yyyy                      pic 9(4).
       01 wk-mm                        pic 9(2).
       01 wk-date-9                    pic 9(8).
       01 wk-days                      pic 9(9) comp-5.
       01 month-days                   pic 9(2).
       01 current-month-flag           pic x value 'N'.
           88 current-month            value 'Y'.

      *> one byte per minute of the month: space up, D down, X off
      *> the floor (retired, not yet installed).
       78  minutes-per-day             value 1440.
       01 minute-map                   pic x(44640).
       01 period-minutes               pic 9(9) comp-5.
       01 mark-from                    pic s9(9) comp-5.
       01 mark-to                      pic s9(9) comp-5.
       01 mark-length                  pic s9(9) comp-5.
       01 mark-char                    pic x.
       01 down-minutes-fill            pic x(44640) value all 'D'.
       01 off-minutes-fill             pic x(44640) value all 'X'.

      *> stamp-to-minute: a yyyymmddhhmm... stamp to its minute of
      *> the month, 1 for the first; before the month reads as 0 and
      *> after it as one past the end.
       01 wk-stamp                     pic x(14).
       01 wk-stamp-parts redefines wk-stamp.
           05 wk-stamp-month        pic x(6).
           05 wk-stamp-dd           pic 9(2).
           05 wk-stamp-hh           pic 9(2).
           05 wk-stamp-mi           pic 9(2).
           05 filler                pic x(2).
       01 wk-minute                    pic s9(9) comp-5.
       01 wk-clock-minutes             pic s9(9) comp-5.
       01 stamp-ok-flag                pic x.
           88 stamp-ok                 value 'Y'.

      *> heartbeat staleness, as fleet-monitor.cbl judges it.
       78  heartbeat-stale-minutes     value 15.
       01 hb-found-flag                pic x.
           88 hb-found                 value 'Y'.
       01 wk-hb-timestamp              pic x(26).

      *> every work order as its last record left it, by number.
       78  order-max                   value 9999.
       01 order-high                   pic 9(6) value 0.
       01 order-idx                    pic 9(6) comp-5.
       01 order-table.
           05 order-entry occurs 9999 times.
               10 or-cabinet-id      pic x(20).
               10 or-opened-ts       pic x(14).
               10 or-closed-ts       pic x(14).
               10 or-down-flag       pic x.
                   88 or-down        value 'Y'.
               10 or-status          pic x.
                   88 or-closed      value 'C'.
               10 or-category        pic x(4).
       01 orders-overflow-flag         pic x value 'N'.
           88 orders-overflow          value 'Y'.

      *> registry status changes, in file (date) order.
       78  history-max                 value 2000.
       01 history-count                pic 9(4) comp-5 value 0.
       01 history-idx                  pic 9(4) comp-5.
       01 history-table.
           05 history-entry occurs 2000 times.
               10 hs-change-ts       pic x(14).
               10 hs-cabinet-id      pic x(20).
               10 hs-status          pic x.
               10 hs-prior-status    pic x.
       01 history-overflow-flag        pic x value 'N'.
           88 history-overflow         value 'Y'.
       01 status-now                   pic x.
       01 status-from                  pic s9(9) comp-5.

      *> promised uptime, per cabinet or per zone.
       78  contract-max                value 200.
       01 contract-count               pic 9(4) comp-5 value 0.
       01 contract-idx                 pic 9(4) comp-5.
       01 contract-table.
           05 contract-entry occurs 200 times.
               10 ct-zone            pic x(12).
               10 ct-cabinet-id      pic x(20).
               10 ct-min-uptime      pic 9(3)v99.
       01 wk-min-uptime                pic 9(3)v99.

       78  zone-max                    value 50.
       01 zone-count                   pic 9(4) comp-5 value 0.
       01 zone-idx                     pic 9(4) comp-5.
       01 zone-table.
           05 zone-entry occurs 50 times.
               10 zn-zone            pic x(12).
               10 zn-cabinets        pic 9(4).
               10 zn-scheduled       pic 9(9).
               10 zn-down            pic 9(9).
               10 zn-orders          pic 9(6).
       01 zone-overflow-flag           pic x value 'N'.
           88 zone-overflow            value 'Y'.

       01 category-names               pic x(32)
           value 'POWRDISPCTRLCOINSOFTCABNNOFFOTHR'.
       01 category-idx                 pic 9(4) comp-5.
       01 category-counts.
           05 category-count occurs 8 times
                                       pic 9(6) value 0.

       01 cab-down-minutes             pic 9(9).
       01 cab-off-minutes              pic 9(9).
       01 cab-scheduled                pic 9(9).
       01 cab-orders                   pic 9(6).
       01 wk-uptime                    pic 9(3)v99.
       01 fleet-scheduled              pic 9(9) value 0.
       01 fleet-down                   pic 9(9) value 0.
       01 fleet-orders                 pic 9(6) value 0.
       01 cabinets-reported            pic 9(4) value 0.
       01 cabinets-off                 pic 9(4) value 0.
       01 below-count                  pic 9(4) value 0.

       01 more-records-flag            pic x value 'Y'.
           88 more-records             value 'Y'.

       01 report-line                  pic x(100).
       01 hours-ed                     pic z(6)9.9.
       01 down-hours-ed                pic z(6)9.9.
       01 uptime-ed                    pic zz9.99.
       01 sla-ed                       pic zz9.99.
       01 orders-ed                    pic z(5)9.
       01 count-ed                     pic z(3)9.
       01 sla-text                     pic x(16).

       procedure division.
       main.
           move function current-date(1:14) to run-stamp
           perform set-report-month
           if report-month = zero
               goback
           end-if
           perform load-orders
           perform load-history
           perform load-contracts
           display 'Cabinet              Zone          Floor hrs'
               '  Down hrs Uptime  Orders  Promised'
           perform process-cabinets
           perform print-zones
           perform print-fault-categories
           perform print-summary
           goback
           .

       set-report-month.
           accept month-arg from command-line
           if month-arg = spaces
               move run-stamp (1:6) to wk-date-9 (1:6)
               move '01' to wk-date-9 (7:2)
               compute wk-days = function integer-of-date(wk-date-9)
               subtract 1 from wk-days
               compute wk-date-9 = function date-of-integer(wk-days)
               move wk-date-9 (1:6) to report-month
           else
               if month-arg (1:6) is not numeric
                   or month-arg (5:2) < '01' or month-arg (5:2) > '12'
                   or month-arg (1:6) > run-stamp (1:6)
                   display 'usage: availability-report [yyyymm]'
                       ' (a month not after this one)'
                   move zero to report-month
                   move 8 to return-code
                   exit paragraph
               end-if
               move month-arg (1:6) to report-month
           end-if
      *    the month's length is the day before next month's first.
           move report-yyyy to wk-yyyy
           move report-mm to wk-mm
           if wk-mm = 12
               add 1 to wk-yyyy
               move 1 to wk-mm
           else
               add 1 to wk-mm
           end-if
           move wk-yyyy to wk-date-9 (1:4)
           move wk-mm to wk-date-9 (5:2)
           move '01' to wk-date-9 (7:2)
           compute wk-days = function integer-of-date(wk-date-9)
           subtract 1 from wk-days
           compute wk-date-9 = function date-of-integer(wk-days)
           move wk-date-9 (7:2) to month-days
           compute period-minutes = month-days * minutes-per-day
           if report-month = run-stamp (1:6)
               set current-month to true
               move run-stamp to wk-stamp
               perform stamp-to-minute
               move wk-minute to period-minutes
           end-if
           if current-month
               display 'Availability for ' report-yyyy '-' report-mm
                   ' to ' run-stamp (1:8) ' ' run-stamp (9:2) ':'
                   run-stamp (11:2)
           else
               display 'Availability for ' report-yyyy '-' report-mm
           end-if
           .

       load-orders.
           initialize order-table
           open input work-order-file
           if not wo-file-ok
               exit paragraph
           end-if
           move 'Y' to more-records-flag
           perform until not more-records
               read work-order-file
                   at end
                       move 'N' to more-records-flag
                   not at end
                       perform take-order-record
               end-read
           end-perform
           close work-order-file
           .

       take-order-record.
           if wo-rec-number = zero
               exit paragraph
           end-if
           if wo-rec-number > order-max
               set orders-overflow to true
               exit paragraph
           end-if
           move wo-rec-number to order-idx
           if order-idx > order-high
               move order-idx to order-high
           end-if
           move wo-rec-cabinet-id to or-cabinet-id (order-idx)
           move wo-rec-opened-ts to or-opened-ts (order-idx)
           move wo-rec-closed-ts to or-closed-ts (order-idx)
           move wo-rec-down-flag to or-down-flag (order-idx)
           move wo-rec-status to or-status (order-idx)
           move wo-rec-fault-category to or-category (order-idx)
           .

       load-history.
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
                       if history-count < history-max
                           add 1 to history-count
                           move rgh-rec-change-ts
                               to hs-change-ts (history-count)
                           move rgh-rec-cabinet-id
                               to hs-cabinet-id (history-count)
                           move rgh-rec-status
                               to hs-status (history-count)
                           move rgh-rec-prior-status
                               to hs-prior-status (history-count)
                       else
                           set history-overflow to true
                       end-if
               end-read
           end-perform
           close history-file
           .

       load-contracts.
           open input contract-file
           if not vct-file-ok
               exit paragraph
           end-if
           move 'Y' to more-records-flag
           perform until not more-records
               read contract-file
                   at end
                       move 'N' to more-records-flag
                   not at end
                       if vct-rec-min-uptime is numeric
                           and vct-rec-min-uptime > zero
                           and contract-count < contract-max
                           add 1 to contract-count
                           move vct-rec-zone
                               to ct-zone (contract-count)
                           move vct-rec-cabinet-id
                               to ct-cabinet-id (contract-count)
                           move vct-rec-min-uptime
                               to ct-min-uptime (contract-count)
                       end-if
               end-read
           end-perform
           close contract-file
           .

       process-cabinets.
           open input cabinet-list-file
           if list-file-ok
               move 'Y' to more-records-flag
               perform until not more-records
                   read cabinet-list-file
                       at end
                           move 'N' to more-records-flag
                       not at end
                           perform measure-one-cabinet
                   end-read
               end-perform
               close cabinet-list-file
           end-if
           .

       measure-one-cabinet.
           if reg-rec-cabinet-id = spaces
               exit paragraph
           end-if
           move reg-rec-cabinet-id to wk-cabinet-id
           move reg-rec-zone to wk-cabinet-zone
           move reg-rec-status to wk-cabinet-status
           move reg-rec-install-date to wk-install-date
           perform set-cabinet-dir
           move spaces to minute-map
      *    the layers go down in this order so that off-the-floor
      *    time wins over anything marked down underneath it: a
      *    retired machine with an order left open is not down.
           perform mark-order-downtime
           perform mark-heartbeat-downtime
           perform mark-registry-status
           perform mark-before-install
           move zero to cab-down-minutes cab-off-minutes
           inspect minute-map (1:period-minutes)
               tallying cab-down-minutes for all 'D'
                        cab-off-minutes for all 'X'
           compute cab-scheduled = period-minutes - cab-off-minutes
           if cab-scheduled = zero
               add 1 to cabinets-off
               display function trim(wk-cabinet-id)
                   ' -- not on the floor this month.'
               exit paragraph
           end-if
           add 1 to cabinets-reported
           add cab-scheduled to fleet-scheduled
           add cab-down-minutes to fleet-down
           add cab-orders to fleet-orders
           perform add-to-zone
           perform find-cabinet-contract
           perform print-cabinet-line
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

       mark-order-downtime.
           move zero to cab-orders
           perform varying order-idx from 1 by 1
                   until order-idx > order-high
               if or-cabinet-id (order-idx) = wk-cabinet-id
                   perform mark-one-order
               end-if
           end-perform
           .

       mark-one-order.
           if or-opened-ts (order-idx) (1:6) = report-month
               add 1 to cab-orders
           end-if
           if or-closed (order-idx)
               and or-closed-ts (order-idx) (1:6) = report-month
               perform varying category-idx from 1 by 1
                       until category-idx > 8
                   if category-names ((category-idx - 1) * 4 + 1:4)
                           = or-category (order-idx)
                       add 1 to category-count (category-idx)
                   end-if
               end-perform
           end-if
           if not or-down (order-idx)
               exit paragraph
           end-if
           move or-opened-ts (order-idx) to wk-stamp
           perform stamp-to-minute
           if not stamp-ok
               exit paragraph
           end-if
           move wk-minute to mark-from
           if or-closed (order-idx)
               move or-closed-ts (order-idx) to wk-stamp
               perform stamp-to-minute
               move wk-minute to mark-to
           else
               compute mark-to = period-minutes + 1
           end-if
           move 'D' to mark-char
           perform mark-range
           .

       mark-heartbeat-downtime.
      *    the heartbeat is one record, rewritten while the cabinet
      *    runs: a stamp older than the staleness limit is the moment
      *    it went dark, and it has been dark ever since.
           move 'N' to hb-found-flag
           move spaces to dyn-health-path
           string function trim(wk-cabinet-dir) delimited by size
               'cabinet-health.dat' delimited by size
               into dyn-health-path
           end-string
           open input cabinet-health-file
           if hb-file-ok
               read cabinet-health-file
                   at end
                       continue
                   not at end
                       move hb-rec-timestamp to wk-hb-timestamp
                       set hb-found to true
               end-read
               close cabinet-health-file
           end-if
           if not hb-found
               exit paragraph
           end-if
           move wk-hb-timestamp (1:14) to wk-stamp
           perform stamp-to-minute
           if not stamp-ok
               exit paragraph
           end-if
           if wk-minute < 1
               move 1 to mark-from
           else
               compute mark-from = wk-minute + heartbeat-stale-minutes
           end-if
           compute mark-to = period-minutes + 1
           move 'D' to mark-char
           perform mark-range
           .

       mark-registry-status.
      *    walk the cabinet's status changes in date order, marking
      *    each stretch by the status it held. The status at the
      *    start of the month is the last change before it; with no
      *    change before it, the prior status on the first change in
      *    it; with no history at all, the registry as it is now.
           move space to status-now
           move 1 to status-from
           perform varying history-idx from 1 by 1
                   until history-idx > history-count
               if hs-cabinet-id (history-idx) = wk-cabinet-id
                   perform take-status-change
               end-if
           end-perform
           if status-now = space
               move wk-cabinet-status to status-now
           end-if
           move status-from to mark-from
           compute mark-to = period-minutes + 1
           perform mark-status-stretch
           .

       take-status-change.
           move hs-change-ts (history-idx) to wk-stamp
           perform stamp-to-minute
           if not stamp-ok
               exit paragraph
           end-if
           if wk-minute < 1
               move hs-status (history-idx) to status-now
               exit paragraph
           end-if
           if status-now = space
               move hs-prior-status (history-idx) to status-now
               if status-now = space
                   move hs-status (history-idx) to status-now
               end-if
           end-if
           if wk-minute > period-minutes
               exit paragraph
           end-if
           move status-from to mark-from
           move wk-minute to mark-to
           perform mark-status-stretch
           move hs-status (history-idx) to status-now
           move wk-minute to status-from
           .

       mark-status-stretch.
           evaluate status-now
               when 'S'
                   move 'D' to mark-char
                   perform mark-range
               when 'R'
                   move 'X' to mark-char
                   perform mark-range
               when other
                   continue
           end-evaluate
           .

       mark-before-install.
           if wk-install-date is not numeric
               exit paragraph
           end-if
           move spaces to wk-stamp
           move wk-install-date to wk-stamp (1:8)
           move '0000' to wk-stamp (9:4)
           perform stamp-to-minute
           if not stamp-ok
               exit paragraph
           end-if
           move 1 to mark-from
           move wk-minute to mark-to
           move 'X' to mark-char
           perform mark-range
           .

       mark-range.
           if mark-from < 1
               move 1 to mark-from
           end-if
           if mark-to > period-minutes + 1
               compute mark-to = period-minutes + 1
           end-if
           if mark-from >= mark-to
               exit paragraph
           end-if
           compute mark-length = mark-to - mark-from
           if mark-char = 'X'
               move off-minutes-fill (1:mark-length)
                   to minute-map (mark-from:mark-length)
           else
               move down-minutes-fill (1:mark-length)
                   to minute-map (mark-from:mark-length)
           end-if
           .

       stamp-to-minute.
           move 'Y' to stamp-ok-flag
           if wk-stamp (1:12) is not numeric
               move 'N' to stamp-ok-flag
               exit paragraph
           end-if
           if wk-stamp-month < report-month
               move zero to wk-minute
               exit paragraph
           end-if
           if wk-stamp-month > report-month
               compute wk-minute = month-days * minutes-per-day + 1
               exit paragraph
           end-if
           compute wk-minute = wk-stamp-dd - 1
           multiply minutes-per-day by wk-minute
           compute wk-clock-minutes = wk-stamp-hh * 60 + wk-stamp-mi
           add wk-clock-minutes to wk-minute
           add 1 to wk-minute
           .

       find-cabinet-contract.
      *    the cabinet's own contract wins over its zone's.
           move zero to wk-min-uptime
           perform varying contract-idx from 1 by 1
                   until contract-idx > contract-count
               if ct-cabinet-id (contract-idx) = wk-cabinet-id
                   move ct-min-uptime (contract-idx) to wk-min-uptime
                   exit paragraph
               end-if
           end-perform
           perform find-zone-contract
           .

       find-zone-contract.
           move zero to wk-min-uptime
           perform varying contract-idx from 1 by 1
                   until contract-idx > contract-count
               if ct-cabinet-id (contract-idx) = spaces
                   and ct-zone (contract-idx) = wk-cabinet-zone
                   move ct-min-uptime (contract-idx) to wk-min-uptime
                   exit paragraph
               end-if
           end-perform
           .

       add-to-zone.
           perform varying zone-idx from 1 by 1
                   until zone-idx > zone-count
               if zn-zone (zone-idx) = wk-cabinet-zone
                   exit perform
               end-if
           end-perform
           if zone-idx > zone-count
               if zone-count >= zone-max
                   set zone-overflow to true
                   exit paragraph
               end-if
               add 1 to zone-count
               move wk-cabinet-zone to zn-zone (zone-idx)
               move zero to zn-cabinets (zone-idx)
                   zn-scheduled (zone-idx) zn-down (zone-idx)
                   zn-orders (zone-idx)
           end-if
           add 1 to zn-cabinets (zone-idx)
           add cab-scheduled to zn-scheduled (zone-idx)
           add cab-down-minutes to zn-down (zone-idx)
           add cab-orders to zn-orders (zone-idx)
           .

       set-uptime-columns.
      *    in: cab-scheduled, cab-down-minutes, cab-orders and
      *    wk-min-uptime; out: the edited columns and sla-text.
           compute hours-ed rounded = cab-scheduled / 60
           compute down-hours-ed rounded = cab-down-minutes / 60
           compute wk-uptime rounded =
               (cab-scheduled - cab-down-minutes) * 100
               / cab-scheduled
           move wk-uptime to uptime-ed
           move cab-orders to orders-ed
           move spaces to sla-text
           if wk-min-uptime > zero
               move wk-min-uptime to sla-ed
               if wk-uptime < wk-min-uptime
                   string sla-ed delimited by size
                       '  BELOW' delimited by size
                       into sla-text
                   end-string
                   add 1 to below-count
               else
                   move sla-ed to sla-text
               end-if
           end-if
           .

       print-cabinet-line.
           perform set-uptime-columns
           move spaces to report-line
           string wk-cabinet-id delimited by size
               ' ' delimited by size
               wk-cabinet-zone delimited by size
               ' ' delimited by size
               hours-ed delimited by size
               ' ' delimited by size
               down-hours-ed delimited by size
               ' ' delimited by size
               uptime-ed delimited by size
               '  ' delimited by size
               orders-ed delimited by size
               '  ' delimited by size
               sla-text delimited by size
               into report-line
           end-string
           display function trim(report-line trailing)
           .

       print-zones.
           display ' '
           display 'Zone          Cabinets            Floor hrs'
               '  Down hrs Uptime  Orders  Promised'
           perform varying zone-idx from 1 by 1
                   until zone-idx > zone-count
               move zn-zone (zone-idx) to wk-cabinet-zone
               move zn-scheduled (zone-idx) to cab-scheduled
               move zn-down (zone-idx) to cab-down-minutes
               move zn-orders (zone-idx) to cab-orders
               perform find-zone-contract
               perform set-uptime-columns
               move zn-cabinets (zone-idx) to count-ed
               move spaces to report-line
               string zn-zone (zone-idx) delimited by size
                   '     ' delimited by size
                   count-ed delimited by size
                   '            ' delimited by size
                   hours-ed delimited by size
                   ' ' delimited by size
                   down-hours-ed delimited by size
                   ' ' delimited by size
                   uptime-ed delimited by size
                   '  ' delimited by size
                   orders-ed delimited by size
                   '  ' delimited by size
                   sla-text delimited by size
                   into report-line
               end-string
               display function trim(report-line trailing)
           end-perform
           if zone-overflow
               display '(more zones than the table holds -- the'
                   ' fleet total below includes them all)'
           end-if
           .

       print-fault-categories.
           display ' '
           display 'Work orders closed this month, by fault:'
           perform varying category-idx from 1 by 1
                   until category-idx > 8
               if category-count (category-idx) > zero
                   move category-count (category-idx) to orders-ed
                   display '  '
                       category-names ((category-idx - 1) * 4 + 1:4)
                       ' ' orders-ed
               end-if
           end-perform
           .

       print-summary.
           display ' '
           if fleet-scheduled > zero
               move fleet-scheduled to cab-scheduled
               move fleet-down to cab-down-minutes
               move fleet-orders to cab-orders
               move zero to wk-min-uptime
               perform set-uptime-columns
               move spaces to report-line
               string 'Fleet: floor hrs ' delimited by size
                   hours-ed delimited by size
                   '  down hrs ' delimited by size
                   down-hours-ed delimited by size
                   '  uptime ' delimited by size
                   uptime-ed delimited by size
                   into report-line
               end-string
               display function trim(report-line)
           end-if
           move cabinets-reported to count-ed
           display 'Cabinets reported: ' count-ed
           move cabinets-off to count-ed
           display 'Not on the floor:  ' count-ed
           move below-count to count-ed
           display 'Below promised uptime (cabinets and zones): '
               count-ed
           if orders-overflow
               display 'work-order.dat numbers run past this report''s'
                   ' table -- later orders are not counted.'
           end-if
           if history-overflow
               display 'registry-history.dat is longer than this'
                   ' report''s table -- later changes are not counted.'
           end-if
           .
       end program availability-report.
