      *>     fleet-monitor [as-of-yyyymmddhhmmss]
      *> The as-of override is for re-checking a point in time; with
      *> no argument the current clock is used.
      *>
      *> A live run (no as-of) also opens a work order in
      *> work-order.dat (work-order-record.cpy) for each exception
      *> that has none open against the cabinet yet, so a fault is
      *> dated from the first run that saw it and the next run does
      *> not open it again. A re-check of a past point in time opens
      *> nothing. Techs update and close the orders with
      *> work-order.cbl.
       identification division.
       program-id. fleet-monitor.

               organization is line sequential
               access mode is sequential
               file status is err-file-status.
           select work-order-file assign to "work-order.dat"
               organization is line sequential
               access mode is sequential
               file status is wo-file-status.

       data division.
       file section.
           05 cab-err-timestamp     pic x(26).
           05 cab-err-message       pic x(80).

       fd  work-order-file.
           copy work-order-record.

       working-storage section.
       01 list-file-status             pic xx.
           88 list-file-ok             value '00'.
           88 log-file-ok              value '00'.
       01 err-file-status              pic xx.
           88 err-file-ok              value '00'.
       01 wo-file-status               pic xx.
           88 wo-file-ok               value '00'.

       01 dyn-health-path              pic x(80).
       01 dyn-cabinet-log-path         pic x(80).
       01 dyn-error-path               pic x(80).
       01 wk-cabinet-id                pic x(20).
       01 wk-cabinet-zone              pic x(12).
       01 wk-cabinet-dir               pic x(80).
       01 wk-path-idx                  pic 9(4) comp-5.
       01 wk-dir-end                   pic 9(4) comp-5.
       01 asof-stamp                   pic x(14).
       01 asof-date                    pic x(8).
       01 asof-seconds                 pic 9(9).
       01 live-run-flag                pic x value 'N'.
           88 live-run                 value 'Y'.

      *> the work orders open right now, one row per order; a slot
      *> whose order has closed is reused for the next one opened.
       78  open-order-max              value 500.
       01 open-order-count             pic 9(4) comp-5 value 0.
       01 open-order-idx               pic 9(4) comp-5.
       01 open-order-table.
           05 open-order-entry occurs 500 times.
               10 oo-number          pic 9(6).
               10 oo-cabinet-id      pic x(20).
               10 oo-exception       pic x(4).
       01 last-order-number            pic 9(6) value 0.
       01 orders-usable-flag           pic x value 'Y'.
           88 orders-usable            value 'Y'.
       01 wo-open-flag                 pic x value 'N'.
           88 wo-open                  value 'Y'.
       01 wk-exception-code            pic x(4).
       01 wk-exception-text            pic x(60).
       01 orders-opened                pic 9(9) value 0.
       01 orders-opened-ed             pic z(8)9.
       01 order-number-ed              pic z(5)9.

       78  heartbeat-stale-seconds     value 900.

           accept asof-arg from command-line
           if asof-arg = spaces
               move function current-date(1:14) to asof-stamp
               set live-run to true
           else
               move asof-arg (1:14) to asof-stamp
           end-if
           perform timestamp-to-seconds
           move ts-output-seconds to asof-seconds
           display 'Fleet exceptions as of ' asof-stamp
           if live-run
               perform load-open-orders
           end-if
           perform process-cabinets
           if wo-open
               close work-order-file
           end-if
           perform print-summary
           goback
           .
               exit paragraph
           end-if
           move reg-rec-cabinet-id to wk-cabinet-id
           move reg-rec-zone to wk-cabinet-zone
           perform set-cabinet-dir
           move spaces to dyn-cabinet-log-path
           string function trim(wk-cabinet-dir) delimited by size
               end-string
               display report-line
               add 1 to cabinet-exceptions
               move 'HBMS' to wk-exception-code
               move 'no heartbeat file -- cabinet may be dark'
                   to wk-exception-text
               perform raise-work-order
               exit paragraph
           end-if
           if wk-hb-timestamp (1:8) not = asof-date
               end-string
               display report-line
               add 1 to cabinet-exceptions
               move 'HBST' to wk-exception-code
               move spaces to wk-exception-text
               string 'heartbeat stale since ' delimited by size
                   wk-hb-timestamp (1:14) delimited by size
                   ', mode ' delimited by size
                   wk-hb-mode delimited by size
                   into wk-exception-text
               end-string
               perform raise-work-order
           end-if
           .

               end-string
               display report-line
               add 1 to cabinet-exceptions
               move 'ERRL' to wk-exception-code
               move spaces to wk-exception-text
               string 'error log grew (' delimited by size
                   today-errors-ed delimited by size
                   ' entries on ' delimited by size
                   asof-date delimited by size
                   ')' delimited by size
                   into wk-exception-text
               end-string
               perform raise-work-order
           end-if
           .

           end-string
           display report-line
           add 1 to cabinet-exceptions
           move 'IDLE' to wk-exception-code
           move spaces to wk-exception-text
           string 'alive but zero plays all day (mode '
               delimited by size
               wk-hb-mode delimited by size
               ')' delimited by size
               into wk-exception-text
           end-string
           perform raise-work-order
           .

       load-open-orders.
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
           if not orders-usable
               display 'work-order.dat has more open orders than this'
                   ' run can track -- no work orders opened.'
           end-if
           .

       take-order-record.
           if wo-rec-number > last-order-number
               move wo-rec-number to last-order-number
           end-if
           perform varying open-order-idx from 1 by 1
                   until open-order-idx > open-order-count
               if oo-number (open-order-idx) = wo-rec-number
                   exit perform
               end-if
           end-perform
           if open-order-idx <= open-order-count
               if wo-status-closed
                   move zero to oo-number (open-order-idx)
                   move spaces to oo-cabinet-id (open-order-idx)
                       oo-exception (open-order-idx)
               end-if
               exit paragraph
           end-if
           if not wo-status-open
               exit paragraph
           end-if
           perform varying open-order-idx from 1 by 1
                   until open-order-idx > open-order-count
               if oo-number (open-order-idx) = zero
                   exit perform
               end-if
           end-perform
           if open-order-idx > open-order-count
               if open-order-count >= open-order-max
                   move 'N' to orders-usable-flag
                   exit paragraph
               end-if
               add 1 to open-order-count
           end-if
           move wo-rec-number to oo-number (open-order-idx)
           move wo-rec-cabinet-id to oo-cabinet-id (open-order-idx)
           move wo-rec-exception to oo-exception (open-order-idx)
           .

       raise-work-order.
      *    one open order per cabinet and check: a machine dark for a
      *    week is one fault, not one a run.
           if not live-run or not orders-usable
               exit paragraph
           end-if
           perform varying open-order-idx from 1 by 1
                   until open-order-idx > open-order-count
               if oo-number (open-order-idx) not = zero
                   and oo-cabinet-id (open-order-idx) = wk-cabinet-id
                   and oo-exception (open-order-idx)
                       = wk-exception-code
                   move oo-number (open-order-idx) to order-number-ed
                   display '    work order '
                       function trim(order-number-ed)
                       ' already open'
                   exit paragraph
               end-if
           end-perform
           if not wo-open
               open extend work-order-file
               if not wo-file-ok
                   open output work-order-file
               end-if
               if not wo-file-ok
                   display 'work-order.dat will not open (status '
                       wo-file-status ') -- no work orders opened.'
                   move 'N' to orders-usable-flag
                   exit paragraph
               end-if
               set wo-open to true
           end-if
           add 1 to last-order-number
           move spaces to work-order-record
           move last-order-number to wo-rec-number
           set wo-action-open to true
           move asof-stamp to wo-rec-action-ts wo-rec-opened-ts
           move wk-cabinet-id to wo-rec-cabinet-id
           move wk-cabinet-zone to wo-rec-zone
           set wo-source-auto to true
           move wk-exception-code to wo-rec-exception
      *    an error log growing, or a day with no plays, is worth a
      *    look, but the cabinet is powered and still taking plays;
      *    the heartbeat checks mean it is not.
           if wo-exc-error-log or wo-exc-idle
               move 'N' to wo-rec-down-flag
           else
               move 'Y' to wo-rec-down-flag
           end-if
           set wo-status-open to true
           move wk-exception-text to wo-rec-note
           write work-order-record
           add 1 to orders-opened
      *    remember it, so a second exception of the same kind later
      *    in this run does not open another.
           perform varying open-order-idx from 1 by 1
                   until open-order-idx > open-order-count
               if oo-number (open-order-idx) = zero
                   exit perform
               end-if
           end-perform
           if open-order-idx > open-order-count
               if open-order-count < open-order-max
                   add 1 to open-order-count
               else
                   move 'N' to orders-usable-flag
               end-if
           end-if
           if open-order-idx <= open-order-count
               move wo-rec-number to oo-number (open-order-idx)
               move wk-cabinet-id to oo-cabinet-id (open-order-idx)
               move wk-exception-code to oo-exception (open-order-idx)
           end-if
           move last-order-number to order-number-ed
           display '    work order ' function trim(order-number-ed)
               ' opened'
           .

       timestamp-to-seconds.
           if total-exceptions = 0
               display 'All cabinets healthy.'
           end-if
           if live-run
               move orders-opened to orders-opened-ed
               display 'Work orders opened: ' orders-opened-ed
           end-if
           .
       end program fleet-monitor.
