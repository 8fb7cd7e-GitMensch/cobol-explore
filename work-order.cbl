      *> Maintenance program: the tech's side of work-order.dat
      *> (work-order-record.cpy). fleet-monitor.cbl opens an order by
      *> itself for each new exception; this opens one for a fault
      *> reported by hand (a venue phone call, a tech on a route
      *> visit), adds notes to an order while it is being worked,
      *> and closes it with the fault category and the parts used.
      *> Every action is appended as a new record under the order's
      *> number, so the file keeps the whole story of the repair and
      *> the last record is the order as it stands.
      *>
      *> Run where the registry lives:
      *>     work-order open <cabinet-id> <tech-id> <Y|N> <description>
      *>     work-order update <number> <tech-id> <Y|N|-> <note>
      *>     work-order close <number> <tech-id> <category> <parts>
      *>     work-order list [cabinet-id]
      *> Y/N says whether the cabinet is down (cannot take a play);
      *> on an update '-' leaves it as it was. The fault category is
      *> one of POWR (power supply), DISP (monitor), CTRL (buttons,
      *> stick), COIN (coin mech), SOFT (software, config), CABN
      *> (cabinet, wiring), NOFF (no fault found) or OTHR; the parts
      *> are free text, NONE when nothing was fitted. list shows the
      *> orders still open.
       identification division.
       program-id. work-order.

       environment division.
       input-output section.
       file-control.
           select cabinet-list-file assign to "cabinet-registry.dat"
               organization is line sequential
               access mode is sequential
               file status is list-file-status.
           select work-order-file assign to "work-order.dat"
               organization is line sequential
               access mode is sequential
               file status is wo-file-status.

       data division.
       file section.
       fd  cabinet-list-file.
           copy cabinet-registry-record.

       fd  work-order-file.
           copy work-order-record.

       working-storage section.
       01 list-file-status             pic xx.
           88 list-file-ok             value '00'.
       01 wo-file-status               pic xx.
           88 wo-file-ok               value '00'.

       01 cmd-line-args                pic x(200).
       01 arg-pointer                  pic 9(4) comp-5.
       01 arg-verb                     pic x(10).
       01 arg-key                      pic x(20).
       01 arg-tech-id                  pic x(10).
       01 arg-flag                     pic x(10).
       01 arg-text                     pic x(80).

       01 run-stamp                    pic x(14).
       01 wk-cabinet-zone              pic x(12).
       01 cabinet-found-flag           pic x value 'N'.
           88 cabinet-found            value 'Y'.

      *> the order being updated or closed, as its last record left
      *> it.
           copy work-order-record replacing
               ==work-order-record== by ==current-order==
               leading ==wo-== by ==cur-==.
       01 target-number                pic 9(6) value 0.
       01 target-found-flag            pic x value 'N'.
           88 target-found             value 'Y'.
       01 last-order-number            pic 9(6) value 0.

      *> the orders still open, for list.
       78  open-order-max              value 500.
       01 open-order-count             pic 9(4) comp-5 value 0.
       01 open-order-idx               pic 9(4) comp-5.
       01 open-order-table.
           05 open-order-entry occurs 500 times.
               10 oo-number          pic 9(6).
               10 oo-cabinet-id      pic x(20).
               10 oo-opened-ts       pic x(14).
               10 oo-exception       pic x(4).
               10 oo-down-flag       pic x.
               10 oo-tech-id         pic x(8).
               10 oo-note            pic x(60).
       01 list-overflow-flag           pic x value 'N'.
           88 list-overflow            value 'Y'.
       01 listed-count                 pic 9(4) value 0.

       01 more-records-flag            pic x value 'Y'.
           88 more-records             value 'Y'.

       01 report-line                  pic x(132).
       01 order-number-ed              pic z(5)9.
       01 count-ed                     pic z(3)9.

       procedure division.
       main.
           move function current-date(1:14) to run-stamp
           accept cmd-line-args from command-line
           move spaces to arg-verb arg-key arg-tech-id arg-flag
               arg-text
           move 1 to arg-pointer
           unstring cmd-line-args delimited by all space
               into arg-verb arg-key arg-tech-id arg-flag
               with pointer arg-pointer
           end-unstring
           if arg-pointer <= 200
               move function trim(cmd-line-args (arg-pointer:))
                   to arg-text
           end-if
           move function upper-case(arg-verb) to arg-verb
           evaluate arg-verb
               when 'OPEN'
                   perform open-work-order
               when 'UPDATE'
                   perform update-work-order
               when 'CLOSE'
                   perform close-work-order
               when 'LIST'
                   perform list-open-orders
               when other
                   perform show-usage
           end-evaluate
           goback
           .

       show-usage.
           display 'usage: work-order open <cabinet-id> <tech-id>'
               ' <Y|N> <description>'
           display '       work-order update <number> <tech-id>'
               ' <Y|N|-> <note>'
           display '       work-order close <number> <tech-id>'
               ' <category> <parts>'
           display '       work-order list [cabinet-id]'
           move 1 to return-code
           .

       open-work-order.
           move function upper-case(arg-flag) to arg-flag
           if arg-key = spaces or arg-tech-id = spaces
               or (arg-flag not = 'Y' and arg-flag not = 'N')
               or arg-text = spaces
               perform show-usage
               exit paragraph
           end-if
           perform find-cabinet
           if not cabinet-found
               display 'Cabinet ' function trim(arg-key)
                   ' is not in cabinet-registry.dat -- no work order.'
               move 1 to return-code
               exit paragraph
           end-if
           perform load-orders
           move spaces to work-order-record
           add 1 to last-order-number
           move last-order-number to wo-rec-number
           set wo-action-open to true
           move run-stamp to wo-rec-action-ts wo-rec-opened-ts
           move arg-key to wo-rec-cabinet-id
           move wk-cabinet-zone to wo-rec-zone
           set wo-source-tech to true
           set wo-exc-reported to true
           move arg-flag to wo-rec-down-flag
           set wo-status-open to true
           move arg-tech-id to wo-rec-tech-id
           move arg-text to wo-rec-note
           perform append-order-record
           .

       update-work-order.
           move function upper-case(arg-flag) to arg-flag
           if arg-tech-id = spaces
               or (arg-flag not = 'Y' and arg-flag not = 'N'
                   and arg-flag not = '-')
               or arg-text = spaces
               perform show-usage
               exit paragraph
           end-if
           perform find-target-order
           if not target-found
               exit paragraph
           end-if
           move current-order to work-order-record
           set wo-action-update to true
           move run-stamp to wo-rec-action-ts
           if arg-flag not = '-'
               move arg-flag to wo-rec-down-flag
           end-if
           move arg-tech-id to wo-rec-tech-id
           move arg-text to wo-rec-note
           perform append-order-record
           .

       close-work-order.
           move function upper-case(arg-flag) to arg-flag
           move arg-flag to wo-rec-fault-category
           if arg-tech-id = spaces or arg-text = spaces
               perform show-usage
               exit paragraph
           end-if
           if not wo-fault-valid
               display 'Fault category "' function trim(arg-flag)
                   '" is not POWR, DISP, CTRL, COIN, SOFT, CABN,'
                   ' NOFF or OTHR.'
               move 1 to return-code
               exit paragraph
           end-if
           perform find-target-order
           if not target-found
               exit paragraph
           end-if
           move current-order to work-order-record
           set wo-action-close to true
           move run-stamp to wo-rec-action-ts wo-rec-closed-ts
           set wo-status-closed to true
           move arg-tech-id to wo-rec-tech-id
           move arg-flag to wo-rec-fault-category
           move arg-text to wo-rec-parts-used
           move spaces to wo-rec-note
           perform append-order-record
           .

       find-cabinet.
           move 'N' to cabinet-found-flag
           open input cabinet-list-file
           if not list-file-ok
               exit paragraph
           end-if
           move 'Y' to more-records-flag
           perform until not more-records
               read cabinet-list-file
                   at end
                       move 'N' to more-records-flag
                   not at end
                       if reg-rec-cabinet-id = arg-key
                           move reg-rec-zone to wk-cabinet-zone
                           set cabinet-found to true
                           move 'N' to more-records-flag
                       end-if
               end-read
           end-perform
           close cabinet-list-file
           .

       find-target-order.
           if arg-key = spaces or function test-numval(arg-key) not = 0
               display 'Work order number "' function trim(arg-key)
                   '" is not a number.'
               move 1 to return-code
               exit paragraph
           end-if
           move function numval(arg-key) to target-number
           perform load-orders
           move target-number to order-number-ed
           if not target-found
               display 'Work order ' function trim(order-number-ed)
                   ' is not in work-order.dat.'
               move 1 to return-code
               exit paragraph
           end-if
           if cur-status-closed
               display 'Work order ' function trim(order-number-ed)
                   ' is already closed.'
               move 'N' to target-found-flag
               move 1 to return-code
           end-if
           .

       load-orders.
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
           if wo-rec-number > last-order-number
               move wo-rec-number to last-order-number
           end-if
           if target-number not = zero
               and wo-rec-number = target-number
               move work-order-record to current-order
               set target-found to true
           end-if
           perform varying open-order-idx from 1 by 1
                   until open-order-idx > open-order-count
               if oo-number (open-order-idx) = wo-rec-number
                   exit perform
               end-if
           end-perform
           if open-order-idx > open-order-count
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
                       set list-overflow to true
                       exit paragraph
                   end-if
                   add 1 to open-order-count
               end-if
           end-if
           if wo-status-closed
               move zero to oo-number (open-order-idx)
               exit paragraph
           end-if
           move wo-rec-number to oo-number (open-order-idx)
           move wo-rec-cabinet-id to oo-cabinet-id (open-order-idx)
           move wo-rec-opened-ts to oo-opened-ts (open-order-idx)
           move wo-rec-exception to oo-exception (open-order-idx)
           move wo-rec-down-flag to oo-down-flag (open-order-idx)
           move wo-rec-tech-id to oo-tech-id (open-order-idx)
           if wo-rec-note not = spaces
               move wo-rec-note to oo-note (open-order-idx)
           end-if
           .

       append-order-record.
           open extend work-order-file
           if not wo-file-ok
               open output work-order-file
           end-if
           if not wo-file-ok
               display 'work-order.dat will not open (status '
                   wo-file-status ') -- nothing recorded.'
               move 1 to return-code
               exit paragraph
           end-if
           write work-order-record
           close work-order-file
           move wo-rec-number to order-number-ed
           evaluate true
               when wo-action-open
                   display 'Work order ' function trim(order-number-ed)
                       ' opened for '
                       function trim(wo-rec-cabinet-id) '.'
               when wo-action-update
                   display 'Work order ' function trim(order-number-ed)
                       ' updated.'
               when wo-action-close
                   display 'Work order ' function trim(order-number-ed)
                       ' closed (' wo-rec-fault-category ').'
           end-evaluate
           .

       list-open-orders.
           perform load-orders
           display 'Open work orders'
           display 'Number Cabinet              Opened         Check'
               ' Down Tech     Last note'
           perform varying open-order-idx from 1 by 1
                   until open-order-idx > open-order-count
               if oo-number (open-order-idx) not = zero
                   and (arg-key = spaces
                       or oo-cabinet-id (open-order-idx) = arg-key)
                   perform print-open-order
               end-if
           end-perform
           move listed-count to count-ed
           display 'Orders open: ' count-ed
           if list-overflow
               display '(more open orders than the list holds --'
                   ' not all are shown)'
           end-if
           .

       print-open-order.
           add 1 to listed-count
           move oo-number (open-order-idx) to order-number-ed
           move spaces to report-line
           string order-number-ed delimited by size
               ' ' delimited by size
               oo-cabinet-id (open-order-idx) delimited by size
               ' ' delimited by size
               oo-opened-ts (open-order-idx) delimited by size
               ' ' delimited by size
               oo-exception (open-order-idx) delimited by size
               '  ' delimited by size
               oo-down-flag (open-order-idx) delimited by size
               '    ' delimited by size
               oo-tech-id (open-order-idx) delimited by size
               ' ' delimited by size
               oo-note (open-order-idx) delimited by size
               into report-line
           end-string
           display function trim(report-line trailing)
           .
       end program work-order.
