      *> venue-board, fleet-monitor and coin-rollup on a zero here
      *> instead of letting a typoed registry line misdirect them.
      *>
      *> The registry only says what each cabinet's status is today,
      *> so each run also compares every well-formed record with the
      *> last status recorded in registry-history.dat and appends a
      *> dated record for each cabinet whose status changed (or that
      *> is new to the file). That history is what the availability
      *> report uses to know when a machine was in the shop. A cabinet
      *> whose zone differs from the last one recorded gets a record
      *> the same way, carrying the zone it moved from, so the zone
      *> report can tell where a machine stood before it was moved.
      *>
      *> Run where the registry lives:
      *>     registry-check
       identification division.
               organization is line sequential
               access mode is sequential
               file status is reg-file-status.
           select history-file assign to "registry-history.dat"
               organization is line sequential
               access mode is sequential
               file status is rgh-file-status.

       data division.
       file section.
       fd  registry-file.
           copy cabinet-registry-record.

       fd  history-file.
           copy registry-history-record.

       working-storage section.
       01 reg-file-status              pic xx.
           88 reg-file-ok              value '00'.
       01 rgh-file-status              pic xx.
           88 rgh-file-ok              value '00'.

       01 record-number                pic 9(4) value 0.
       01 error-count                  pic 9(4) value 0.
       01 seen-id-table.
           05 seen-id occurs 200 times
                                       pic x(20).
       01 duplicate-flag               pic x.
           88 duplicate-id             value 'Y'.

      *> last status and zone recorded per cabinet in
      *> registry-history.dat.
       78  history-max                 value 500.
       01 history-count                pic 9(4) comp-5 value 0.
       01 history-idx                  pic 9(4) comp-5.
       01 history-table.
           05 history-entry occurs 500 times.
               10 hs-cabinet-id      pic x(20).
               10 hs-status          pic x.
               10 hs-zone            pic x(12).
       01 history-open-flag            pic x value 'N'.
           88 history-open             value 'Y'.
       01 history-usable-flag          pic x value 'Y'.
           88 history-usable           value 'Y'.
       01 run-stamp                    pic x(14).
       01 changes-count                pic 9(4) value 0.
       01 moves-count                  pic 9(4) value 0.

       01 dir-check-path               pic x(80).
       01 file-check-details           pic x(20).

       procedure division.
       main.
           move function current-date(1:14) to run-stamp
           perform load-history
           open input registry-file
           if not reg-file-ok
               display 'cabinet-registry.dat did not open (status '
               end-read
           end-perform
           close registry-file
           if history-open
               close history-file
           end-if
           if record-number = 0
               display 'cabinet-registry.dat is empty -- fleet'
                   ' batches have nothing to visit.'

       check-one-record.
           add 1 to record-number
           move 'N' to duplicate-flag
           if reg-rec-cabinet-id = spaces
               move 'cabinet id is blank' to report-line
               perform report-record-error
               perform report-record-error
           end-if
           perform check-collect-day
           if reg-rec-cabinet-id not = spaces and not duplicate-id
               and (reg-status-active or reg-status-retired
                   or reg-status-in-shop)
               perform record-status-change
           end-if
           if reg-status-active
               add 1 to active-count
           else
                       into report-line
                   end-string
                   perform report-record-error
                   set duplicate-id to true
                   exit paragraph
               end-if
           end-perform
           end-if
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
                       perform take-history-record
               end-read
           end-perform
           close history-file
           .

       take-history-record.
           perform varying history-idx from 1 by 1
                   until history-idx > history-count
               if hs-cabinet-id (history-idx) = rgh-rec-cabinet-id
                   move rgh-rec-status to hs-status (history-idx)
                   move rgh-rec-zone to hs-zone (history-idx)
                   exit paragraph
               end-if
           end-perform
           if history-count >= history-max
               move 'N' to history-usable-flag
               exit paragraph
           end-if
           add 1 to history-count
           move rgh-rec-cabinet-id to hs-cabinet-id (history-count)
           move rgh-rec-status to hs-status (history-count)
           move rgh-rec-zone to hs-zone (history-count)
           .

       record-status-change.
      *    with more cabinets on file than the table holds, a
      *    cabinet past the end would read as new every night --
      *    better no history records than a false change each run.
           if not history-usable
               exit paragraph
           end-if
           perform varying history-idx from 1 by 1
                   until history-idx > history-count
               if hs-cabinet-id (history-idx) = reg-rec-cabinet-id
                   exit perform
               end-if
           end-perform
           move spaces to registry-history-record
           if history-idx <= history-count
               if hs-status (history-idx) = reg-rec-status
                   and hs-zone (history-idx) = reg-rec-zone
                   exit paragraph
               end-if
               move hs-status (history-idx) to rgh-rec-prior-status
               move hs-zone (history-idx) to rgh-rec-prior-zone
           else
               if history-count >= history-max
                   exit paragraph
               end-if
               add 1 to history-count
               move reg-rec-cabinet-id to hs-cabinet-id (history-count)
           end-if
           move reg-rec-status to hs-status (history-idx)
           move reg-rec-zone to hs-zone (history-idx)
           if not history-open
               open extend history-file
               if not rgh-file-ok
                   open output history-file
               end-if
               if not rgh-file-ok
                   display 'registry-history.dat will not open'
                       ' (status ' rgh-file-status
                       ') -- status changes not recorded.'
                   move 'N' to history-usable-flag
                   exit paragraph
               end-if
               set history-open to true
           end-if
           move run-stamp to rgh-rec-change-ts
           move reg-rec-cabinet-id to rgh-rec-cabinet-id
           move reg-rec-status to rgh-rec-status
           move reg-rec-zone to rgh-rec-zone
           write registry-history-record
      *    a record written only to put a zone on file for the first
      *    time (an older history record had none) is not a move.
           if rgh-rec-prior-zone not = spaces
               and rgh-rec-prior-zone not = rgh-rec-zone
               add 1 to moves-count
               display 'MOVED ' function trim(reg-rec-cabinet-id)
                   ': ' function trim(rgh-rec-prior-zone) ' -> '
                   function trim(rgh-rec-zone)
           end-if
           if rgh-rec-prior-status not = rgh-rec-status
               add 1 to changes-count
           end-if
           .

       report-record-error.
           add 1 to error-count
           move record-number to record-number-d
           display function trim(report-line)
           move skipped-count to count-ed
           display 'Retired/in-shop (batches will skip): ' count-ed
           move changes-count to count-ed
           display 'Status changes recorded in history:  ' count-ed
           move moves-count to count-ed
           display 'Zone moves recorded in history:      ' count-ed
           if not history-usable and history-count >= history-max
               display 'registry-history.dat holds more cabinets than'
                   ' this run can track -- no changes recorded.'
           end-if
           move error-count to count-ed
           if error-count = 0
               display 'Registry is clean.'
