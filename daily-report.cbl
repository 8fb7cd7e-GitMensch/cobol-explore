      *> each cabinet still only ever writes its own local files.
      *> Only ACTIVE cabinets are rolled up; retired and in-shop
      *> machines are skipped with a note instead of reading their
      *> stale logs. A report date already moved out to the month's
      *> session archive is read from there as well as the live log.
      *>
      *> Each cabinet's totals are also reconciled against the
      *> day-close.dat close-out record the cabinet writes at its
      *> it lost power mid-evening and the log may be short -- and
      *> one whose close-out disagrees with the log prints MISMATCH.
      *> "The numbers looked low Tuesday" becomes a finding.
      *>
      *> Service credits attendants gave from the service menu
      *> (operator-action.dat) are counted per cabinet and in total on
      *> their own line, so plays they paid for are not read as plays
      *> the coin box is short of.
       identification division.
       program-id. daily-report.

               organization is line sequential
               access mode is sequential
               file status is dcl-file-status.
           select operator-action-file
               assign to dynamic dyn-action-path
               organization is line sequential
               access mode is sequential
               file status is opa-file-status.

       data division.
       file section.
       fd  cabinet-list-file.
           copy cabinet-registry-record.

      *> the report date's monthly archive is read ahead of the live
      *> log; the layout is the same, bar the archive's CONTROL
      *> record.
       fd  cabinet-log-file.
           copy session-log-record replacing
               session-log-record by cabinet-log-record.
       01 archive-control-record.
           05 arc-ctl-tag           pic x(8).
           05 arc-ctl-count         pic 9(9).
           05 arc-ctl-sum-score     pic 9(12).
           05 arc-ctl-sum-distance  pic 9(12).

       fd  cabinet-coin-file.
           copy coin-ledger-record.
       fd  day-close-file.
           copy day-close-record.

       fd  operator-action-file.
           copy operator-action-record.

       working-storage section.
       01 list-file-status             pic xx.
           88 list-file-ok             value '00'.
           88 log-file-ok               value '00'.

       01 dyn-cabinet-log-path          pic x(80).
       01 arch-check-details            pic x(20).
       01 arch-check-status             pic s9(9) comp-5.
       01 wk-cabinet-id                 pic x(20).
       01 wk-cabinet-dir                pic x(80).
       01 wk-path-idx                   pic 9(4) comp-5.
           88 dcl-file-ok               value '00'.
       01 dyn-coin-path                 pic x(80).
       01 dyn-close-path                pic x(80).
       01 opa-file-status               pic xx.
           88 opa-file-ok               value '00'.
       01 dyn-action-path               pic x(80).
       01 cabinet-service-credits       pic 9(9).
       01 total-service-credits         pic 9(9) value 0.
       01 service-credits-d             pic z(8)9.
       01 cabinet-plays                 pic 9(9).
       01 cabinet-coins                 pic 9(9).
       01 close-found-flag              pic x.
           end-if
           move reg-rec-cabinet-id to wk-cabinet-id
           perform set-cabinet-dir
           move 'N' to cabinet-has-prior-flag
           move zero to cabinet-plays
      *    session-archive moves a month out of the live log from the
      *    first of the next, so a month-end report date is in the
      *    archive by the time the night batch gets here. Archive
      *    first, live log second, keeps the sessions in time order
      *    for the idle-gap arithmetic.
           move spaces to dyn-cabinet-log-path
           string function trim(wk-cabinet-dir) delimited by size
               'session-archive-' delimited by size
               report-date (1:6) delimited by size
               '.dat' delimited by size
               into dyn-cabinet-log-path
           end-string
           call 'CBL_CHECK_FILE_EXIST' using
               dyn-cabinet-log-path arch-check-details
               returning arch-check-status
           end-call
           if arch-check-status = 0
               perform scan-cabinet-log
           end-if
           move spaces to dyn-cabinet-log-path
           string function trim(wk-cabinet-dir) delimited by size
               'session-log.dat' delimited by size
               into dyn-cabinet-log-path
           end-string
           perform scan-cabinet-log
           perform reconcile-close-out
           .

       scan-cabinet-log.
           open input cabinet-log-file
           if not log-file-ok
               exit paragraph
           end-if
           move 'Y' to more-log-records-flag
           perform until not more-log-records
               read cabinet-log-file
                   at end
                       move 'N' to more-log-records-flag
                   not at end
                       if arc-ctl-tag (1:7) not = 'CONTROL'
                           perform process-one-session
                       end-if
               end-read
           end-perform
           close cabinet-log-file
           .

       reconcile-close-out.
      *    this batch's side of the handshake, plus the same-date
      *    ledger count for the coin side.
           perform count-cabinet-coins
           perform count-service-credits
           perform read-day-close
           evaluate true
               when not close-found
           end-if
           .

       count-service-credits.
           move zero to cabinet-service-credits
           move spaces to dyn-action-path
           string function trim(wk-cabinet-dir) delimited by size
               'operator-action.dat' delimited by size
               into dyn-action-path
           end-string
           open input operator-action-file
           if opa-file-ok
               move 'Y' to more-scan-records-flag
               perform until not more-scan-records
                   read operator-action-file
                       at end
                           move 'N' to more-scan-records-flag
                       not at end
                           if opa-action-credit
                               and opa-rec-timestamp (1:8)
                                   = report-date
                               and opa-rec-credits is numeric
                               add opa-rec-credits
                                   to cabinet-service-credits
                           end-if
                   end-read
               end-perform
               close operator-action-file
           end-if
           add cabinet-service-credits to total-service-credits
           if cabinet-service-credits > 0
               move cabinet-service-credits to service-credits-d
               display 'Cabinet ' function trim(wk-cabinet-id)
                   ': service credits given' service-credits-d
           end-if
           .

       read-day-close.
      *    several close-outs for one date are normal (a mid-day
      *    restart closes early, the final shutdown appends the real
               into report-line
           end-string
           display report-line
           move total-service-credits to service-credits-d
           move spaces to report-line
           string 'Service credits given: ' delimited by size
               service-credits-d delimited by size
               into report-line
           end-string
           display report-line
           if unclosed-count > 0 or mismatch-count > 0
               move unclosed-count to unclosed-count-d
               move mismatch-count to mismatch-count-d
