      *> Batch program: nightly accounting interface file. Finance
      *> used to rekey the day's numbers into the general ledger from
      *> the daily-report and coin-rollup printouts; this writes them
      *> as a fixed-format file the accounting system loads instead
      *> (acct-interface-record.cpy): a header with the business date
      *> and file sequence number, one detail record per ACTIVE
      *> cabinet -- plays and coins counted from its SESSION-LOG (the
      *> business date's monthly archive as well as the live log, so
      *> a day session-archive has already moved still counts) and
      *> COIN-LEDGER the way daily-report.cbl counts them, the money
      *> those coins took (valued as coin-report.cbl values them),
      *> the plays given away on a free-play day, and the close-out
      *> status against day-close.dat -- and a trailer with the
      *> detail count and hash totals.
      *>
      *> Every file sent is recorded in acct-transmit-control.dat
      *> (acct-control-record.cpy). A business date already on it is
      *> refused unless the operator asks for a RESEND, which goes
      *> out under the date's original sequence number with the
      *> header's resend flag set. A first send takes the next
      *> sequence number, and any business date between the last one
      *> sent and this one that never went is called out as a GAP --
      *> send it with an explicit date. A break in the sequence
      *> numbers already on the control file is called out too.
      *>
      *> Return code: 0 sent clean, 4 sent with a GAP or sequence
      *> finding, 8 refused or not sent.
      *>
      *> Run where the registry lives, after daily-report:
      *>     acct-interface [yyyymmdd] [RESEND]
      *> With no date yesterday's business is sent.
       identification division.
       program-id. acct-interface.

       environment division.
       input-output section.
       file-control.
           select cabinet-list-file assign to "cabinet-registry.dat"
               organization is line sequential
               access mode is sequential
               file status is list-file-status.
           select control-file assign to "acct-transmit-control.dat"
               organization is line sequential
               access mode is sequential
               file status is actl-file-status.
           select interface-file
               assign to dynamic dyn-interface-path
               organization is line sequential
               access mode is sequential
               file status is aif-file-status.
           select cabinet-log-file
               assign to dynamic dyn-cabinet-log-path
               organization is line sequential
               access mode is sequential
               file status is log-file-status.
           select cabinet-coin-file
               assign to dynamic dyn-coin-path
               organization is line sequential
               access mode is sequential
               file status is coin-file-status.
           select day-close-file
               assign to dynamic dyn-close-path
               organization is line sequential
               access mode is sequential
               file status is dcl-file-status.

       data division.
       file section.
       fd  cabinet-list-file.
           copy cabinet-registry-record.

       fd  control-file.
           copy acct-control-record.

       fd  interface-file.
           copy acct-interface-record.

      *> plays are read from the business month's archive, then the
      *> live log -- the layout is the same either way, bar the
      *> archive's CONTROL record.
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

       working-storage section.
       01 list-file-status             pic xx.
           88 list-file-ok             value '00'.
       01 actl-file-status             pic xx.
           88 actl-file-ok             value '00'.
           88 actl-file-missing        value '35'.
      *> set once this run's send is on the control file.
       01 actl-recorded-flag           pic x value 'N'.
           88 actl-recorded            value 'Y'.
       01 actl-record-status           pic xx.
       01 aif-file-status              pic xx.
           88 aif-file-ok              value '00'.
       01 log-file-status              pic xx.
           88 log-file-ok              value '00'.
       01 coin-file-status             pic xx.
           88 coin-file-ok             value '00'.
       01 dcl-file-status              pic xx.
           88 dcl-file-ok              value '00'.

       01 dyn-interface-path           pic x(80).
       01 dyn-cabinet-log-path         pic x(80).
       01 dyn-coin-path                pic x(80).
       01 dyn-close-path               pic x(80).
       01 arch-check-details           pic x(20).
       01 arch-check-status            pic s9(9) comp-5.
       01 wk-cabinet-id                pic x(20).
       01 wk-cabinet-dir               pic x(80).
       01 wk-path-idx                  pic 9(4) comp-5.
       01 wk-dir-end                   pic 9(4) comp-5.

       78  interface-system-id         value 'FALLFAST'.

       01 cmd-line-args                pic x(80).
       01 arg-1                        pic x(10).
       01 arg-2                        pic x(10).
       01 business-date                pic x(8).
       01 today-yyyymmdd               pic 9(8).
       01 today-days                   pic 9(9) comp-5.
       01 run-stamp                    pic x(14).
       01 resend-flag                  pic x value 'N'.
           88 resend-requested         value 'Y'.

      *> every business date first sent (kind S), from the control
      *> file; ten years of nightly sends.
       78  sent-max                    value 4000.
       01 sent-count                   pic 9(4) comp-5 value 0.
       01 sent-idx                     pic 9(4) comp-5.
       01 sent-table.
           05 sent-entry occurs 4000 times.
               10 st-date            pic x(8).
               10 st-seq             pic 9(6).
       01 sent-overflow-flag           pic x value 'N'.
           88 sent-overflow            value 'Y'.
       01 last-seq                     pic 9(6) value 0.
       01 last-sent-date               pic x(8) value spaces.
       01 seq-break-count              pic 9(4) value 0.
       01 date-sent-flag               pic x value 'N'.
           88 date-already-sent        value 'Y'.
       01 original-seq                 pic 9(6) value 0.
       01 file-seq                     pic 9(6) value 0.

       01 gap-from-days                pic 9(9) comp-5.
       01 gap-to-days                  pic 9(9) comp-5.
       01 gap-days                     pic 9(9) comp-5.
       01 gap-date                     pic 9(8).
       01 gap-count                    pic 9(4) value 0.
       78  gap-list-max                value 31.

       01 warning-flag                 pic x value 'N'.
           88 run-has-warning          value 'Y'.
       01 write-failed-flag            pic x value 'N'.
           88 write-failed             value 'Y'.

      *> the cabinet in hand.
       01 cabinet-plays                pic 9(9).
       01 cabinet-coins                pic 9(9).
       01 cabinet-money                pic 9(9)v99.
       01 close-found-flag             pic x.
           88 close-found              value 'Y'.
       01 close-free-flag              pic x.
           88 close-free-play          value 'Y'.
       01 wk-close-plays               pic 9(9).
       01 wk-close-coins               pic 9(9).
       78  house-coin-value            value 1.00.
       01 wk-coin-value                pic 9(3)v99.

       01 detail-count                 pic 9(9) value 0.
       01 hash-plays                   pic 9(12) value 0.
       01 hash-coins                   pic 9(12) value 0.
       01 hash-money                   pic 9(12)v99 value 0.
       01 hash-free                    pic 9(12) value 0.
       01 unclosed-count               pic 9(9) value 0.
       01 mismatch-count               pic 9(9) value 0.

       01 more-list-records-flag       pic x value 'Y'.
           88 more-list-records        value 'Y'.

       01 report-line                  pic x(80).
       01 count-ed                     pic z(8)9.
       01 seq-ed                       pic z(5)9.
       01 hash-ed                      pic z(11)9.
       01 money-ed                     pic z(11)9.99.

       procedure division.
       main.
           move function current-date(1:14) to run-stamp
           accept cmd-line-args from command-line
           move spaces to arg-1 arg-2
           unstring cmd-line-args delimited by all space
               into arg-1 arg-2
           end-unstring
           move function upper-case(arg-1) to arg-1
           move function upper-case(arg-2) to arg-2
           if arg-1 = 'RESEND'
               move arg-2 to arg-1
               move 'RESEND' to arg-2
           end-if
           if arg-2 = 'RESEND'
               set resend-requested to true
           end-if
           if arg-1 = spaces
               move function current-date(1:8) to today-yyyymmdd
               compute today-days =
                   function integer-of-date(today-yyyymmdd) - 1
               compute today-yyyymmdd =
                   function date-of-integer(today-days)
               move today-yyyymmdd to business-date
           else
               move arg-1 (1:8) to business-date
           end-if
           if business-date is not numeric
               or function test-date-yyyymmdd
                   (function numval(business-date)) not = 0
               display 'usage: acct-interface [yyyymmdd] [RESEND]'
               move 8 to return-code
               goback
           end-if
           perform load-control-file
           perform decide-sequence
           if return-code = 8
               goback
           end-if
           perform write-interface-file
           if write-failed
               display 'Interface file for ' business-date
                   ' NOT SENT -- write failed on '
                   function trim(dyn-interface-path)
                   ' (status ' aif-file-status ');'
                   ' nothing recorded, rerun after fixing the cause.'
               move 8 to return-code
               goback
           end-if
           perform record-transmission
           perform print-summary
           if run-has-warning
               move 4 to return-code
           end-if
           goback
           .

       load-control-file.
      *    no control file at all is a first send; one that is there
      *    but will not open is not -- every date would look unsent
      *    and go out again with no duplicate or gap check.
           open input control-file
           if actl-file-missing
               exit paragraph
           end-if
           if not actl-file-ok
               display 'Control file will not open (status '
                   actl-file-status ') -- nothing sent; the sends'
                   ' already made cannot be checked.'
               move 8 to return-code
               goback
           end-if
           perform until 1 = 2
               read control-file
                   at end
                       exit perform
                   not at end
                       perform take-control-record
               end-read
           end-perform
           close control-file
           if sent-overflow
               display 'CHECK: more sends on the control file than the'
                   ' table holds -- the oldest dates are checked,'
                   ' archive the file.'
               set run-has-warning to true
           end-if
           .

       take-control-record.
           if not actl-kind-sent
               exit paragraph
           end-if
      *    first sends number 1, 2, 3 ... in the order they went; a
      *    hole or a repeat means sends were lost from the file or it
      *    was edited, and the ledger side will see the same break.
           if actl-rec-file-seq not = last-seq + 1
               add 1 to seq-break-count
               move actl-rec-file-seq to seq-ed
               display 'CHECK: control file sequence break at '
                   seq-ed ' (business date '
                   actl-rec-business-date ')'
               set run-has-warning to true
           end-if
           if actl-rec-file-seq > last-seq
               move actl-rec-file-seq to last-seq
           end-if
           if last-sent-date = spaces
               or actl-rec-business-date > last-sent-date
               move actl-rec-business-date to last-sent-date
           end-if
           if sent-count >= sent-max
               set sent-overflow to true
               exit paragraph
           end-if
           add 1 to sent-count
           move actl-rec-business-date to st-date (sent-count)
           move actl-rec-file-seq to st-seq (sent-count)
           .

       decide-sequence.
           move 'N' to date-sent-flag
           perform varying sent-idx from 1 by 1
                   until sent-idx > sent-count
               if st-date (sent-idx) = business-date
                   set date-already-sent to true
                   move st-seq (sent-idx) to original-seq
               end-if
           end-perform
           if date-already-sent
               if not resend-requested
                   move original-seq to seq-ed
                   display 'Business date ' business-date
                       ' was already sent as file' seq-ed
                       ' -- REFUSED. Rerun with RESEND if the'
                       ' ledger asked for it again.'
                   move 8 to return-code
                   exit paragraph
               end-if
               move original-seq to file-seq
               exit paragraph
           end-if
           if resend-requested
               display 'Business date ' business-date
                   ' was never sent -- sending it as a first'
                   ' transmission.'
               move 'N' to resend-flag
           end-if
           compute file-seq = last-seq + 1
           perform check-date-gap
           .

       check-date-gap.
      *    only a date after the last one sent can leave a hole; a
      *    backfilled earlier date is the cure for one.
           if last-sent-date = spaces
               or business-date <= last-sent-date
               exit paragraph
           end-if
           compute gap-from-days = function integer-of-date
               (function numval(last-sent-date)) + 1
           compute gap-to-days = function integer-of-date
               (function numval(business-date)) - 1
           perform varying gap-days from gap-from-days by 1
                   until gap-days > gap-to-days
               compute gap-date = function date-of-integer(gap-days)
               move 'N' to date-sent-flag
               perform varying sent-idx from 1 by 1
                       until sent-idx > sent-count
                   if st-date (sent-idx) = gap-date
                       set date-already-sent to true
                   end-if
               end-perform
               if not date-already-sent
                   add 1 to gap-count
                   set run-has-warning to true
                   if gap-count <= gap-list-max
                       display 'GAP: business date ' gap-date
                           ' was never sent to the ledger'
                   end-if
               end-if
           end-perform
           move 'N' to date-sent-flag
           if gap-count > gap-list-max
               move gap-count to count-ed
               display 'GAP: ' function trim(count-ed)
                   ' business dates in all were never sent'
           end-if
           .

       write-interface-file.
           move spaces to dyn-interface-path
           string 'acct-interface-' delimited by size
               business-date delimited by size
               '.dat' delimited by size
               into dyn-interface-path
           end-string
           open output interface-file
           if not aif-file-ok
               set write-failed to true
               exit paragraph
           end-if
           move spaces to acct-header-record
           set aif-type-header to true
           move interface-system-id to aif-hdr-system
           move business-date to aif-hdr-business-date
           move file-seq to aif-hdr-file-seq
           move run-stamp to aif-hdr-created-ts
           move 'N' to aif-hdr-resend-flag
           if resend-requested
               set aif-hdr-resend to true
           end-if
           write acct-header-record
           if not aif-file-ok
               set write-failed to true
           end-if
           perform process-cabinets
           move spaces to acct-trailer-record
           set aif-type-trailer to true
           move business-date to aif-trl-business-date
           move detail-count to aif-trl-detail-count
           move hash-plays to aif-trl-hash-plays
           move hash-coins to aif-trl-hash-coins
           move hash-money to aif-trl-hash-money
           move hash-free to aif-trl-hash-free
           write acct-trailer-record
           if not aif-file-ok
               set write-failed to true
           end-if
           close interface-file
      *    a short write can surface only on the closing flush.
           if not aif-file-ok
               set write-failed to true
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
                           perform write-cabinet-detail
                   end-read
               end-perform
               close cabinet-list-file
           end-if
           .

       write-cabinet-detail.
           if reg-rec-cabinet-id = spaces
               exit paragraph
           end-if
           if not reg-status-active
               perform report-skipped-cabinet
               exit paragraph
           end-if
           move reg-rec-cabinet-id to wk-cabinet-id
           perform set-cabinet-dir
           perform count-cabinet-plays
           perform count-cabinet-coins
           perform read-day-close
           move spaces to acct-detail-record
           set aif-type-detail to true
           move business-date to aif-dtl-business-date
           move wk-cabinet-id to aif-dtl-cabinet-id
           move reg-rec-zone to aif-dtl-zone
           move cabinet-plays to aif-dtl-plays
           move cabinet-coins to aif-dtl-coins
           move cabinet-money to aif-dtl-money
           move zero to aif-dtl-free-plays
           if close-free-play
               move cabinet-plays to aif-dtl-free-plays
           end-if
      *    the same three verdicts daily-report prints.
           evaluate true
               when not close-found
                   set aif-close-missing to true
                   add 1 to unclosed-count
               when wk-close-plays not = cabinet-plays
                   or wk-close-coins not = cabinet-coins
                   set aif-close-mismatch to true
                   add 1 to mismatch-count
               when other
                   set aif-close-ok to true
           end-evaluate
           write acct-detail-record
           if not aif-file-ok
               set write-failed to true
               exit paragraph
           end-if
           add 1 to detail-count
           add aif-dtl-plays to hash-plays
           add aif-dtl-coins to hash-coins
           add aif-dtl-money to hash-money
           add aif-dtl-free-plays to hash-free
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

       count-cabinet-plays.
      *    session-archive moves a month out of the live log from the
      *    first of the next, so the business date may be in either
      *    file -- or split across them mid-run.
           move zero to cabinet-plays
           move spaces to dyn-cabinet-log-path
           string function trim(wk-cabinet-dir) delimited by size
               'session-archive-' delimited by size
               business-date (1:6) delimited by size
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
           .

       scan-cabinet-log.
           open input cabinet-log-file
           if not log-file-ok
               exit paragraph
           end-if
           perform until 1 = 2
               read cabinet-log-file
                   at end
                       exit perform
                   not at end
                       if arc-ctl-tag (1:7) not = 'CONTROL'
                           and sess-rec-start-ts (1:8) = business-date
                           add 1 to cabinet-plays
                       end-if
               end-read
           end-perform
           close cabinet-log-file
           .

       count-cabinet-coins.
           move zero to cabinet-coins cabinet-money
           move spaces to dyn-coin-path
           string function trim(wk-cabinet-dir) delimited by size
               'coin-ledger.dat' delimited by size
               into dyn-coin-path
           end-string
           open input cabinet-coin-file
           if not coin-file-ok
               exit paragraph
           end-if
           perform until 1 = 2
               read cabinet-coin-file
                   at end
                       exit perform
                   not at end
                       if coin-rec-timestamp (1:8) = business-date
                           add 1 to cabinet-coins
                           move house-coin-value to wk-coin-value
                           if coin-rec-coin-value is numeric
                               move coin-rec-coin-value
                                   to wk-coin-value
                           end-if
                           add wk-coin-value to cabinet-money
                       end-if
               end-read
           end-perform
           close cabinet-coin-file
           .

       read-day-close.
      *    the last close-out for the date decides, as in
      *    daily-report.
           move 'N' to close-found-flag close-free-flag
           move zero to wk-close-plays wk-close-coins
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
                       if dcl-rec-date = business-date
                           set close-found to true
                           move dcl-rec-plays to wk-close-plays
                           move dcl-rec-coins to wk-close-coins
                           move 'N' to close-free-flag
                           if dcl-free-play-day
                               set close-free-play to true
                           end-if
                       end-if
               end-read
           end-perform
           close day-close-file
           .

       record-transmission.
           move spaces to acct-control-record
           move business-date to actl-rec-business-date
           move file-seq to actl-rec-file-seq
           if resend-requested
               set actl-kind-resend to true
           else
               set actl-kind-sent to true
           end-if
           move run-stamp to actl-rec-sent-ts
           move detail-count to actl-rec-detail-count
           move hash-plays to actl-rec-hash-plays
           move hash-coins to actl-rec-hash-coins
           move hash-money to actl-rec-hash-money
      *    the write's own status decides it: the close that follows
      *    reports only on itself.
           move 'N' to actl-recorded-flag
           open extend control-file
           if not actl-file-ok
               open output control-file
           end-if
           move actl-file-status to actl-record-status
           if actl-file-ok
               write acct-control-record
               move actl-file-status to actl-record-status
               if actl-file-ok
                   set actl-recorded to true
               end-if
               close control-file
               if actl-recorded and not actl-file-ok
                   move actl-file-status to actl-record-status
                   move 'N' to actl-recorded-flag
               end-if
           end-if
           if not actl-recorded
               display 'CHECK: the file went out but the control file'
                   ' could not record it (status ' actl-record-status
                   ') -- add the send by hand before the next run.'
               set run-has-warning to true
           end-if
           .

       print-summary.
           move file-seq to seq-ed
           if resend-requested
               display 'Accounting interface ' business-date
                   ' RESENT as file' seq-ed ' -- '
                   function trim(dyn-interface-path)
           else
               display 'Accounting interface ' business-date
                   ' sent as file' seq-ed ' -- '
                   function trim(dyn-interface-path)
           end-if
           move detail-count to count-ed
           move spaces to report-line
           string 'Cabinet detail records:    ' delimited by size
               count-ed delimited by size
               into report-line
           end-string
           display report-line
           move hash-plays to hash-ed
           move spaces to report-line
           string 'Plays (hash):           ' delimited by size
               hash-ed delimited by size
               into report-line
           end-string
           display report-line
           move hash-coins to hash-ed
           move spaces to report-line
           string 'Coins (hash):           ' delimited by size
               hash-ed delimited by size
               into report-line
           end-string
           display report-line
           move hash-money to money-ed
           move spaces to report-line
           string 'Money (hash):           ' delimited by size
               money-ed delimited by size
               into report-line
           end-string
           display report-line
           move hash-free to hash-ed
           move spaces to report-line
           string 'Free plays (hash):      ' delimited by size
               hash-ed delimited by size
               into report-line
           end-string
           display report-line
           if unclosed-count > 0 or mismatch-count > 0
               move unclosed-count to count-ed
               display 'Close-out: ' function trim(count-ed)
                   ' UNCLOSED, ' with no advancing
               move mismatch-count to count-ed
               display function trim(count-ed)
                   ' MISMATCH -- sent as found; see daily-report.'
           end-if
           .
       end program acct-interface.
