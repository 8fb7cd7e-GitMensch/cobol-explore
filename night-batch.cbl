      *> Batch program: the nightly batch driver. The night used to
      *> be a cron chain of separate programs, and a failure at 3 a.m.
      *> meant working out by hand what had already run and what was
      *> safe to run again. This runs the night as named steps in a
      *> fixed order, each as its own program exactly as the cron ran
      *> it (the step programs must be on the PATH):
      *>    1 registry-check     where the registry lives
      *>    2 score-audit        where the registry lives
      *>    3 session-archive    in each ACTIVE cabinet's directory
      *>    4 venue-board        where the registry lives
      *>    5 daily-report       where the registry lives, for the
      *>                         business date
      *>    6 coin-rollup        where the registry lives
      *>    7 fleet-monitor      where the registry lives, as of the
      *>                         end of the business date
      *>    8 config-audit       where the registry lives
      *>    9 cabinet-backup     in each ACTIVE cabinet's directory
      *> A step fails on a non-zero return code (for a per-cabinet
      *> step, any cabinet's). Every step is gated: nothing runs
      *> against a registry registry-check has not passed, no run
      *> is archived or ranked before score-audit has had the chance
      *> to quarantine it (once archived the audit no longer sees
      *> it), and no cabinet is backed up over a session log its
      *> archive run left unfinished -- a gated step whose gate has
      *> not passed is HELD, not run.
      *>
      *> fleet-monitor is run as of 23:59:59 on the business date
      *> rather than live: at this hour every cabinet shut down at
      *> closing has a stale heartbeat and every one left at the
      *> menu has no plays yet, and a live run would open a down
      *> work order against nearly the whole fleet. An as-of run
      *> opens no orders -- that is all it changes. Its heartbeat
      *> lines still read against 23:59:59, so a cabinet switched
      *> off at closing, or one whose heartbeat is already dated
      *> today, shows stale there; at this hour those are not
      *> exceptions. Orders come from the runs made during opening
      *> hours.
      *>
      *> Each step's start, end and return code go to the run-control
      *> file, batch-run-control.dat (batch-run-record.cpy). A rerun
      *> for the same business date skips the steps that finished OK
      *> and picks up at the first one that did not. The steps' own
      *> printouts go to batch-<yyyymmdd>.log; the driver prints the
      *> one-page job summary for the morning shift and ends with
      *> return code 0 when every step is OK, 8 otherwise.
      *>
      *> Run where the registry lives:
      *>     night-batch [yyyymmdd]
      *> With no date the business date is yesterday.
       identification division.
       program-id. night-batch.

       environment division.
       input-output section.
       file-control.
           select cabinet-list-file assign to "cabinet-registry.dat"
               organization is line sequential
               access mode is sequential
               file status is list-file-status.
           select run-control-file assign to "batch-run-control.dat"
               organization is line sequential
               access mode is sequential
               file status is brc-file-status.

       data division.
       file section.
       fd  cabinet-list-file.
           copy cabinet-registry-record.

       fd  run-control-file.
           copy batch-run-record.

       working-storage section.
       01 list-file-status             pic xx.
           88 list-file-ok             value '00'.
       01 brc-file-status              pic xx.
           88 brc-file-ok              value '00'.

       01 wk-cabinet-id                pic x(20).
       01 wk-cabinet-dir               pic x(80).
       01 wk-path-idx                  pic 9(4) comp-5.
       01 wk-dir-end                   pic 9(4) comp-5.

       01 business-date-arg            pic x(80).
       01 business-date                pic x(8).
       01 today-yyyymmdd               pic 9(8).
       01 today-days                   pic 9(9) comp-5.
       01 run-stamp                    pic x(14).
       01 batch-log-name               pic x(40).

      *> the night's steps in running order: program name, where it
      *> runs (F where the registry lives, C in every ACTIVE
      *> cabinet's directory), what it is handed (D the business
      *> date, E the last second of it, - nothing), and the step
      *> whose OK it waits on.
       78  step-max                    value 9.
       01 step-values.
           05 filler pic x(20) value 'registry-check  F-00'.
           05 filler pic x(20) value 'score-audit     F-01'.
           05 filler pic x(20) value 'session-archive C-02'.
           05 filler pic x(20) value 'venue-board     F-02'.
           05 filler pic x(20) value 'daily-report    FD01'.
           05 filler pic x(20) value 'coin-rollup     F-01'.
           05 filler pic x(20) value 'fleet-monitor   FE01'.
           05 filler pic x(20) value 'config-audit    F-01'.
           05 filler pic x(20) value 'cabinet-backup  C-03'.
       01 step-table redefines step-values.
           05 step-entry occurs 9 times.
               10 st-name            pic x(16).
               10 st-scope           pic x.
                   88 st-per-cabinet     value 'C'.
               10 st-arg             pic x.
                   88 st-takes-date      value 'D'.
                   88 st-takes-day-end   value 'E'.
               10 st-gate            pic 9(2).
       01 step-idx                     pic 9(4) comp-5.
       01 gate-idx                     pic 9(4) comp-5.

      *> where each step stands for the business date: as the
      *> run-control file left it, then as this run leaves it.
       01 step-state-table.
           05 step-state occurs 9 times.
               10 ss-status          pic x(4) value spaces.
                   88 ss-ok              value 'OK'.
                   88 ss-failed          value 'FAIL'.
                   88 ss-held            value 'HELD'.
                   88 ss-running         value 'RUN'.
               10 ss-start-ts        pic x(14) value spaces.
               10 ss-end-ts          pic x(14) value spaces.
               10 ss-return-code     pic 9(3) value 0.
               10 ss-note            pic x(40) value spaces.
               10 ss-earlier-flag    pic x value 'N'.
                   88 ss-done-earlier    value 'Y'.
      *> set when the step's latest record did not reach the
      *> run-control file -- a rerun would not know where it stood.
               10 ss-unrecorded-flag pic x value 'N'.
                   88 ss-unrecorded      value 'Y'.

       01 prior-record-count           pic 9(9) value 0.
       01 resume-step                  pic 9(4) comp-5 value 0.
       01 steps-ok                     pic 9(4) comp-5 value 0.
       01 first-bad-step               pic 9(4) comp-5 value 0.
       01 unrecorded-count             pic 9(4) comp-5 value 0.

      *> the command handed to the shell, and what came back.
       01 step-command                 pic x(300).
       01 step-argument                pic x(14).
       01 system-status                pic s9(9) comp-5.
       01 step-rc                      pic 9(3).
       01 cabinet-count                pic 9(4) value 0.
       01 cabinet-fail-count           pic 9(4) value 0.
       01 first-fail-cabinet           pic x(20).
       01 more-list-records-flag       pic x value 'Y'.
           88 more-list-records        value 'Y'.

       01 report-line                  pic x(100).
       01 step-no-ed                   pic z9.
       01 rc-ed                        pic zz9.
       01 count-ed                     pic zzz9.
       01 start-time-ed                pic x(8).
       01 end-time-ed                  pic x(8).
       01 wk-time-ts                   pic x(14).
       01 wk-time-ed                   pic x(8).

       procedure division.
       main.
           move function current-date(1:14) to run-stamp
           accept business-date-arg from command-line
           if business-date-arg = spaces
               move function current-date(1:8) to today-yyyymmdd
               compute today-days =
                   function integer-of-date(today-yyyymmdd) - 1
               compute today-yyyymmdd =
                   function date-of-integer(today-days)
               move today-yyyymmdd to business-date
           else
               move business-date-arg (1:8) to business-date
           end-if
           if business-date is not numeric
               or function test-date-yyyymmdd
                   (function numval(business-date)) not = 0
               display 'usage: night-batch [yyyymmdd]'
               move 8 to return-code
               goback
           end-if
           move spaces to batch-log-name
           string 'batch-' delimited by size
               business-date delimited by size
               '.log' delimited by size
               into batch-log-name
           end-string
           perform load-run-control
           perform varying step-idx from 1 by 1
                   until step-idx > step-max
               perform run-one-step
           end-perform
           perform print-summary
           if steps-ok = step-max
               move 0 to return-code
           else
               move 8 to return-code
           end-if
           goback
           .

       load-run-control.
      *    the last record for each step of this business date
      *    decides where the night stands.
           open input run-control-file
           if not brc-file-ok
               exit paragraph
           end-if
           perform until 1 = 2
               read run-control-file
                   at end
                       exit perform
                   not at end
                       if brc-rec-business-date = business-date
                           and brc-rec-step-no >= 1
                           and brc-rec-step-no <= step-max
                           perform take-run-record
                       end-if
               end-read
           end-perform
           close run-control-file
           perform varying step-idx from 1 by 1
                   until step-idx > step-max
               if ss-ok (step-idx)
                   move 'Y' to ss-earlier-flag (step-idx)
               else
                   if resume-step = 0 and prior-record-count > 0
                       move step-idx to resume-step
                   end-if
               end-if
           end-perform
           .

       take-run-record.
           add 1 to prior-record-count
           move brc-rec-step-no to step-idx
           move brc-rec-status to ss-status (step-idx)
           move brc-rec-start-ts to ss-start-ts (step-idx)
           move brc-rec-end-ts to ss-end-ts (step-idx)
           move brc-rec-return-code to ss-return-code (step-idx)
           move brc-rec-note to ss-note (step-idx)
           .

       run-one-step.
           if ss-done-earlier (step-idx)
               add 1 to steps-ok
               exit paragraph
           end-if
           move spaces to ss-start-ts (step-idx) ss-end-ts (step-idx)
               ss-note (step-idx)
           move zero to ss-return-code (step-idx)
           move st-gate (step-idx) to gate-idx
           if gate-idx > 0
               if not ss-ok (gate-idx)
                   move 'HELD' to ss-status (step-idx)
                   string 'held -- ' delimited by size
                       function trim(st-name (gate-idx))
                           delimited by size
                       ' not OK' delimited by size
                       into ss-note (step-idx)
                   end-string
                   perform write-step-record
                   exit paragraph
               end-if
           end-if
           move function current-date(1:14) to ss-start-ts (step-idx)
           move 'RUN' to ss-status (step-idx)
           perform write-step-record
           if st-per-cabinet (step-idx)
               perform run-step-per-cabinet
           else
               perform run-step-here
           end-if
           move function current-date(1:14) to ss-end-ts (step-idx)
           move step-rc to ss-return-code (step-idx)
           if step-rc = 0
               move 'OK' to ss-status (step-idx)
               add 1 to steps-ok
           else
               move 'FAIL' to ss-status (step-idx)
           end-if
           perform write-step-record
           .

       run-step-here.
           move spaces to step-argument
           evaluate true
               when st-takes-date (step-idx)
                   move business-date to step-argument
               when st-takes-day-end (step-idx)
                   string business-date delimited by size
                       '235959' delimited by size
                       into step-argument
                   end-string
           end-evaluate
           move spaces to step-command
           string 'echo "== ' delimited by size
               function trim(st-name (step-idx)) delimited by size
               '" >> ' delimited by size
               function trim(batch-log-name) delimited by size
               '; ' delimited by size
               function trim(st-name (step-idx)) delimited by size
               ' ' delimited by size
               step-argument delimited by space
               ' >> ' delimited by size
               function trim(batch-log-name) delimited by size
               ' 2>&1' delimited by size
               x'00' delimited by size
               into step-command
           end-string
           perform call-step-command
           .

       run-step-per-cabinet.
      *    the step runs once in every ACTIVE cabinet's directory and
      *    fails on the worst return code any of them gave; every
      *    cabinet still gets its turn.
           move zero to cabinet-count cabinet-fail-count step-rc
           move spaces to first-fail-cabinet
           open input cabinet-list-file
           if not list-file-ok
               move 8 to step-rc
               move 'cabinet-registry.dat did not open'
                   to ss-note (step-idx)
               exit paragraph
           end-if
           move 'Y' to more-list-records-flag
           perform until not more-list-records
               read cabinet-list-file
                   at end
                       move 'N' to more-list-records-flag
                   not at end
                       perform run-step-in-cabinet
               end-read
           end-perform
           close cabinet-list-file
           move cabinet-count to count-ed
           if cabinet-fail-count = 0
               string function trim(count-ed) delimited by size
                   ' cabinets' delimited by size
                   into ss-note (step-idx)
               end-string
           else
               move cabinet-fail-count to count-ed
               string function trim(count-ed) delimited by size
                   ' failed, first ' delimited by size
                   function trim(first-fail-cabinet)
                       delimited by size
                   into ss-note (step-idx)
               end-string
           end-if
           .

       run-step-in-cabinet.
           if reg-rec-cabinet-id = spaces
               or not reg-status-active
               exit paragraph
           end-if
           move reg-rec-cabinet-id to wk-cabinet-id
           perform set-cabinet-dir
           add 1 to cabinet-count
           move spaces to step-command
           string '(echo "== ' delimited by size
               function trim(st-name (step-idx)) delimited by size
               ' ' delimited by size
               function trim(wk-cabinet-id) delimited by size
               '"; cd ' delimited by size
               "'" delimited by size
               function trim(wk-cabinet-dir) delimited by size
               "' && " delimited by size
               function trim(st-name (step-idx)) delimited by size
               ') >> ' delimited by size
               function trim(batch-log-name) delimited by size
               ' 2>&1' delimited by size
               x'00' delimited by size
               into step-command
           end-string
           move step-rc to ss-return-code (step-idx)
           perform call-step-command
           if step-rc > 0
               add 1 to cabinet-fail-count
               if first-fail-cabinet = spaces
                   move wk-cabinet-id to first-fail-cabinet
               end-if
           end-if
      *    keep the worst code seen across the cabinets.
           if ss-return-code (step-idx) > step-rc
               move ss-return-code (step-idx) to step-rc
           end-if
           .

       call-step-command.
      *    the shell hands back a wait status: the exit code sits in
      *    the high byte, a signal in the low one.
           call 'SYSTEM' using step-command
           move return-code to system-status
           move zero to return-code
           if system-status > 255
               divide 256 into system-status
           end-if
           if system-status > 255 or system-status < 0
               move 255 to system-status
           end-if
           move system-status to step-rc
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

       write-step-record.
           move spaces to batch-run-record
           move business-date to brc-rec-business-date
           move step-idx to brc-rec-step-no
           move st-name (step-idx) to brc-rec-step-name
           move ss-status (step-idx) to brc-rec-status
           move run-stamp to brc-rec-run-stamp
           move ss-start-ts (step-idx) to brc-rec-start-ts
           move ss-end-ts (step-idx) to brc-rec-end-ts
           move ss-return-code (step-idx) to brc-rec-return-code
           move ss-note (step-idx) to brc-rec-note
      *    the write's own status is the one that counts; the
      *    close only adds its own.
           move 'N' to ss-unrecorded-flag (step-idx)
           open extend run-control-file
           if not brc-file-ok
               open output run-control-file
           end-if
           if not brc-file-ok
               set ss-unrecorded (step-idx) to true
               exit paragraph
           end-if
           write batch-run-record
           if not brc-file-ok
               set ss-unrecorded (step-idx) to true
           end-if
           close run-control-file
           if not brc-file-ok
               set ss-unrecorded (step-idx) to true
           end-if
           .

       print-summary.
           display 'Nightly batch -- business date ' business-date
               '   run ' run-stamp
           if resume-step > 0
               move resume-step to step-no-ed
               display 'Rerun: resumed at step ' step-no-ed ' ('
                   function trim(st-name (resume-step))
                   '); steps already OK were not run again.'
           end-if
           display ' '
           display 'No Step             Status Start    End       RC'
               '  Note'
           perform varying step-idx from 1 by 1
                   until step-idx > step-max
               perform print-step-line
           end-perform
           display ' '
           move first-bad-step to step-no-ed
           if steps-ok = step-max
               display 'Night COMPLETE -- every step OK.'
           else
               display 'Night INCOMPLETE -- first step not OK: '
                   step-no-ed ' '
                   function trim(st-name (first-bad-step))
               display 'Fix the cause (see '
                   function trim(batch-log-name)
                   ') and rerun: night-batch ' business-date
           end-if
      *    a step whose record was lost runs again on a rerun, or
      *    is skipped when it should not be -- say which.
           move zero to unrecorded-count
           perform varying step-idx from 1 by 1
                   until step-idx > step-max
               if ss-unrecorded (step-idx)
                   add 1 to unrecorded-count
                   move step-idx to step-no-ed
                   display 'CHECK: run-control not recorded for step '
                       step-no-ed ' ' function trim(st-name (step-idx))
                       ' -- batch-run-control.dat did not take it.'
               end-if
           end-perform
           if unrecorded-count > 0
               display 'Correct batch-run-control.dat by hand before'
                   ' any rerun for ' business-date '.'
           end-if
           display 'Step printouts: ' function trim(batch-log-name)
           .

       print-step-line.
           if not ss-ok (step-idx) and first-bad-step = 0
               move step-idx to first-bad-step
           end-if
           move step-idx to step-no-ed
           move ss-start-ts (step-idx) to wk-time-ts
           perform format-step-time
           move wk-time-ed to start-time-ed
           move ss-end-ts (step-idx) to wk-time-ts
           perform format-step-time
           move wk-time-ed to end-time-ed
           move ss-return-code (step-idx) to rc-ed
           move spaces to report-line
           string step-no-ed delimited by size
               ' ' delimited by size
               st-name (step-idx) delimited by size
               ' ' delimited by size
               ss-status (step-idx) delimited by size
               '   ' delimited by size
               start-time-ed delimited by size
               ' ' delimited by size
               end-time-ed delimited by size
               ' ' delimited by size
               rc-ed delimited by size
               '  ' delimited by size
               into report-line
           end-string
           if ss-held (step-idx)
               move spaces to report-line (46:3)
           end-if
           if ss-done-earlier (step-idx)
               move 'done on an earlier run' to report-line (51:40)
           else
               move ss-note (step-idx) to report-line (51:40)
           end-if
           display function trim(report-line trailing)
           .

       format-step-time.
           move spaces to wk-time-ed
           if wk-time-ts not = spaces
               string wk-time-ts (9:2) delimited by size
                   ':' delimited by size
                   wk-time-ts (11:2) delimited by size
                   ':' delimited by size
                   wk-time-ts (13:2) delimited by size
                   into wk-time-ed
               end-string
           end-if
           .
       end program night-batch.
