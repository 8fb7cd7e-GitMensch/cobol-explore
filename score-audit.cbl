      *> Batch program: score plausibility audit across the fleet.
      *> integrity-check.cbl proves the score stores agree with each
      *> other; this asks whether each run in SESSION-LOG could have
      *> happened at all under the game's own rules:
      *>   - score against distance: both tick once per playing
      *>     frame (end-step in game-stat.cpy), and nothing else
      *>     ever moves either, so they must be equal;
      *>   - the run clock: decimal-time ticks 0.02 per frame, so it
      *>     must equal distance * 0.02, the end stamp must not be
      *>     before the start stamp, and the run cannot have lasted
      *>     longer than the stamps allow (a solo run resumed from a
      *>     checkpoint is stamped from the resume but carries its
      *>     pre-power-cut time, so solo runs get one full fall of
      *>     slack on top of the clock granularity; 2P rounds never
      *>     checkpoint and get none);
      *>   - distance against the fastest fall: the player only ever
      *>     falls, from the start row to the floor, at the speed the
      *>     difficulty ramp in game-wall-data.cpy gives each level,
      *>     so a fall covers at most a fixed number of frames for
      *>     the cabinet's screen geometry (game-config.dat and the
      *>     screen profiles); a 2P player gets that per turn.
      *> A run that breaks a rule is appended to the cabinet's
      *> score-quarantine.dat (score-quarantine-record.cpy), once --
      *> a run already on file is not written again. venue-board,
      *> tournament-close and series-standings skip everything on
      *> it, so a hand-edited log or a glitched clock cannot put a
      *> fake winner on the counter printout. Run it before those
      *> three, and before tournament-close on a closing night.
      *>
      *> Run where the registry lives:
      *>     score-audit
       identification division.
       program-id. score-audit.

       environment division.
       input-output section.
       file-control.
           select cabinet-list-file assign to "cabinet-registry.dat"
               organization is line sequential
               access mode is sequential
               file status is list-file-status.
           select cabinet-session-file
               assign to dynamic dyn-session-path
               organization is line sequential
               access mode is sequential
               file status is sess-file-status.
           select cabinet-config-file
               assign to dynamic dyn-config-path
               organization is line sequential
               access mode is sequential
               file status is cfg-file-status.
           select quarantine-file
               assign to dynamic dyn-quarantine-path
               organization is line sequential
               access mode is sequential
               file status is qtn-file-status.

       data division.
       file section.
       fd  cabinet-list-file.
           copy cabinet-registry-record.

       fd  cabinet-session-file.
           copy session-log-record.

      *> the game-config.dat record laid out in game-file-section.cpy;
      *> only the geometry is read here.
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

       fd  quarantine-file.
           copy score-quarantine-record.

       working-storage section.
       01 list-file-status             pic xx.
           88 list-file-ok             value '00'.
       01 sess-file-status             pic xx.
           88 sess-file-ok             value '00'.
       01 cfg-file-status              pic xx.
           88 cfg-file-ok              value '00'.
       01 qtn-file-status              pic xx.
           88 qtn-file-ok              value '00'.

       01 dyn-session-path             pic x(80).
       01 dyn-config-path              pic x(80).
       01 dyn-quarantine-path          pic x(80).
       01 wk-cabinet-id                pic x(20).
       01 wk-cabinet-dir               pic x(80).
       01 wk-path-idx                  pic 9(4) comp-5.
       01 wk-dir-end                   pic 9(4) comp-5.

      *> the ramp, the screen profiles and the 2P turn count come
      *> from the game's own copybooks, so a retune of any of them
      *> moves the audit's limits with it.
           copy game-wall-data.
           copy game-screen-profile-data.
           copy game-twoplayer-data.

      *> player sprite and base fall speed as init-rect and
      *> game-resource-data.cpy set them.
       78  base-fall-speed-px          value 2.
       78  player-sprite-h             value 128.
       78  start-row-tiles             value 4.
       78  frame-seconds               value 0.02.
      *> stamps are compared to the second, and the frame loop does
      *> not land on them exactly.
       78  clock-slack-seconds         value 1.

       01 audit-profile                pic x(16).
       01 audit-win-h                  pic 9(9) comp-5.
       01 audit-tile-size              pic 9(9) comp-5.
       01 audit-player-h               pic 9(9) comp-5.
       01 audit-start-y                pic s9(9) comp-5.
       01 fall-y                       pic s9(9) comp-5.
       01 fall-distance                pic 9(9) comp-5.
       01 fall-start-distance          pic 9(9) comp-5.
       01 fall-frames                  pic 9(9) comp-5.
       01 solo-max-distance            pic 9(9).
       01 twop-max-distance            pic 9(9).
       01 turn-idx                     pic 9(4) comp-5.

      *> the run in hand.
       01 run-limit-distance           pic 9(9).
       01 run-expected-time            pic 9(7)v99.
       01 run-allowed-seconds          pic s9(11)v99.
       01 run-gap-seconds              pic s9(11)v99.
       01 run-start-seconds            pic s9(11)v99.
       01 run-end-seconds              pic s9(11)v99.
       01 run-rule                     pic x(4).
       01 run-why                      pic x(40).
       01 run-key                      pic x(30).

      *> seconds since day zero for a current-date stamp.
       01 wk-stamp.
           05 wk-stamp-date         pic 9(8).
           05 wk-stamp-hh           pic 9(2).
           05 wk-stamp-mi           pic 9(2).
           05 wk-stamp-ss           pic 9(2).
           05 wk-stamp-cs           pic 9(2).
           05 filler                pic x(10).
       01 wk-stamp-days                pic 9(9) comp-5.
       01 wk-stamp-clock-seconds       pic 9(5).
       01 wk-stamp-seconds             pic s9(11)v99.
       01 stamp-ok-flag                pic x value 'Y'.
           88 stamp-ok                 value 'Y'.

      *> runs already on the cabinet's quarantine, keyed by start
      *> stamp and end reason (a 2P round's two players share the
      *> start stamp; the end reason carries the player number).
       78  quarantine-max              value 500.
       01 qtn-count                    pic 9(4) comp-5 value 0.
       01 qtn-idx                      pic 9(4) comp-5.
       01 qtn-table.
           05 qtn-entry occurs 500 times.
               10 qtn-key            pic x(30).
       01 qtn-overflow-flag            pic x value 'N'.
           88 qtn-overflow             value 'Y'.
       01 qtn-open-flag                pic x value 'N'.
           88 qtn-open                 value 'Y'.
       01 audit-stamp                  pic x(14).

       01 cabinet-runs                 pic 9(9) value 0.
       01 cabinet-new                  pic 9(9) value 0.
       01 cabinet-held                 pic 9(9) value 0.
       01 cabinets-checked             pic 9(9) value 0.
       01 total-runs                   pic 9(9) value 0.
       01 total-new                    pic 9(9) value 0.
       01 total-held                   pic 9(9) value 0.

       01 more-list-records-flag       pic x value 'Y'.
           88 more-list-records        value 'Y'.
       01 more-records-flag            pic x value 'Y'.
           88 more-records             value 'Y'.

       01 report-line                  pic x(100).
       01 count-ed                     pic z(8)9.
       01 count2-ed                    pic z(8)9.
       01 count3-ed                    pic z(8)9.
       01 score-ed                     pic z(8)9.
       01 distance-ed                  pic z(8)9.
       01 limit-ed                     pic z(8)9.
       01 time-ed                      pic z(6)9.99.

       procedure division.
       main.
           move function current-date(1:14) to audit-stamp
           display 'Score plausibility audit ' audit-stamp
           perform process-cabinets
           perform print-summary
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
                           perform audit-one-cabinet
                   end-read
               end-perform
               close cabinet-list-file
           end-if
           .

       audit-one-cabinet.
           if reg-rec-cabinet-id = spaces
               exit paragraph
           end-if
      *    the boards only rank ACTIVE cabinets, so only their logs
      *    need the audit.
           if not reg-status-active
               perform report-skipped-cabinet
               exit paragraph
           end-if
           move reg-rec-cabinet-id to wk-cabinet-id
           perform set-cabinet-dir
           add 1 to cabinets-checked
           move zero to cabinet-runs cabinet-new cabinet-held
           perform read-cabinet-geometry
           perform compute-fall-limits
           perform load-quarantine
           perform audit-session-log
           if qtn-open
               close quarantine-file
               move 'N' to qtn-open-flag
           end-if
           perform print-cabinet-line
           add cabinet-runs to total-runs
           add cabinet-new to total-new
           add cabinet-held to total-held
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

       read-cabinet-geometry.
      *    the same rules init-config and apply-screen-profile use:
      *    the named profile (STANDARD when blank or unknown) sets
      *    the tile and sprite scale, and an explicit w/h in the
      *    config overrides the profile's window height.
           move 'STANDARD' to audit-profile
           move zero to cab-w cab-h
           move spaces to dyn-config-path
           string function trim(wk-cabinet-dir) delimited by size
               'game-config.dat' delimited by size
               into dyn-config-path
           end-string
           open input cabinet-config-file
           if cfg-file-ok
               read cabinet-config-file
                   at end
                       move zero to cab-w cab-h
                   not at end
                       if cab-screen-profile not = spaces
                           move cab-screen-profile to audit-profile
                       end-if
               end-read
               close cabinet-config-file
           end-if
           move 1 to screen-profile-idx
           search screen-profile-entry
               at end
                   move 1 to screen-profile-idx
               when sp-name (screen-profile-idx) = audit-profile
                   continue
           end-search
           move sp-tile-size (screen-profile-idx) to audit-tile-size
           move sp-scale-percent (screen-profile-idx)
               to player-scale-percent
           move sp-win-h (screen-profile-idx) to audit-win-h
           if cab-w is numeric and cab-h is numeric
               if cab-w > 0 and cab-h > 0
                   move cab-h to audit-win-h
               end-if
           end-if
           compute audit-player-h =
               player-sprite-h * player-scale-percent / 100
           compute audit-start-y =
               start-row-tiles * audit-tile-size - audit-player-h
           .

       compute-fall-limits.
      *    a solo run is one fall, however it was interrupted: a
      *    checkpoint resume puts the player back where they were.
      *    A 2P player restarts at the top each turn with the ramp
      *    picking up at their banked distance.
           move zero to fall-start-distance
           perform simulate-one-fall
           move fall-frames to solo-max-distance
           move zero to fall-start-distance
           perform varying turn-idx from 1 by 1
                   until turn-idx > tp-turns-per-player
               perform simulate-one-fall
               add fall-frames to fall-start-distance
           end-perform
           move fall-start-distance to twop-max-distance
           .

       simulate-one-fall.
      *    update-difficulty, apply-player-motion and the floor test
      *    in collision-check, frame by frame, with no wall to end
      *    the fall early -- distance only counts a frame the player
      *    survives.
           move fall-start-distance to fall-distance
           move audit-start-y to fall-y
           perform until 1 = 2
               compute difficulty-level =
                   fall-distance / difficulty-step-distance
               if difficulty-level > difficulty-max-level
                   move difficulty-max-level to difficulty-level
               end-if
               compute effective-fall-speed-px =
                   base-fall-speed-px + (difficulty-level / 2)
               add effective-fall-speed-px to fall-y
               if fall-y + audit-player-h >= audit-win-h
                   exit perform
               end-if
               add 1 to fall-distance
           end-perform
           compute fall-frames = fall-distance - fall-start-distance
           .

       load-quarantine.
           move zero to qtn-count
           move 'N' to qtn-overflow-flag
           move spaces to dyn-quarantine-path
           string function trim(wk-cabinet-dir) delimited by size
               'score-quarantine.dat' delimited by size
               into dyn-quarantine-path
           end-string
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
                       if score-quarantine-record not = spaces
                           move qtn-rec-start-ts to run-key (1:26)
                           move qtn-rec-end-reason to run-key (27:4)
                           perform remember-quarantine-key
                       end-if
               end-read
           end-perform
           close quarantine-file
           .

       remember-quarantine-key.
           if qtn-count < quarantine-max
               add 1 to qtn-count
               move run-key to qtn-key (qtn-count)
           else
               set qtn-overflow to true
           end-if
           .

       audit-session-log.
           move spaces to dyn-session-path
           string function trim(wk-cabinet-dir) delimited by size
               'session-log.dat' delimited by size
               into dyn-session-path
           end-string
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
                       if session-log-record not = spaces
                           add 1 to cabinet-runs
                           perform audit-one-run
                       end-if
               end-read
           end-perform
           close cabinet-session-file
           .

       audit-one-run.
           move spaces to run-rule run-why
           if sess-rec-end-reason (1:2) = '2P'
               move twop-max-distance to run-limit-distance
           else
               move solo-max-distance to run-limit-distance
           end-if
           perform check-score-rule
           if run-rule = spaces
               perform check-distance-rule
           end-if
           if run-rule = spaces
               perform check-time-rule
           end-if
           if run-rule = spaces
               exit paragraph
           end-if
           move sess-rec-start-ts to run-key (1:26)
           move sess-rec-end-reason to run-key (27:4)
           perform varying qtn-idx from 1 by 1
                   until qtn-idx > qtn-count
               if qtn-key (qtn-idx) = run-key
                   add 1 to cabinet-held
                   exit paragraph
               end-if
           end-perform
           perform quarantine-run
           .

       check-score-rule.
           if sess-rec-score is not numeric
               or sess-rec-distance is not numeric
               move 'SCOR' to run-rule
               move 'score or distance is not a number'
                   to run-why
               exit paragraph
           end-if
           if sess-rec-score not = sess-rec-distance
               move 'SCOR' to run-rule
               move 'score does not match distance' to run-why
           end-if
           .

       check-distance-rule.
           if sess-rec-distance > run-limit-distance
               move 'DIST' to run-rule
               move 'longer than the fastest fall allows'
                   to run-why
           end-if
           .

       check-time-rule.
           if sess-rec-decimal-time is not numeric
               move 'TIME' to run-rule
               move 'run time is not a number' to run-why
               exit paragraph
           end-if
           compute run-expected-time =
               sess-rec-distance * frame-seconds
           if sess-rec-decimal-time not = run-expected-time
               move 'TIME' to run-rule
               move 'run time does not match its frames'
                   to run-why
               exit paragraph
           end-if
           move sess-rec-start-ts to wk-stamp
           perform compute-stamp-seconds
           if not stamp-ok
               move 'TIME' to run-rule
               move 'start stamp is not a date' to run-why
               exit paragraph
           end-if
           move wk-stamp-seconds to run-start-seconds
           move sess-rec-end-ts to wk-stamp
           perform compute-stamp-seconds
           if not stamp-ok
               move 'TIME' to run-rule
               move 'end stamp is not a date' to run-why
               exit paragraph
           end-if
           move wk-stamp-seconds to run-end-seconds
           compute run-gap-seconds =
               run-end-seconds - run-start-seconds
           if run-gap-seconds < 0
               move 'TIME' to run-rule
               move 'ends before it starts' to run-why
               exit paragraph
           end-if
           compute run-allowed-seconds =
               run-gap-seconds + clock-slack-seconds
           if sess-rec-end-reason (1:2) not = '2P'
               compute run-allowed-seconds = run-allowed-seconds
                   + solo-max-distance * frame-seconds
           end-if
           if sess-rec-decimal-time > run-allowed-seconds
               move 'TIME' to run-rule
               move 'ran longer than its stamps allow' to run-why
           end-if
           .

       compute-stamp-seconds.
           move 'Y' to stamp-ok-flag
           move zero to wk-stamp-seconds
           if wk-stamp (1:16) is not numeric
               move 'N' to stamp-ok-flag
               exit paragraph
           end-if
           if wk-stamp-date < 16010101
               or wk-stamp-hh > 23 or wk-stamp-mi > 59
               or wk-stamp-ss > 60
               move 'N' to stamp-ok-flag
               exit paragraph
           end-if
           compute wk-stamp-days =
               function integer-of-date(wk-stamp-date)
           if wk-stamp-days = 0
               move 'N' to stamp-ok-flag
               exit paragraph
           end-if
      *    whole seconds: the hundredths are inside the clock
      *    slack the time rule allows anyway.
           compute wk-stamp-clock-seconds = wk-stamp-hh * 3600
               + wk-stamp-mi * 60 + wk-stamp-ss
           compute wk-stamp-seconds = wk-stamp-days * 86400
           add wk-stamp-clock-seconds to wk-stamp-seconds
           .

       quarantine-run.
           if not qtn-open
               open extend quarantine-file
               if not qtn-file-ok
                   open output quarantine-file
               end-if
               if not qtn-file-ok
                   display '  ' function trim(wk-cabinet-id)
                       ': score-quarantine.dat will not open (status '
                       qtn-file-status ') -- run not quarantined.'
                   exit paragraph
               end-if
               set qtn-open to true
           end-if
           move spaces to score-quarantine-record
           move sess-rec-start-ts to qtn-rec-start-ts
           move sess-rec-end-ts to qtn-rec-end-ts
           move sess-rec-score to qtn-rec-score
           move sess-rec-distance to qtn-rec-distance
           move sess-rec-decimal-time to qtn-rec-decimal-time
           move sess-rec-end-reason to qtn-rec-end-reason
           move run-rule to qtn-rec-rule
           move audit-stamp to qtn-rec-audit-ts
           write score-quarantine-record
           add 1 to cabinet-new
           perform remember-quarantine-key
           perform print-run-line
           .

       print-run-line.
           move zero to score-ed distance-ed time-ed
           if sess-rec-score is numeric
               move sess-rec-score to score-ed
           end-if
           if sess-rec-distance is numeric
               move sess-rec-distance to distance-ed
           end-if
           if sess-rec-decimal-time is numeric
               move sess-rec-decimal-time to time-ed
           end-if
           move run-limit-distance to limit-ed
           move spaces to report-line
           string '  ' delimited by size
               function trim(wk-cabinet-id) delimited by size
               ' ' delimited by size
               sess-rec-start-ts (1:14) delimited by size
               ' ' delimited by size
               sess-rec-end-reason delimited by size
               ' ' delimited by size
               run-rule delimited by size
               ' score' delimited by size
               score-ed delimited by size
               ' dist' delimited by size
               distance-ed delimited by size
               ' time' delimited by size
               time-ed delimited by size
               ' max' delimited by size
               limit-ed delimited by size
               into report-line
           end-string
           display report-line
           display '      ' function trim(run-why)
           .

       print-cabinet-line.
           move cabinet-runs to count-ed
           move cabinet-new to count2-ed
           move cabinet-held to count3-ed
           move spaces to report-line
           string 'Cabinet ' delimited by size
               function trim(wk-cabinet-id) delimited by size
               '  runs ' delimited by size
               count-ed delimited by size
               '  new quarantine ' delimited by size
               count2-ed delimited by size
               '  already held ' delimited by size
               count3-ed delimited by size
               into report-line
           end-string
           display report-line
           move solo-max-distance to limit-ed
           move twop-max-distance to distance-ed
           move spaces to report-line
           string '  ' delimited by size
               function trim(audit-profile) delimited by size
               ' fall limit solo' delimited by size
               limit-ed delimited by size
               '  2P' delimited by size
               distance-ed delimited by size
               into report-line
           end-string
           display report-line
           if qtn-overflow
               display '  (quarantine table full -- runs past it may'
                   ' be written again; trim score-quarantine.dat)'
           end-if
           .

       print-summary.
           move cabinets-checked to count-ed
           move total-runs to count2-ed
           move spaces to report-line
           string 'Cabinets audited: ' delimited by size
               count-ed delimited by size
               '  Runs checked: ' delimited by size
               count2-ed delimited by size
               into report-line
           end-string
           display report-line
           move total-new to count-ed
           move total-held to count2-ed
           move spaces to report-line
           string 'Newly quarantined: ' delimited by size
               count-ed delimited by size
               '  Already on quarantine: ' delimited by size
               count2-ed delimited by size
               into report-line
           end-string
           display report-line
           if total-new = 0
               display 'No new impossible runs.'
           end-if
           .
       end program score-audit.
