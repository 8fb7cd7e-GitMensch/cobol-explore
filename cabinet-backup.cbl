      *> A second snapshot the same day replaces the first (rerun
      *> after a fault, same set id). RESTORE copies every file the
      *> chosen manifest lists back over the live names, re-counts
      *> each one and reports what it restored. A snapshot that did
      *> not complete ends with return code 8 for the nightly gate.
       identification division.
       program-id. cabinet-backup.

           05 filler pic x(40) value 'game-config.dat'.
           05 filler pic x(40) value 'player-profile.dat'.
           05 filler pic x(40) value 'day-close.dat'.
           05 filler pic x(40) value 'operator-action.dat'.
       01 backup-name-table redefines backup-name-values.
           05 backup-name occurs 9 times
                                       pic x(40).
       01 name-idx                     pic 9(4) comp-5.

           if snapshot-failed
               display 'Could not write the manifest -- no snapshot'
                   ' taken.'
               move 8 to return-code
               goback
           end-if
           perform varying name-idx from 1 by 1
                   until name-idx > 9
               move backup-name (name-idx) to wk-file-name
               perform snapshot-one-file
           end-perform
      *        so and leave the partial copies for inspection.
               display 'Snapshot INCOMPLETE -- do not restore from'
                   ' this set; re-run after fixing the cause.'
               move 8 to return-code
           else
               move files-snapped to count-ed
               move spaces to report-line
