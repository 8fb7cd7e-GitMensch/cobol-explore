      *> Shared SCORE-QUARANTINE record layout -- one record per
      *> SESSION-LOG run the plausibility audit (score-audit.cbl)
      *> found impossible under the game's own rules, kept in the
      *> cabinet's data directory beside the log as
      *> score-quarantine.dat. venue-board.cbl, tournament-close.cbl
      *> and series-standings.cbl read it back and rank nothing on
      *> it. The run's figures come first, in session-log-record
      *> order, so a quarantined run still reads like the log line
      *> it was taken from; the file is appended, never rewritten,
      *> so a run stays quarantined after the monthly archive has
      *> moved its log line out. Releasing a run is a hand edit.
       01 score-quarantine-record.
           05 qtn-rec-start-ts      pic x(26).
           05 qtn-rec-end-ts        pic x(26).
           05 qtn-rec-score         pic 9(9).
           05 qtn-rec-distance      pic 9(9).
           05 qtn-rec-decimal-time  pic 9(7)v99.
           05 qtn-rec-end-reason    pic x(4).
      *> the first rule the run broke: score against distance, the
      *> run clock against its frames and stamps, or a distance past
      *> the longest fall the difficulty ramp allows.
           05 qtn-rec-rule          pic x(4).
               88 qtn-rule-score        value 'SCOR'.
               88 qtn-rule-time         value 'TIME'.
               88 qtn-rule-distance     value 'DIST'.
           05 qtn-rec-audit-ts      pic x(14).
