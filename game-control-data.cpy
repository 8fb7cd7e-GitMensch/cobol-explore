           88 end-reason-fall          value 'F'.
           88 end-reason-quit          value 'Q'.

      *> which hazard ended the fall, set by collision-check and
      *> booked on the SESSION-LOG record by write-session-log.
       01 death-cause-flag             pic x value space.
           88 death-cause-floor        value 'F'.
           88 death-cause-wall         value 'W'.

      *> one-shot guard so the fall path's session-log/high-score/
      *> leaderboard bookkeeping (finish-round) runs exactly once per
      *> round even though mode-gameover is now held across several
