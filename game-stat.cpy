       end-step.
           perform update-attract-music
           perform heartbeat-step
           perform dispense-step
      *    the game-over hold is operator-acknowledged, but with a
      *    board entry still pending an abandoned cabinet must not
      *    park there forever -- the same timeout walks it on to the
      *    falling.
           perform write-session-log
           perform update-high-score
           perform queue-ticket-payout
           move 'N' to initials-pending-flag
           if end-reason-fall
               if tournament-run
           perform varying tp-idx from 1 by 1 until tp-idx > 2
               move zero to tp-score (tp-idx) tp-distance (tp-idx)
                   tp-decimal-time (tp-idx) tp-turns-used (tp-idx)
               move space to tp-death-cause (tp-idx)
               move 'N' to tp-initials-pending-flag (tp-idx)
           end-perform
           move 1 to active-player
           move score to tp-score (active-player)
           move distance to tp-distance (active-player)
           move decimal-time to tp-decimal-time (active-player)
           move death-cause-flag to tp-death-cause (active-player)
           add 1 to tp-turns-used (active-player)
           compute other-player = 3 - active-player
           if tp-turns-used (other-player) < tp-turns-per-player
               move tp-distance (tp-idx) to distance
               move tp-decimal-time (tp-idx) to decimal-time
               move tp-idx to sess-player-no
               move tp-death-cause (tp-idx) to death-cause-flag
               perform write-session-log
               perform update-high-score
               perform queue-ticket-payout
               move 'N' to tp-initials-pending-flag (tp-idx)
               if end-reason-fall
                   move 'N' to initials-pending-flag
