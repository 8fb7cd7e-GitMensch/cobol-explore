           if player-dst-rect-y + player-dst-rect-h >= win-h
               set mode-gameover to true
               set end-reason-fall to true
               set death-cause-floor to true
           end-if
           if mode-playing
               perform varying wall-idx from 1 by 1
                           > wall-pos-y (wall-idx)
                       set mode-gameover to true
                       set end-reason-fall to true
                       set death-cause-wall to true
                   end-if
               end-perform
           end-if
