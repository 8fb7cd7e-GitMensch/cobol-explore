       init.
           perform init-random
           perform init-config
           perform load-coin-pricing
           perform load-ticket-payout
           perform apply-screen-profile
           perform init-sdl
           if not init-failed
                       if cfg-rec-close-time is numeric
                           move cfg-rec-close-time to cfg-close-time
                       end-if
                       move cfg-rec-venue-id to cfg-venue-id
                       if cfg-rec-w > 0 and cfg-rec-h > 0
                           move cfg-win-w to win-w
                           move cfg-win-h to win-h
           move zero to chk-frame-counter
           set step-frame-fall to true
           move 'N' to gameover-recorded-flag
           move space to death-cause-flag
           move 'N' to record-beat-played-flag
           move zero to ghost-capture-count ghost-play-idx
           move 'Y' to ghost-capture-valid-flag
                   end-if
               end-if
           end-if
      *    the ramp only ever climbs with distance, so the level the
      *    run's distance puts it on is the highest it reached -- a
      *    resumed run or a 2P player's banked distance included.
           if end-reason-fall
               if death-cause-wall
                   set sess-death-wall to true
               else
                   set sess-death-floor to true
               end-if
           end-if
           compute sess-rec-max-level =
               distance / difficulty-step-distance
           if sess-rec-max-level > difficulty-max-level
               move difficulty-max-level to sess-rec-max-level
           end-if
           open extend session-log-file
           if not sess-file-ok
               open output session-log-file
           move dcl-coin-count to dcl-rec-coins
           move dcl-last-sess-ts to dcl-rec-last-sess-ts
           move function current-date to dcl-rec-written-ts
           if free-play-active
               set dcl-free-play-day to true
           else
               move 'N' to dcl-rec-free-play
           end-if
           open extend day-close-file
           if not dcl-file-ok
               open output day-close-file
