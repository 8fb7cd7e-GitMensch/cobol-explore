           end-if
           evaluate sdl-event-scancode
               when sdl-scancode-left
                   evaluate true
                       when mode-initials
                           perform initials-prev-char
                       when mode-service
                           perform service-entry-prev
                       when other
                           set key-left-pressed to true
                   end-evaluate
               when sdl-scancode-right
                   evaluate true
                       when mode-initials
                           perform initials-next-char
                       when mode-service
                           perform service-entry-next
                       when other
                           set key-right-pressed to true
                   end-evaluate
               when sdl-scancode-p
      *            discrete toggle, not a held-key state -- pausing
      *            freezes the round in place (process-control/
      *            whatever the mode: a coin dropped mid-run still
      *            banks a credit and still hits the ledger.
                   perform accept-coin
               when sdl-scancode-t
      *            ticket dispenser notch switch, wired the same way:
      *            one keydown per ticket that leaves the mechanism.
                   perform ticket-notch
               when sdl-scancode-space
                   if mode-init or mode-menu
      *                no credit, no game -- unless the site has
                           if not free-play-active
                               subtract 1 from credits-count
                           end-if
                           perform close-coin-bundle
                           perform init-reset
      *                    window membership is decided here, at run
      *                    start -- a run that begins after the end
                           if mode-initials
                               perform initials-advance
                           end-if
                           if mode-service
                               perform service-entry-advance
                           end-if
                       end-if
                   end-if
               when sdl-scancode-2
                       if not free-play-active
                           subtract 2 from credits-count
                       end-if
                       perform close-coin-bundle
                       perform begin-two-player-round
                   end-if
               when sdl-scancode-y
                       move 'K' to sdl-service-action-key
                       perform service-action
                   end-if
               when sdl-scancode-g
      *            service credit -- reason and count are picked
      *            with LEFT/RIGHT/SPACE, and the grant is logged
      *            under the signed-in attendant.
                   if mode-service
                       perform service-begin-credit
                   end-if
               when sdl-scancode-escape
      *            ESC doubles as the service-chord modifier, so the
      *            quit itself now fires on release (handle-keyup)
