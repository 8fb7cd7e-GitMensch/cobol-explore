           end-if
           if mode-service
               perform render-service
           else
               if ticket-queue-count > 0 or tickets-owed-total > 0
                   perform render-ticket-status
               end-if
           end-if
           call 'SDL_RenderPresent' using by value renderer
           end-call
           end-if
           .

       render-ticket-status.
      *    the player watching the dispenser sees what is still to
      *    come; once it has given up, the owed count stays up on
      *    every screen until the attendant opens service mode.
           move spaces to lb-row-text
           if ticket-queue-count > 0
               compute tickets-left-ed = tq-due (1) - ticket-paid-count
               string 'TICKETS ' delimited by size
                   tickets-left-ed delimited by size
                   into lb-row-text
               end-string
           else
               move tickets-owed-total to tickets-owed-ed
               string 'TICKETS OWED ' delimited by size
                   tickets-owed-ed delimited by size
                   ' - SEE ATTENDANT' delimited by size
                   into lb-row-text
               end-string
           end-if
           move low-value to lb-row-text-z
           string function trim(lb-row-text) delimited by size
               x"00" delimited by size
               into lb-row-text-z
           end-string
           if mode-menu or mode-init or mode-resume-prompt
               compute lb-row-y = menu-dst-rect-y - (tile-size * 4)
           else
               compute lb-row-y = tile-size * 3
           end-if
           call 'renderBitmapText' using
               by value renderer font-texture
               by value menu-dst-rect-x lb-row-y
               by reference lb-row-text-z
           end-call
           .

       render-player-up.
      *    whose turn is on the stick, pinned by the score line so a
      *    pair of kids can't lose track mid-round.
               svc-fs-err delimited by size
               ' SE=' delimited by size
               svc-fs-sess delimited by size
               ' PR=' delimited by size
               svc-fs-prc delimited by size
               into lb-row-text
           end-string
           perform render-service-line
               into lb-row-text
           end-string
           perform render-service-line
           move svc-tickets-owed to tickets-owed-ed
           move spaces to lb-row-text
           string 'TKT TP=' delimited by size
               svc-fs-tkp delimited by size
               ' TL=' delimited by size
               svc-fs-tkt delimited by size
               ' OWED ' delimited by size
               tickets-owed-ed delimited by size
               ' OA=' delimited by size
               svc-fs-opa delimited by size
               into lb-row-text
           end-string
           perform render-service-line
           move svc-credits-today to svc-credits-today-ed
           move spaces to lb-row-text
           string 'ATTENDANT ' delimited by size
               svc-attendant-id delimited by size
               ' SVC CREDITS TODAY' delimited by size
               svc-credits-today-ed delimited by size
               into lb-row-text
           end-string
           perform render-service-line
           perform varying svc-tail-idx from 1 by 1
                   until svc-tail-idx > svc-error-tail-count
               move spaces to lb-row-text
               into lb-row-text
           end-string
           perform render-service-line
           move spaces to lb-row-text
           string 'G=SERVICE CREDIT' delimited by size
               into lb-row-text
           end-string
           perform render-service-line
           if not svc-entry-none
               perform render-service-entry
           end-if
           if not service-armed-none
               move spaces to lb-row-text
               string 'PRESS ' delimited by size
           end-if
           .

       render-service-entry.
      *    the sign-in or service credit being keyed in, with the
      *    keys that drive it.
           move spaces to lb-row-text
           evaluate true
               when svc-entry-attendant
                   move svc-entry-pos to svc-entry-pos-d
                   string 'SIGN IN ' delimited by size
                       svc-entry-id delimited by size
                       ' ' delimited by size
                       svc-entry-pos-d delimited by size
                       ' OF 3' delimited by size
                       into lb-row-text
                   end-string
               when svc-entry-reason
                   string 'REASON ' delimited by size
                       svc-reason-code (svc-reason-idx)
                           delimited by size
                       ' ' delimited by size
                       svc-reason-label (svc-reason-idx)
                           delimited by size
                       into lb-row-text
                   end-string
               when svc-entry-credits
                   move svc-grant-count to svc-grant-count-d
                   move svc-grant-limit to svc-grant-limit-d
                   string 'CREDITS ' delimited by size
                       svc-grant-count-d delimited by size
                       ' OF MAX ' delimited by size
                       svc-grant-limit-d delimited by size
                       into lb-row-text
                   end-string
           end-evaluate
           perform render-service-line
           move spaces to lb-row-text
           string 'LEFT/RIGHT CHANGE  SPACE CONFIRM' delimited by size
               into lb-row-text
           end-string
           perform render-service-line
           .

       render-service-line.
           move low-value to lb-row-text-z
           string function trim(lb-row-text) delimited by size
