               10 tp-distance           pic 9(9).
               10 tp-decimal-time       pic 9(7)v99.
               10 tp-turns-used         pic 9.
      *> what ended the player's last turn (death-cause-flag).
               10 tp-death-cause        pic x.
               10 tp-initials-pending-flag pic x.
                   88 tp-initials-pending   value 'Y'.

