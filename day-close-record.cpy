      *> record is UNCLOSED (the cabinet never reached closing time
      *> -- powered off mid-evening), disagreeing counts are a
      *> MISMATCH worth a finding instead of a shrug.
      *> The free-play flag records whether the cabinet was running
      *> the GAME-CONFIG free-play override when it closed, so the
      *> venue settlement can leave promo days out of the split; a
      *> record written before the flag existed reads back blank,
      *> which is a coin-operated day.
       01 day-close-record.
           05 dcl-rec-date          pic x(8).
           05 dcl-rec-plays         pic 9(9).
           05 dcl-rec-coins         pic 9(9).
           05 dcl-rec-last-sess-ts  pic x(26).
           05 dcl-rec-written-ts    pic x(26).
           05 dcl-rec-free-play     pic x.
               88 dcl-free-play-day     value 'Y'.
