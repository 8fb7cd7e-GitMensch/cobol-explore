           05 sess-rec-distance     pic 9(9).
           05 sess-rec-decimal-time pic 9(7)v99.
           05 sess-rec-end-reason   pic x(4).
      *> what ended a fall -- the floor or a wall segment; blank on a
      *> quit, and on records written before it was kept.
           05 sess-rec-death-cause  pic x(4).
               88 sess-death-floor      value 'FLOR'.
               88 sess-death-wall       value 'WALL'.
      *> the highest difficulty level (game-wall-data.cpy) the run
      *> reached; blank on records written before it was kept.
           05 sess-rec-max-level    pic 9(2).
