       copy game-twoplayer-data.
       copy game-profile-data.
       copy game-coin-data.
       copy game-ticket-data.
       copy game-health-data.
       copy game-service-data.
       copy game-replay-data.
      *    and the morning batch takes the last record for the date.
      *    Skipped when init failed: a cabinet that never opened its
      *    files has no business closing a day over them.
      *    a payout still counting out when the cabinet goes down
      *    will never finish; it books as owed before the day closes.
           if not init-failed
               perform flush-ticket-queue
               perform write-day-close
           end-if
           if hs-file-is-open
       copy game-resource.
       copy game-service.
       copy game-stat.
       copy game-ticket.
       copy game-tile.
       copy game-tournament.
       copy game-wall.
