      *> Shared COIN-PRICING schedule layout -- one record per price
      *> plan, edited by site staff in the cabinet's data directory
      *> like game-config.dat and read by the game at power-on.
      *> A plan with no days and no hours is the cabinet's base
      *> price; a plan with a weekday mask (MTWTFSS order, 'Y' per
      *> day, spaces for every day) and/or an hhmm window is a
      *> promotion that prices a coin only inside that window. The
      *> first matching promotion wins, otherwise the first base
      *> plan. The window may run past midnight (start after end).
      *> Bonus coins/credits is the multi-coin offer ("3 coins = 4
      *> credits"); zeros mean none. Coin value is the currency the
      *> mech takes per coin, so the ledger and the collection
      *> reports can show money instead of a bare coin count.
       01 coin-pricing-record.
           05 prc-rec-plan-id          pic x(8).
           05 prc-rec-days             pic x(7).
           05 prc-rec-start-hhmm       pic x(4).
           05 prc-rec-end-hhmm         pic x(4).
           05 prc-rec-coins-per-credit pic 9(2).
           05 prc-rec-bonus-coins      pic 9(2).
           05 prc-rec-bonus-credits    pic 9(2).
           05 prc-rec-coin-value       pic 9(3)v99.
