      *> SESSION-LOG; coin-report flags the play/coin gap.
       01 free-play-flag               pic x value 'N'.
           88 free-play-active         value 'Y'.

      *> Price plans from COIN-PRICING, cached at init. With no file
      *> (or no usable base plan) every coin prices at the house
      *> plan -- one coin, one credit -- exactly as the cabinet
      *> always has; coin-report and coin-rollup value a ledger
      *> record without a coin value at the same house figure.
       01 prc-file-status              pic xx.
           88 prc-file-ok              value '00'.

       78  house-plan-id               value 'STANDARD'.
       78  house-coin-value            value 1.00.
       78  price-plan-max              value 10.

       01 price-plan-count             pic 9(4) comp-5 value 0.
       01 price-plan-idx               pic 9(4) comp-5.
       01 price-plan-table.
           05 price-plan-entry occurs 10 times.
               10 pp-plan-id            pic x(8).
               10 pp-days               pic x(7).
               10 pp-start-hhmm         pic x(4).
               10 pp-end-hhmm           pic x(4).
               10 pp-coins-per-credit   pic 9(2).
               10 pp-bonus-coins        pic 9(2).
               10 pp-bonus-credits      pic 9(2).
               10 pp-coin-value         pic 9(3)v99.

      *> the plan pricing the coin in hand (set by select-price-plan
      *> for every coin, so a happy hour starts on the minute).
       01 coin-plan-id                 pic x(8) value spaces.
       01 coin-coins-per-credit        pic 9(2) value 1.
       01 coin-bonus-coins             pic 9(2) value 0.
       01 coin-bonus-credits           pic 9(2) value 0.
       01 coin-value                   pic 9(3)v99 value 0.
       01 plan-window-match-flag       pic x value 'N'.
           88 plan-window-match        value 'Y'.

      *> the coins dropped toward the current bundle (the multi-coin
      *> bonus when the plan has one, else the coins-per-credit
      *> step) and the credits that bundle has banked so far.
      *> Volatile like credits-count: a bundle restarts when the plan
      *> changes or a game starts, so a bonus is for coins dropped
      *> together.
       01 coin-bundle-plan-id          pic x(8) value spaces.
       01 coin-bundle-coins            pic 9(4) value 0.
       01 coin-bundle-credits          pic 9(4) value 0.
       01 coin-credits-due             pic 9(4).
       01 coin-credits-granted         pic 9(4).

       01 coin-now-date                pic 9(8).
       01 coin-now-hhmm                pic x(4).
       01 coin-day-integer             pic 9(9) comp-5.
       01 coin-weekday                 pic 9.
      *> the weekday a promotion window is checked against (the day
      *> before, in the small hours of a window past midnight).
       01 coin-window-day              pic 9.
