      *    one ledger record per physical coin, written out
      *    immediately -- the ledger is the audit side of the cash
      *    box, so it must not sit buffered behind a credits counter
      *    that a power blip would erase. The record names the plan
      *    that priced the coin and what it banked, so nobody has to
      *    guess afterwards which coins went in at the promo price.
           perform select-price-plan
           perform price-one-coin
           move spaces to coin-ledger-record
           move function current-date to coin-rec-timestamp
           move credits-count to coin-rec-credits-after
           move coin-plan-id to coin-rec-plan-id
           move coin-credits-granted to coin-rec-credits-granted
           move coin-value to coin-rec-coin-value
           open extend coin-ledger-file
           if not coin-file-ok
               open output coin-ledger-file
           close coin-ledger-file
           perform play-coin-sound
           .

       price-one-coin.
      *    the bundle is the run of coins the current offer counts
      *    over: the multi-coin bonus when the plan has one, else the
      *    coins-per-credit step. Each coin banks whatever the bundle
      *    is now owed beyond what it has already banked, so "3 coins
      *    = 4 credits" pays 1, 1, then 2 and a player who walks off
      *    after one coin still got the credit that coin bought.
           if coin-plan-id not = coin-bundle-plan-id
               move coin-plan-id to coin-bundle-plan-id
               move zero to coin-bundle-coins coin-bundle-credits
           end-if
           add 1 to coin-bundle-coins
           compute coin-credits-due =
               coin-bundle-coins / coin-coins-per-credit
           if coin-bonus-coins > 0
               and coin-bundle-coins >= coin-bonus-coins
               and coin-bonus-credits > coin-credits-due
               move coin-bonus-credits to coin-credits-due
           end-if
           move zero to coin-credits-granted
           if coin-credits-due > coin-bundle-credits
               compute coin-credits-granted =
                   coin-credits-due - coin-bundle-credits
               move coin-credits-due to coin-bundle-credits
           end-if
      *    the counter still stops at credits-max; the ledger books
      *    what was actually banked, so a capped coin shows up as a
      *    coin that bought nothing rather than as a phantom credit.
           if credits-count + coin-credits-granted > credits-max
               compute coin-credits-granted =
                   credits-max - credits-count
           end-if
           add coin-credits-granted to credits-count
           if (coin-bonus-coins > 0
                   and coin-bundle-coins >= coin-bonus-coins)
               or (coin-bonus-coins = 0
                   and coin-bundle-coins >= coin-coins-per-credit)
               move zero to coin-bundle-coins coin-bundle-credits
           end-if
           .

       close-coin-bundle.
      *    a game start ends the bundle: the credits it banked stay
      *    banked and a coin part-way to the next credit carries
      *    over, but coins dropped after the start are a new bundle
      *    and no longer add up toward the bonus.
           if coin-bundle-coins > 0
               compute coin-bundle-coins = function mod(
                   coin-bundle-coins, coin-coins-per-credit)
           end-if
           move zero to coin-bundle-credits
           .

       select-price-plan.
      *    promotions first, in file order, then the first base plan,
      *    then the house plan -- so a Tuesday-night happy hour only
      *    needs its own record above the everyday price.
           move function current-date(1:8) to coin-now-date
           move function current-date(9:4) to coin-now-hhmm
           compute coin-day-integer =
               function integer-of-date(coin-now-date)
           compute coin-weekday = function mod(coin-day-integer, 7)
           if coin-weekday = 0
               move 7 to coin-weekday
           end-if
           move house-plan-id to coin-plan-id
           move 1 to coin-coins-per-credit
           move zero to coin-bonus-coins coin-bonus-credits
           move house-coin-value to coin-value
           move 'N' to plan-window-match-flag
           perform varying price-plan-idx from 1 by 1
                   until price-plan-idx > price-plan-count
                       or plan-window-match
               if pp-days (price-plan-idx) not = spaces
                   or pp-start-hhmm (price-plan-idx) not = spaces
                   perform check-plan-window
               end-if
           end-perform
           if not plan-window-match
               perform varying price-plan-idx from 1 by 1
                       until price-plan-idx > price-plan-count
                           or plan-window-match
                   if pp-days (price-plan-idx) = spaces
                       and pp-start-hhmm (price-plan-idx) = spaces
                       set plan-window-match to true
                   end-if
               end-perform
           end-if
      *    the varying loop steps once past the matching row before
      *    its test stops it.
           if plan-window-match
               subtract 1 from price-plan-idx
               move pp-plan-id (price-plan-idx) to coin-plan-id
               move pp-coins-per-credit (price-plan-idx)
                   to coin-coins-per-credit
               move pp-bonus-coins (price-plan-idx)
                   to coin-bonus-coins
               move pp-bonus-credits (price-plan-idx)
                   to coin-bonus-credits
               move pp-coin-value (price-plan-idx) to coin-value
           end-if
           .

       check-plan-window.
      *    blank hours mean all day; a window whose start is after
      *    its end runs past midnight, and its small hours belong to
      *    the evening it started on -- a Tuesday 2000-0200 promo is
      *    still Tuesday's at 01:30 Wednesday.
           move coin-weekday to coin-window-day
           evaluate true
               when pp-start-hhmm (price-plan-idx) = spaces
                   set plan-window-match to true
               when pp-start-hhmm (price-plan-idx)
                       <= pp-end-hhmm (price-plan-idx)
                   if coin-now-hhmm >= pp-start-hhmm (price-plan-idx)
                       and coin-now-hhmm
                           < pp-end-hhmm (price-plan-idx)
                       set plan-window-match to true
                   end-if
               when other
                   if coin-now-hhmm >= pp-start-hhmm (price-plan-idx)
                       set plan-window-match to true
                   end-if
                   if coin-now-hhmm < pp-end-hhmm (price-plan-idx)
                       set plan-window-match to true
                       if coin-window-day > 1
                           subtract 1 from coin-window-day
                       else
                           move 7 to coin-window-day
                       end-if
                   end-if
           end-evaluate
           if plan-window-match
               and pp-days (price-plan-idx) not = spaces
               and pp-days (price-plan-idx) (coin-window-day:1)
                   not = 'Y'
               move 'N' to plan-window-match-flag
           end-if
           .

       load-coin-pricing.
      *    a plan that can't price a coin (no coins-per-credit, a
      *    value that isn't a number) is left out and logged, so the
      *    fleet monitor's error-log check brings a typo to the
      *    route's attention instead of the cabinet quietly running
      *    at the house price.
           move zero to price-plan-count
           open input coin-pricing-file
           if not prc-file-ok
               exit paragraph
           end-if
           perform until 1 = 2
               read coin-pricing-file
                   at end
                       exit perform
                   not at end
                       perform take-pricing-record
               end-read
           end-perform
           close coin-pricing-file
           .

       take-pricing-record.
           if coin-pricing-record = spaces
               exit paragraph
           end-if
           if prc-rec-coins-per-credit is not numeric
               or prc-rec-coins-per-credit = 0
               or prc-rec-coin-value is not numeric
               move spaces to err-message
               string 'coin-pricing.dat plan ' delimited by size
                   prc-rec-plan-id delimited by size
                   ' skipped -- bad coins or value'
                   delimited by size
                   into err-message
               end-string
               perform write-error-log
               exit paragraph
           end-if
           if price-plan-count >= price-plan-max
               move 'coin-pricing.dat has more plans than the table'
                   to err-message
               perform write-error-log
               exit paragraph
           end-if
           add 1 to price-plan-count
           move prc-rec-plan-id to pp-plan-id (price-plan-count)
           move prc-rec-days to pp-days (price-plan-count)
           move prc-rec-start-hhmm
               to pp-start-hhmm (price-plan-count)
           move prc-rec-end-hhmm to pp-end-hhmm (price-plan-count)
           if pp-start-hhmm (price-plan-count) not = spaces
               and pp-end-hhmm (price-plan-count) = spaces
               move '2400' to pp-end-hhmm (price-plan-count)
           end-if
           move prc-rec-coins-per-credit
               to pp-coins-per-credit (price-plan-count)
           move zero to pp-bonus-coins (price-plan-count)
               pp-bonus-credits (price-plan-count)
           if prc-rec-bonus-coins is numeric
               and prc-rec-bonus-credits is numeric
               move prc-rec-bonus-coins
                   to pp-bonus-coins (price-plan-count)
               move prc-rec-bonus-credits
                   to pp-bonus-credits (price-plan-count)
           end-if
           move prc-rec-coin-value to pp-coin-value (price-plan-count)
           .
