      *> coins the route operator physically counted when emptying
      *> the box, so a stuck coin mech and a short box each show up
      *> as their own signature instead of both reading as "trust".
      *> Each ledger record names the price plan that sold the coin,
      *> the credits it banked and its currency value, so the report
      *> shows the money taken per plan and checks plays against the
      *> credits actually sold -- a "3 coins = 4 credits" night is
      *> not a play/coin gap. Service credits an attendant gave from
      *> the service menu (operator-action.dat) are counted on their
      *> own line and checked alongside the credits sold, so a comped
      *> game is not a shortfall either.
      *>
      *> Run in the cabinet's data directory as:
      *>     coin-report <coins-counted> [from-yyyymmdd [to-yyyymmdd]]
               organization is line sequential
               access mode is sequential
               file status is sess-file-status.
           select operator-action-file
               assign to "operator-action.dat"
               organization is line sequential
               access mode is sequential
               file status is opa-file-status.

       data division.
       file section.
       fd  session-log-file.
           copy session-log-record.

       fd  operator-action-file.
           copy operator-action-record.

       working-storage section.
       01 coin-file-status              pic xx.
           88 coin-file-ok              value '00'.
       01 sess-file-status              pic xx.
           88 sess-file-ok              value '00'.
       01 opa-file-status               pic xx.
           88 opa-file-ok               value '00'.

       01 cmd-line-args                 pic x(80).
       01 arg-coins-counted             pic x(10).
       01 range-to-date                 pic x(8) value '99999999'.

       01 ledger-coin-count             pic 9(9) value 0.
       01 ledger-credit-count           pic 9(9) value 0.
       01 ledger-money                  pic 9(9)v99 value 0.
       01 play-count                    pic 9(9) value 0.
       01 service-credit-count          pic 9(9) value 0.
       01 service-grant-count           pic 9(9) value 0.
       01 plays-vs-credits              pic s9(9) value 0.
       01 cash-vs-coins                 pic s9(9) value 0.

      *> a ledger record from before the pricing schedule carries no
      *> plan, credits or value; it sold at the house plan, the same
      *> one coin / one credit / house value game-coin-data.cpy
      *> prices with when a cabinet has no coin-pricing.dat.
       78  house-plan-id                value 'STANDARD'.
       78  house-coin-value             value 1.00.
       01 wk-plan-id                    pic x(8).
       01 wk-coin-credits               pic 9(4).
       01 wk-coin-value                 pic 9(3)v99.

      *> takings per price plan, in first-seen order.
       01 plan-count                    pic 9(4) comp-5 value 0.
       01 plan-idx                      pic 9(4) comp-5.
       01 plan-table.
           05 plan-entry occurs 20 times.
               10 pl-plan-id          pic x(8).
               10 pl-coins            pic 9(9).
               10 pl-credits          pic 9(9).
               10 pl-money            pic 9(9)v99.
       01 plan-overflow-flag            pic x value 'N'.
           88 plan-overflow             value 'Y'.

       01 more-records-flag             pic x value 'Y'.
           88 more-records              value 'Y'.

       01 ledger-count-d                pic z(8)9.
       01 play-count-d                  pic z(8)9.
       01 delta-d                       pic +(8)9.
       01 credit-count-d                pic z(8)9.
       01 money-d                       pic z(8)9.99.

       procedure division.
       main.
           end-if
           perform count-ledger-coins
           perform count-session-plays
           perform count-service-credits
           perform print-report
           goback
           .
                                   >= range-from-date
                               and coin-rec-timestamp (1:8)
                                   <= range-to-date
                               perform tally-ledger-coin
                           end-if
                   end-read
               end-perform
           end-if
           .

       tally-ledger-coin.
           move coin-rec-plan-id to wk-plan-id
           move 1 to wk-coin-credits
           move house-coin-value to wk-coin-value
           if wk-plan-id = spaces
               move house-plan-id to wk-plan-id
           end-if
           if coin-rec-credits-granted is numeric
               move coin-rec-credits-granted to wk-coin-credits
           end-if
           if coin-rec-coin-value is numeric
               move coin-rec-coin-value to wk-coin-value
           end-if
           add 1 to ledger-coin-count
           add wk-coin-credits to ledger-credit-count
           add wk-coin-value to ledger-money
           perform varying plan-idx from 1 by 1
                   until plan-idx > plan-count
               if pl-plan-id (plan-idx) = wk-plan-id
                   exit perform
               end-if
           end-perform
           if plan-idx > plan-count
               if plan-count >= 20
      *            the totals above still carry the coin; only its
      *            plan line is lost, and the report says so.
                   set plan-overflow to true
                   exit paragraph
               end-if
               add 1 to plan-count
               move plan-count to plan-idx
               move wk-plan-id to pl-plan-id (plan-idx)
               move zero to pl-coins (plan-idx) pl-credits (plan-idx)
                   pl-money (plan-idx)
           end-if
           add 1 to pl-coins (plan-idx)
           add wk-coin-credits to pl-credits (plan-idx)
           add wk-coin-value to pl-money (plan-idx)
           .

       count-session-plays.
           open input session-log-file
           if sess-file-ok
           end-if
           .

       count-service-credits.
           open input operator-action-file
           if opa-file-ok
               move 'Y' to more-records-flag
               perform until not more-records
                   read operator-action-file
                       at end
                           move 'N' to more-records-flag
                       not at end
                           if opa-action-credit
                               and opa-rec-timestamp (1:8)
                                   >= range-from-date
                               and opa-rec-timestamp (1:8)
                                   <= range-to-date
                               and opa-rec-credits is numeric
                               add 1 to service-grant-count
                               add opa-rec-credits
                                   to service-credit-count
                           end-if
                   end-read
               end-perform
               close operator-action-file
           end-if
           .

       print-report.
           compute plays-vs-credits = play-count - ledger-credit-count
               - service-credit-count
           compute cash-vs-coins = coins-counted - ledger-coin-count
           move ledger-coin-count to ledger-count-d
           move play-count to play-count-d
               into report-line
           end-string
           display report-line
           move ledger-credit-count to credit-count-d
           move spaces to report-line
           string 'Credits sold (ledger):   ' delimited by size
               credit-count-d delimited by size
               into report-line
           end-string
           display report-line
           move ledger-money to money-d
           move spaces to report-line
           string 'Money taken (ledger):    ' delimited by size
               money-d delimited by size
               into report-line
           end-string
           display report-line
           perform print-plan-lines
           move service-credit-count to credit-count-d
           move service-grant-count to ledger-count-d
           move spaces to report-line
           string 'Service credits (log):   ' delimited by size
               credit-count-d delimited by size
               ' in' delimited by size
               ledger-count-d delimited by size
               ' grants' delimited by size
               into report-line
           end-string
           display report-line
           move spaces to report-line
           string 'Plays logged (sessions): ' delimited by size
               play-count-d delimited by size
               into report-line
           end-string
           display report-line
           move plays-vs-credits to delta-d
           move spaces to report-line
           string 'Plays vs credits:' delimited by size
               delta-d delimited by size
               into report-line
           end-string
               into report-line
           end-string
           display report-line
      *    more plays than credits sold is normal on a free-play
      *    promo day and a fault signature any other time; credits
      *    banked but not yet played make the gap run the other way,
      *    so only large gaps are worth a truck roll.
           if plays-vs-credits > 0
               display 'CHECK: more plays than credits sold or'
                   ' given --'
                   ' free-play day, or the coin switch is not'
                   ' registering.'
           end-if
                   ' (stuck or bypassed mech).'
           end-if
           .

       print-plan-lines.
           perform varying plan-idx from 1 by 1
                   until plan-idx > plan-count
               move pl-coins (plan-idx) to ledger-count-d
               move pl-credits (plan-idx) to credit-count-d
               move pl-money (plan-idx) to money-d
               move spaces to report-line
               string '  plan ' delimited by size
                   pl-plan-id (plan-idx) delimited by size
                   ' coins' delimited by size
                   ledger-count-d delimited by size
                   ' credits' delimited by size
                   credit-count-d delimited by size
                   ' money' delimited by size
                   money-d delimited by size
                   into report-line
               end-string
               display report-line
           end-perform
           if plan-overflow
               display '  (more plans than the table holds -- the'
                   ' totals above include them all)'
           end-if
           .
       end program coin-report.
