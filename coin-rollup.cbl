      *> per-cabinet reconciliation at counting time; this is the
      *> route-planning view across every machine, so the truck goes
      *> to the full boxes instead of running a fixed loop.
      *> Every coin is also valued at the coin value its ledger record
      *> carries (the price plan's, see coin-pricing-record.cpy), so
      *> the table, the box and the route total show the money as
      *> well as the coin count.
      *>
      *> Each cabinet's last box emptying is read from an optional
      *> last-collection.dat beside its ledger (first 14 characters:
           05 day-entry occurs 62 times.
               10 day-date           pic x(8).
               10 day-coins          pic 9(9).
               10 day-money          pic 9(9)v99.
       01 day-overflow-flag            pic x value 'N'.
           88 day-overflow             value 'Y'.

       01 box-coins                    pic 9(9) value 0.
       01 cabinet-total-coins          pic 9(9) value 0.
       01 route-total-coins            pic 9(9) value 0.
       01 box-money                    pic 9(9)v99 value 0.
       01 route-total-money            pic 9(9)v99 value 0.
       01 route-box-money              pic 9(9)v99 value 0.

      *> a ledger record written before the pricing schedule has no
      *> coin value; it sold at the house value, the same figure
      *> game-coin-data.cpy prices with when there is no schedule.
       78  house-coin-value            value 1.00.
       01 wk-coin-value                pic 9(3)v99.
       01 full-box-count               pic 9(9) value 0.
       01 cabinets-checked             pic 9(9) value 0.

       01 total-coins-ed               pic z(8)9.
       01 threshold-ed                 pic z(8)9.
       01 count-ed                     pic z(8)9.
       01 money-ed                     pic z(8)9.99.

       procedure division.
       main.

       tally-cabinet-ledger.
           move zero to day-count box-coins cabinet-total-coins
               older-coin-count box-money
           move 'N' to day-overflow-flag
           move spaces to dyn-coin-path
           string function trim(wk-cabinet-dir) delimited by size
           .

       tally-one-coin.
           move house-coin-value to wk-coin-value
           if coin-rec-coin-value is numeric
               move coin-rec-coin-value to wk-coin-value
           end-if
           add 1 to cabinet-total-coins
           add 1 to route-total-coins
           add wk-coin-value to route-total-money
           if coin-rec-timestamp (1:14) > last-collection-stamp
               add 1 to box-coins
               add wk-coin-value to box-money route-box-money
           end-if
      *    only the trailing window gets a per-day line -- the route
      *    is planned on recent days, not the cabinet's first weeks
           perform find-coin-day
           if day-idx <= day-count
               add 1 to day-coins (day-idx)
               add wk-coin-value to day-money (day-idx)
           end-if
           .

               add 1 to day-count
               move day-count to day-idx
               move coin-rec-timestamp (1:8) to day-date (day-idx)
               move zero to day-coins (day-idx) day-money (day-idx)
           else
               set day-overflow to true
           end-if
           perform varying day-idx from 1 by 1
                   until day-idx > day-count
               move day-coins (day-idx) to day-coins-ed
               move day-money (day-idx) to money-ed
               move spaces to report-line
               string '  ' delimited by size
                   day-date (day-idx) delimited by size
                   '  coins ' delimited by size
                   day-coins-ed delimited by size
                   '  money ' delimited by size
                   money-ed delimited by size
                   into report-line
               end-string
               display report-line
               display '  no ledger entries'
           end-if
           move box-coins to box-coins-ed
           move box-money to money-ed
           move spaces to report-line
           string '  in box since last collection ('
               delimited by size
               last-collection-stamp (1:8) delimited by size
               '): ' delimited by size
               box-coins-ed delimited by size
               '  money ' delimited by size
               money-ed delimited by size
               into report-line
           end-string
           display report-line
               into report-line
           end-string
           display report-line
           move route-total-money to money-ed
           move spaces to report-line
           string 'Ledger money (all time):  ' delimited by size
               money-ed delimited by size
               into report-line
           end-string
           display report-line
           move route-box-money to money-ed
           move spaces to report-line
           string 'Money in boxes uncollected: ' delimited by size
               money-ed delimited by size
               into report-line
           end-string
           display report-line
           move full-box-count to count-ed
           move spaces to report-line
           string 'Boxes past the fill threshold: '
