      *> Batch program: monthly venue revenue-share settlement. Most
      *> route cabinets stand in bars and arcades under a split with
      *> the venue host; the terms live in venue-contract.dat
      *> (venue-contract-record.cpy), keyed to the zones and cabinet
      *> ids of cabinet-registry.dat. This walks the same registry
      *> coin-rollup does, reads each ACTIVE cabinet's COIN-LEDGER
      *> for its venue's settlement period, and prints one statement
      *> per venue: each cabinet's takings, the venue's share (its
      *> percentage, or the per-machine rent minimum when that is
      *> more), the house share, and the free-play days left out of
      *> the split. A free-play day is one the cabinet closed with
      *> the GAME-CONFIG free-play override on (the flag on its
      *> day-close.dat record); coins taken on it are listed but not
      *> shared. The minimum is not prorated for free-play days --
      *> the machine stood on the floor all period either way.
      *>
      *> The statements are what hosts are paid on, so the run ends
      *> with control totals: each ACTIVE ledger is counted a second
      *> time, on a read of its own, and every coin in that count
      *> must land in exactly one of settled takings, free-play
      *> exclusions, venues not due this month, or cabinets with no
      *> contract; each cabinet's two shares must add back to its
      *> takings. Any difference is printed and reported as OUT OF
      *> BALANCE with a non-zero return code, and the statements
      *> must not be paid on.
      *>
      *> Money is valued as coin-report.cbl values it: the coin value
      *> on each ledger record, or the house value for a record from
      *> before the pricing schedule.
      *>
      *> Run where the registry lives, after the month has closed:
      *>     venue-settlement [yyyymm]
      *> With no month the previous calendar month is settled.
       identification division.
       program-id. venue-settlement.

       environment division.
       input-output section.
       file-control.
           select cabinet-list-file assign to "cabinet-registry.dat"
               organization is line sequential
               access mode is sequential
               file status is list-file-status.
           select contract-file assign to "venue-contract.dat"
               organization is line sequential
               access mode is sequential
               file status is vct-file-status.
           select cabinet-coin-file
               assign to dynamic dyn-coin-path
               organization is line sequential
               access mode is sequential
               file status is coin-file-status.
           select day-close-file
               assign to dynamic dyn-close-path
               organization is line sequential
               access mode is sequential
               file status is dcl-file-status.

       data division.
       file section.
       fd  cabinet-list-file.
           copy cabinet-registry-record.

       fd  contract-file.
           copy venue-contract-record.

       fd  cabinet-coin-file.
           copy coin-ledger-record.

       fd  day-close-file.
           copy day-close-record.

       working-storage section.
       01 list-file-status             pic xx.
           88 list-file-ok             value '00'.
       01 vct-file-status              pic xx.
           88 vct-file-ok              value '00'.
       01 coin-file-status             pic xx.
           88 coin-file-ok             value '00'.
       01 dcl-file-status              pic xx.
           88 dcl-file-ok              value '00'.

       01 dyn-coin-path                pic x(80).
       01 dyn-close-path               pic x(80).
       01 wk-cabinet-id                pic x(20).
       01 wk-cabinet-dir               pic x(80).
       01 wk-path-idx                  pic 9(4) comp-5.
       01 wk-dir-end                   pic 9(4) comp-5.

       01 month-arg                    pic x(80).
       01 settle-month                 pic 9(6).
       01 settle-month-x redefines settle-month.
           05 settle-yyyy           pic 9(4).
           05 settle-mm             pic 9(2).
       01 month-from-date              pic x(8).
       01 month-to-date                pic x(8).
       01 quarter-from-date            pic x(8).
       01 wk-yyyy                      pic 9(4).
       01 wk-mm                        pic 9(2).
       01 wk-date-9                    pic 9(8).
       01 wk-days                      pic 9(9) comp-5.
       01 quarter-end-flag             pic x value 'N'.
           88 quarter-end-month        value 'Y'.

      *> the house value of a ledger record with none of its own --
      *> the same figure coin-report and game-coin-data.cpy use.
       78  house-coin-value            value 1.00.
       01 wk-coin-value                pic 9(3)v99.

      *> venues, one row per distinct venue id in the contract file.
       78  venue-max                   value 50.
       01 venue-count                  pic 9(4) comp-5 value 0.
       01 venue-idx                    pic 9(4) comp-5.
       01 venue-table.
           05 venue-entry occurs 50 times.
               10 vn-venue-id        pic x(12).
               10 vn-name            pic x(30).
               10 vn-period          pic x.
                   88 vn-quarterly   value 'Q'.
               10 vn-due-flag        pic x.
                   88 vn-due         value 'Y'.
               10 vn-from-date       pic x(8).
               10 vn-to-date         pic x(8).

      *> contract terms, zone-wide or for a single cabinet.
       78  contract-max                value 200.
       01 contract-count               pic 9(4) comp-5 value 0.
       01 contract-idx                 pic 9(4) comp-5.
       01 contract-found-idx           pic 9(4) comp-5.
       01 contract-table.
           05 contract-entry occurs 200 times.
               10 ct-venue-idx       pic 9(4) comp-5.
               10 ct-zone            pic x(12).
               10 ct-cabinet-id      pic x(20).
               10 ct-venue-pct       pic 9(3)v99.
               10 ct-rent-minimum    pic 9(7)v99.
       01 contracts-rejected           pic 9(4) comp-5 value 0.

      *> one row per ACTIVE cabinet read this run.
       78  cabinet-max                 value 200.
       01 cabinet-count                pic 9(4) comp-5 value 0.
       01 cabinet-idx                  pic 9(4) comp-5.
       01 cabinet-table.
           05 cabinet-entry occurs 200 times.
               10 cb-cabinet-id      pic x(20).
               10 cb-zone            pic x(12).
               10 cb-contract-idx    pic 9(4) comp-5.
               10 cb-state           pic x.
                   88 cb-settled     value 'S'.
                   88 cb-not-due     value 'D'.
                   88 cb-no-contract value 'N'.
               10 cb-from-date       pic x(8).
               10 cb-to-date         pic x(8).
               10 cb-coins           pic 9(9).
               10 cb-takings         pic 9(9)v99.
               10 cb-excl-coins      pic 9(9).
               10 cb-excl-money      pic 9(9)v99.
               10 cb-venue-share     pic 9(9)v99.
               10 cb-house-share     pic s9(9)v99.
               10 cb-minimum-flag    pic x.
                   88 cb-minimum-paid value 'Y'.
               10 cb-free-count      pic 9(3).
               10 cb-free-date       pic x(8) occurs 92 times.
       01 cabinet-overflow-flag        pic x value 'N'.
           88 cabinet-overflow         value 'Y'.

      *> the cabinet in hand: its close-out days in the period, the
      *> last record for a date deciding whether it was free play.
       01 close-day-count              pic 9(4) comp-5 value 0.
       01 close-day-idx                pic 9(4) comp-5.
       01 close-day-table.
           05 close-day-entry occurs 92 times.
               10 cd-date            pic x(8).
               10 cd-free-play-flag  pic x.
                   88 cd-free-play   value 'Y'.
       01 coin-free-play-flag          pic x value 'N'.
           88 coin-on-free-play        value 'Y'.
       01 wk-from-date                 pic x(8).
       01 wk-to-date                   pic x(8).
       01 wk-coins                     pic 9(9).
       01 wk-money                     pic 9(9)v99.
       01 wk-excl-coins                pic 9(9).
       01 wk-excl-money                pic 9(9)v99.

      *> control totals, money and coins.
       01 ctl-ledger-coins             pic 9(9) value 0.
       01 ctl-ledger-money             pic 9(9)v99 value 0.
       01 ctl-settled-coins            pic 9(9) value 0.
       01 ctl-settled-money            pic 9(9)v99 value 0.
       01 ctl-excl-coins               pic 9(9) value 0.
       01 ctl-excl-money               pic 9(9)v99 value 0.
       01 ctl-not-due-coins            pic 9(9) value 0.
       01 ctl-not-due-money            pic 9(9)v99 value 0.
       01 ctl-no-contract-coins        pic 9(9) value 0.
       01 ctl-no-contract-money        pic 9(9)v99 value 0.
       01 ctl-venue-share              pic 9(9)v99 value 0.
       01 ctl-house-share              pic s9(9)v99 value 0.
       01 ctl-check-coins              pic 9(9).
       01 ctl-check-money              pic 9(9)v99.
       01 ctl-check-shares             pic s9(9)v99.
       01 ctl-diff-coins               pic s9(9).
       01 ctl-diff-money               pic s9(9)v99.
       01 ctl-cabinets-read            pic 9(9) value 0.
       01 out-of-balance-flag          pic x value 'N'.
           88 out-of-balance           value 'Y'.

      *> one venue's statement totals.
       01 st-takings                   pic 9(9)v99.
       01 st-excl-money                pic 9(9)v99.
       01 st-venue-share               pic 9(9)v99.
       01 st-house-share               pic s9(9)v99.
       01 st-cabinets                  pic 9(4) comp-5.
       01 free-idx                     pic 9(4) comp-5.

       01 more-list-records-flag       pic x value 'Y'.
           88 more-list-records        value 'Y'.
       01 more-records-flag            pic x value 'Y'.
           88 more-records             value 'Y'.

       01 report-line                  pic x(100).
       01 coins-ed                     pic z(8)9.
       01 money-ed                     pic z(8)9.99.
       01 money2-ed                    pic z(8)9.99.
       01 share-ed                     pic -(8)9.99.
       01 diff-coins-ed                pic -(8)9.
       01 pct-ed                       pic zz9.99.
       01 count-ed                     pic z(8)9.

       procedure division.
       main.
           perform set-settlement-month
           perform load-contracts
           if venue-count = 0
               display 'No usable venue-contract.dat records --'
                   ' nothing to settle.'
               goback
           end-if
           perform set-venue-periods
           perform process-cabinets
           perform print-statements
           perform print-control-totals
           if out-of-balance
               move 8 to return-code
           end-if
           goback
           .

       set-settlement-month.
           accept month-arg from command-line
           if month-arg = spaces
      *        the month just closed: this month's first day, less
      *        one day.
               move function current-date(1:6) to wk-date-9 (1:6)
               move '01' to wk-date-9 (7:2)
               compute wk-days = function integer-of-date(wk-date-9)
               subtract 1 from wk-days
               compute wk-date-9 = function date-of-integer(wk-days)
               move wk-date-9 (1:6) to settle-month
           else
               if month-arg (1:6) is not numeric
                   or month-arg (5:2) < '01' or month-arg (5:2) > '12'
                   display 'usage: venue-settlement [yyyymm]'
                   move 8 to return-code
                   goback
               end-if
               move month-arg (1:6) to settle-month
           end-if
           move settle-month to month-from-date (1:6)
           move '01' to month-from-date (7:2)
      *    the month's last day is the day before next month's first.
           move settle-yyyy to wk-yyyy
           move settle-mm to wk-mm
           if wk-mm = 12
               add 1 to wk-yyyy
               move 1 to wk-mm
           else
               add 1 to wk-mm
           end-if
           move wk-yyyy to wk-date-9 (1:4)
           move wk-mm to wk-date-9 (5:2)
           move '01' to wk-date-9 (7:2)
           compute wk-days = function integer-of-date(wk-date-9)
           subtract 1 from wk-days
           compute wk-date-9 = function date-of-integer(wk-days)
           move wk-date-9 to month-to-date
      *    a quarter closes with March, June, September and December
      *    and opens two months earlier.
           if function mod(settle-mm, 3) = 0
               set quarter-end-month to true
           end-if
           move settle-yyyy to quarter-from-date (1:4)
           compute wk-mm = settle-mm - 2
           if wk-mm < 1
               move 1 to wk-mm
           end-if
           move wk-mm to quarter-from-date (5:2)
           move '01' to quarter-from-date (7:2)
           display 'Venue settlement for ' settle-yyyy '-' settle-mm
           .

       load-contracts.
           open input contract-file
           if not vct-file-ok
               exit paragraph
           end-if
           move 'Y' to more-records-flag
           perform until not more-records
               read contract-file
                   at end
                       move 'N' to more-records-flag
                   not at end
                       if venue-contract-record not = spaces
                           perform take-contract-record
                       end-if
               end-read
           end-perform
           close contract-file
           .

       take-contract-record.
      *    a record the batch cannot price is named and left out --
      *    its cabinets then settle as "no contract", which the
      *    control totals carry, rather than at a guessed split.
           if vct-rec-venue-id = spaces
               or (vct-rec-zone = spaces
                   and vct-rec-cabinet-id = spaces)
               or vct-rec-venue-pct is not numeric
               or vct-rec-venue-pct > 100
               or vct-rec-rent-minimum is not numeric
               or not (vct-period-monthly or vct-period-quarterly)
               display 'Contract record rejected: '
                   function trim(vct-rec-venue-id) ' '
                   function trim(vct-rec-zone) ' '
                   function trim(vct-rec-cabinet-id)
               add 1 to contracts-rejected
               exit paragraph
           end-if
           if contract-count >= contract-max
               display 'Contract table is full -- '
                   function trim(vct-rec-venue-id) ' '
                   function trim(vct-rec-cabinet-id) ' left out.'
               add 1 to contracts-rejected
               exit paragraph
           end-if
           perform varying venue-idx from 1 by 1
                   until venue-idx > venue-count
               if vn-venue-id (venue-idx) = vct-rec-venue-id
                   exit perform
               end-if
           end-perform
           if venue-idx > venue-count
               if venue-count >= venue-max
                   display 'Venue table is full -- '
                       function trim(vct-rec-venue-id) ' left out.'
                   add 1 to contracts-rejected
                   exit paragraph
               end-if
               add 1 to venue-count
               move venue-count to venue-idx
               move vct-rec-venue-id to vn-venue-id (venue-idx)
               move vct-rec-venue-name to vn-name (venue-idx)
               move vct-rec-period to vn-period (venue-idx)
               if vct-period-monthly
                   move 'M' to vn-period (venue-idx)
               end-if
           else
      *        one venue, one settlement period: the first record
      *        sets it and a disagreeing record is only noted.
               if (vct-period-quarterly
                       and not vn-quarterly (venue-idx))
                   or (vct-period-monthly and vn-quarterly (venue-idx))
                   display 'Venue ' function trim(vct-rec-venue-id)
                       ' has records on different periods -- settling'
                       ' on its first record''s period.'
               end-if
           end-if
           add 1 to contract-count
           move venue-idx to ct-venue-idx (contract-count)
           move vct-rec-zone to ct-zone (contract-count)
           move vct-rec-cabinet-id to ct-cabinet-id (contract-count)
           move vct-rec-venue-pct to ct-venue-pct (contract-count)
           move vct-rec-rent-minimum
               to ct-rent-minimum (contract-count)
           .

       set-venue-periods.
           perform varying venue-idx from 1 by 1
                   until venue-idx > venue-count
               move month-to-date to vn-to-date (venue-idx)
               if vn-quarterly (venue-idx)
                   move quarter-from-date to vn-from-date (venue-idx)
                   if quarter-end-month
                       move 'Y' to vn-due-flag (venue-idx)
                   else
                       move 'N' to vn-due-flag (venue-idx)
                   end-if
               else
                   move month-from-date to vn-from-date (venue-idx)
                   move 'Y' to vn-due-flag (venue-idx)
               end-if
           end-perform
           .

       process-cabinets.
           open input cabinet-list-file
           if list-file-ok
               move 'Y' to more-list-records-flag
               perform until not more-list-records
                   read cabinet-list-file
                       at end
                           move 'N' to more-list-records-flag
                       not at end
                           perform settle-one-cabinet
                   end-read
               end-perform
               close cabinet-list-file
           end-if
           .

       settle-one-cabinet.
           if reg-rec-cabinet-id = spaces
               exit paragraph
           end-if
           if not reg-status-active
               perform report-skipped-cabinet
               exit paragraph
           end-if
           if cabinet-count >= cabinet-max
               if not cabinet-overflow
                   display 'Cabinet table is full -- later cabinets'
                       ' are not settled; the control totals will'
                       ' not balance.'
                   set cabinet-overflow to true
               end-if
               exit paragraph
           end-if
           move reg-rec-cabinet-id to wk-cabinet-id
           perform set-cabinet-dir
           add 1 to ctl-cabinets-read
           add 1 to cabinet-count
           move cabinet-count to cabinet-idx
           move reg-rec-cabinet-id to cb-cabinet-id (cabinet-idx)
           move reg-rec-zone to cb-zone (cabinet-idx)
           move zero to cb-coins (cabinet-idx) cb-takings (cabinet-idx)
               cb-excl-coins (cabinet-idx) cb-excl-money (cabinet-idx)
               cb-venue-share (cabinet-idx)
               cb-house-share (cabinet-idx)
               cb-free-count (cabinet-idx)
           move 'N' to cb-minimum-flag (cabinet-idx)
           perform find-cabinet-contract
           move contract-found-idx to cb-contract-idx (cabinet-idx)
           if contract-found-idx = 0
               set cb-no-contract (cabinet-idx) to true
               move month-from-date to wk-from-date
               move month-to-date to wk-to-date
           else
               move ct-venue-idx (contract-found-idx) to venue-idx
               move vn-from-date (venue-idx) to wk-from-date
               move vn-to-date (venue-idx) to wk-to-date
               if vn-due (venue-idx)
                   set cb-settled (cabinet-idx) to true
               else
                   set cb-not-due (cabinet-idx) to true
               end-if
           end-if
           move wk-from-date to cb-from-date (cabinet-idx)
           move wk-to-date to cb-to-date (cabinet-idx)
           perform load-close-days
           perform tally-cabinet-ledger
           perform book-cabinet-totals
           perform count-cabinet-ledger
           .

       find-cabinet-contract.
      *    a cabinet's own record wins over its zone's.
           move zero to contract-found-idx
           perform varying contract-idx from 1 by 1
                   until contract-idx > contract-count
               if ct-cabinet-id (contract-idx) = reg-rec-cabinet-id
                   move contract-idx to contract-found-idx
                   exit paragraph
               end-if
           end-perform
           if reg-rec-zone = spaces
               exit paragraph
           end-if
           perform varying contract-idx from 1 by 1
                   until contract-idx > contract-count
               if ct-cabinet-id (contract-idx) = spaces
                   and ct-zone (contract-idx) = reg-rec-zone
                   move contract-idx to contract-found-idx
                   exit paragraph
               end-if
           end-perform
           .

       set-cabinet-dir.
      *    the registry stores each cabinet's data directory with or
      *    without a trailing '/'; normalize to "always ends in '/'"
      *    so the path strings stay simple.
           move spaces to wk-cabinet-dir
           move function trim(reg-rec-data-dir) to wk-cabinet-dir
           move zero to wk-dir-end
           perform varying wk-path-idx from 80 by -1
                   until wk-path-idx < 1 or wk-dir-end > 0
               if wk-cabinet-dir (wk-path-idx:1) not = space
                   move wk-path-idx to wk-dir-end
               end-if
           end-perform
           if wk-dir-end > 0 and wk-dir-end < 80
               and wk-cabinet-dir (wk-dir-end:1) not = '/'
               add 1 to wk-dir-end
               move '/' to wk-cabinet-dir (wk-dir-end:1)
           end-if
           .

       report-skipped-cabinet.
           evaluate true
               when reg-status-retired
                   display 'Skipping '
                       function trim(reg-rec-cabinet-id)
                       ' -- retired.'
               when reg-status-in-shop
                   display 'Skipping '
                       function trim(reg-rec-cabinet-id)
                       ' -- in the shop.'
               when other
                   display 'Skipping '
                       function trim(reg-rec-cabinet-id)
                       ' -- unknown status "' reg-rec-status
                       '" (run registry-check).'
           end-evaluate
           .

       load-close-days.
      *    several close-outs for one date are normal (a mid-day
      *    restart closes early); the last one says how the day
      *    ended, the same rule daily-report reads them by.
           move zero to close-day-count
           move spaces to dyn-close-path
           string function trim(wk-cabinet-dir) delimited by size
               'day-close.dat' delimited by size
               into dyn-close-path
           end-string
           open input day-close-file
           if not dcl-file-ok
               exit paragraph
           end-if
           move 'Y' to more-records-flag
           perform until not more-records
               read day-close-file
                   at end
                       move 'N' to more-records-flag
                   not at end
                       if dcl-rec-date >= wk-from-date
                           and dcl-rec-date <= wk-to-date
                           perform take-close-day
                       end-if
               end-read
           end-perform
           close day-close-file
           perform varying close-day-idx from 1 by 1
                   until close-day-idx > close-day-count
               if cd-free-play (close-day-idx)
                   and cb-free-count (cabinet-idx) < 92
                   add 1 to cb-free-count (cabinet-idx)
                   move cd-date (close-day-idx) to cb-free-date
                       (cabinet-idx, cb-free-count (cabinet-idx))
               end-if
           end-perform
           .

       take-close-day.
           perform varying close-day-idx from 1 by 1
                   until close-day-idx > close-day-count
               if cd-date (close-day-idx) = dcl-rec-date
                   exit perform
               end-if
           end-perform
           if close-day-idx > close-day-count
      *        a quarter is at most 92 days, so the table only fills
      *        on a corrupt file; a date past it stays coin-op.
               if close-day-count >= 92
                   exit paragraph
               end-if
               add 1 to close-day-count
               move close-day-count to close-day-idx
               move dcl-rec-date to cd-date (close-day-idx)
           end-if
           move dcl-rec-free-play to cd-free-play-flag (close-day-idx)
           .

       tally-cabinet-ledger.
           move zero to wk-coins wk-money wk-excl-coins wk-excl-money
           move spaces to dyn-coin-path
           string function trim(wk-cabinet-dir) delimited by size
               'coin-ledger.dat' delimited by size
               into dyn-coin-path
           end-string
           open input cabinet-coin-file
           if not coin-file-ok
               exit paragraph
           end-if
           move 'Y' to more-records-flag
           perform until not more-records
               read cabinet-coin-file
                   at end
                       move 'N' to more-records-flag
                   not at end
                       if coin-rec-timestamp (1:8) >= wk-from-date
                           and coin-rec-timestamp (1:8) <= wk-to-date
                           perform tally-one-coin
                       end-if
               end-read
           end-perform
           close cabinet-coin-file
           .

       tally-one-coin.
           move house-coin-value to wk-coin-value
           if coin-rec-coin-value is numeric
               move coin-rec-coin-value to wk-coin-value
           end-if
           move 'N' to coin-free-play-flag
           perform varying close-day-idx from 1 by 1
                   until close-day-idx > close-day-count
               if cd-date (close-day-idx) = coin-rec-timestamp (1:8)
                   if cd-free-play (close-day-idx)
                       set coin-on-free-play to true
                   end-if
                   exit perform
               end-if
           end-perform
           if coin-on-free-play
               add 1 to wk-excl-coins
               add wk-coin-value to wk-excl-money
           else
               add 1 to wk-coins
               add wk-coin-value to wk-money
           end-if
           .

       count-cabinet-ledger.
      *    the control count: the ledger read again, on its own, for
      *    the same period and with nothing but a count and a value
      *    taken -- what the buckets above must add back to.
           open input cabinet-coin-file
           if not coin-file-ok
               exit paragraph
           end-if
           move 'Y' to more-records-flag
           perform until not more-records
               read cabinet-coin-file
                   at end
                       move 'N' to more-records-flag
                   not at end
                       if coin-rec-timestamp (1:8) >= wk-from-date
                           and coin-rec-timestamp (1:8) <= wk-to-date
                           move house-coin-value to wk-coin-value
                           if coin-rec-coin-value is numeric
                               move coin-rec-coin-value
                                   to wk-coin-value
                           end-if
                           add 1 to ctl-ledger-coins
                           add wk-coin-value to ctl-ledger-money
                       end-if
               end-read
           end-perform
           close cabinet-coin-file
           .

       book-cabinet-totals.
           move wk-coins to cb-coins (cabinet-idx)
           move wk-money to cb-takings (cabinet-idx)
           move wk-excl-coins to cb-excl-coins (cabinet-idx)
           move wk-excl-money to cb-excl-money (cabinet-idx)
           evaluate true
               when cb-settled (cabinet-idx)
                   perform split-cabinet-takings
                   add wk-coins to ctl-settled-coins
                   add wk-money to ctl-settled-money
                   add wk-excl-coins to ctl-excl-coins
                   add wk-excl-money to ctl-excl-money
                   add cb-venue-share (cabinet-idx) to ctl-venue-share
                   add cb-house-share (cabinet-idx) to ctl-house-share
               when cb-not-due (cabinet-idx)
                   add wk-coins to ctl-not-due-coins
                   add wk-excl-coins to ctl-not-due-coins
                   add wk-money to ctl-not-due-money
                   add wk-excl-money to ctl-not-due-money
               when other
                   add wk-coins to ctl-no-contract-coins
                   add wk-excl-coins to ctl-no-contract-coins
                   add wk-money to ctl-no-contract-money
                   add wk-excl-money to ctl-no-contract-money
           end-evaluate
           .

       split-cabinet-takings.
      *    the venue's percentage of the shared takings, or the rent
      *    minimum when that is more; the house keeps the rest, and
      *    pays the difference out of pocket in a month the minimum
      *    outruns the box.
           move cb-contract-idx (cabinet-idx) to contract-idx
           compute cb-venue-share (cabinet-idx) rounded =
               cb-takings (cabinet-idx) * ct-venue-pct (contract-idx)
                   / 100
           if cb-venue-share (cabinet-idx)
                   < ct-rent-minimum (contract-idx)
               move ct-rent-minimum (contract-idx)
                   to cb-venue-share (cabinet-idx)
               set cb-minimum-paid (cabinet-idx) to true
           end-if
           compute cb-house-share (cabinet-idx) =
               cb-takings (cabinet-idx) - cb-venue-share (cabinet-idx)
           .

       print-statements.
           perform varying venue-idx from 1 by 1
                   until venue-idx > venue-count
               display ' '
               perform print-one-statement
           end-perform
           .

       print-one-statement.
           move spaces to report-line
           string 'SETTLEMENT STATEMENT -- ' delimited by size
               function trim(vn-venue-id (venue-idx))
                   delimited by size
               '  ' delimited by size
               function trim(vn-name (venue-idx)) delimited by size
               into report-line
           end-string
           display report-line
           if not vn-due (venue-idx)
               display '  Settled quarterly -- not due this month;'
                   ' takings carry to the quarter''s statement.'
               exit paragraph
           end-if
           display '  Period ' vn-from-date (venue-idx)
               ' .. ' vn-to-date (venue-idx)
           move zero to st-takings st-excl-money st-venue-share
               st-house-share st-cabinets
           perform varying cabinet-idx from 1 by 1
                   until cabinet-idx > cabinet-count
               if cb-settled (cabinet-idx)
                   move cb-contract-idx (cabinet-idx) to contract-idx
                   if ct-venue-idx (contract-idx) = venue-idx
                       perform print-statement-cabinet
                   end-if
               end-if
           end-perform
           if st-cabinets = 0
               display '  No ACTIVE cabinets under this contract.'
               exit paragraph
           end-if
           move st-takings to money-ed
           move st-excl-money to money2-ed
           move spaces to report-line
           string '  VENUE TOTAL   takings ' delimited by size
               money-ed delimited by size
               '   free-play excluded ' delimited by size
               money2-ed delimited by size
               into report-line
           end-string
           display report-line
           move st-venue-share to money-ed
           move st-house-share to share-ed
           move spaces to report-line
           string '                venue share ' delimited by size
               money-ed delimited by size
               '   house share ' delimited by size
               share-ed delimited by size
               into report-line
           end-string
           display report-line
           move st-venue-share to money-ed
           display '  AMOUNT DUE TO VENUE: ' money-ed
           .

       print-statement-cabinet.
           add 1 to st-cabinets
           add cb-takings (cabinet-idx) to st-takings
           add cb-excl-money (cabinet-idx) to st-excl-money
           add cb-venue-share (cabinet-idx) to st-venue-share
           add cb-house-share (cabinet-idx) to st-house-share
           move ct-venue-pct (contract-idx) to pct-ed
           move cb-coins (cabinet-idx) to coins-ed
           move cb-takings (cabinet-idx) to money-ed
           move spaces to report-line
           string '  Cabinet ' delimited by size
               function trim(cb-cabinet-id (cabinet-idx))
                   delimited by size
               '  zone ' delimited by size
               function trim(cb-zone (cabinet-idx)) delimited by size
               '  split ' delimited by size
               pct-ed delimited by size
               '%  coins ' delimited by size
               coins-ed delimited by size
               '  takings ' delimited by size
               money-ed delimited by size
               into report-line
           end-string
           display report-line
           move cb-venue-share (cabinet-idx) to money-ed
           move cb-house-share (cabinet-idx) to share-ed
           move spaces to report-line
           string '    venue share ' delimited by size
               money-ed delimited by size
               '  house share ' delimited by size
               share-ed delimited by size
               into report-line
           end-string
           display report-line
           if cb-minimum-paid (cabinet-idx)
               move ct-rent-minimum (contract-idx) to money-ed
               display '    (rent minimum ' money-ed
                   ' paid -- the split came to less)'
           end-if
           if cb-free-count (cabinet-idx) > 0
               move cb-excl-coins (cabinet-idx) to coins-ed
               move cb-excl-money (cabinet-idx) to money-ed
               move cb-free-count (cabinet-idx) to count-ed
               move spaces to report-line
               string '    free-play days excluded ' delimited by size
                   count-ed delimited by size
                   '  coins ' delimited by size
                   coins-ed delimited by size
                   '  money ' delimited by size
                   money-ed delimited by size
                   into report-line
               end-string
               display report-line
               perform varying free-idx from 1 by 1
                       until free-idx > cb-free-count (cabinet-idx)
                   display '      ' cb-free-date (cabinet-idx, free-idx)
               end-perform
           end-if
           .

       print-control-totals.
           display ' '
           display 'CONTROL TOTALS'
           move ctl-cabinets-read to count-ed
           display '  ACTIVE cabinets read:      ' count-ed
           move ctl-ledger-coins to coins-ed
           move ctl-ledger-money to money-ed
           display '  Ledger coins (recount):    ' coins-ed
               '  money ' money-ed
           move ctl-settled-coins to coins-ed
           move ctl-settled-money to money-ed
           display '  Settled takings:           ' coins-ed
               '  money ' money-ed
           move ctl-excl-coins to coins-ed
           move ctl-excl-money to money-ed
           display '  Free-play exclusions:      ' coins-ed
               '  money ' money-ed
           move ctl-not-due-coins to coins-ed
           move ctl-not-due-money to money-ed
           display '  Quarterly, not due:        ' coins-ed
               '  money ' money-ed
           move ctl-no-contract-coins to coins-ed
           move ctl-no-contract-money to money-ed
           display '  No contract (house only):  ' coins-ed
               '  money ' money-ed
           move ctl-venue-share to money-ed
           move ctl-house-share to share-ed
           display '  Venue shares:              ' money-ed
           display '  House shares:              ' share-ed
           if contracts-rejected > 0
               move contracts-rejected to count-ed
               display '  Contract records rejected: ' count-ed
           end-if
           perform list-uncontracted-cabinets
      *    every ledger coin in exactly one bucket, and the two
      *    shares adding back to the settled takings.
           move ctl-settled-coins to ctl-check-coins
           add ctl-excl-coins ctl-not-due-coins ctl-no-contract-coins
               to ctl-check-coins
           move ctl-settled-money to ctl-check-money
           add ctl-excl-money ctl-not-due-money ctl-no-contract-money
               to ctl-check-money
           move ctl-venue-share to ctl-check-shares
           add ctl-house-share to ctl-check-shares
           compute ctl-diff-coins = ctl-ledger-coins - ctl-check-coins
           compute ctl-diff-money = ctl-ledger-money - ctl-check-money
           move ctl-diff-coins to diff-coins-ed
           move ctl-diff-money to share-ed
           display '  Recount less buckets:      ' diff-coins-ed
               '  money ' share-ed
           if ctl-diff-coins not = 0
               or ctl-diff-money not = 0
               or ctl-check-shares not = ctl-settled-money
               or cabinet-overflow
               set out-of-balance to true
           end-if
           if out-of-balance
               display '** OUT OF BALANCE -- do not pay on these'
                   ' statements until the difference is found. **'
           else
               display 'Control totals balance to the ledgers.'
           end-if
           .

       list-uncontracted-cabinets.
           perform varying cabinet-idx from 1 by 1
                   until cabinet-idx > cabinet-count
               if cb-no-contract (cabinet-idx)
                   display '    no contract: '
                       function trim(cb-cabinet-id (cabinet-idx))
                       '  zone ' function trim(cb-zone (cabinet-idx))
               end-if
           end-perform
           .
       end program venue-settlement.
