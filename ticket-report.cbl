      *> Batch program: redemption ticket reconciliation for one
      *> cabinet. Compares the TICKET-LEDGER (one record per payout
      *> the dispenser worked) against the tickets the attendant
      *> loaded into the bin and counted left in it, and the payout
      *> against the money the COIN-LEDGER took, so a payout table
      *> that gives away too much and a dispenser that jams or runs
      *> dry each show up as their own finding instead of both
      *> reading as "the bin is short".
      *> The ticket value and target payout percentage come from the
      *> V row of ticket-payout.dat -- the venue's row when the
      *> ledger shows a venue table paid, else the house row.
      *>
      *> Run in the cabinet's data directory as:
      *>     ticket-report <tickets-loaded> <tickets-left-in-bin>
      *>                   [from-yyyymmdd [to-yyyymmdd]]
      *> With no date range the whole ledger history is compared;
      *> pass the range covering the period since the bin was last
      *> filled.
       identification division.
       program-id. ticket-report.

       environment division.
       input-output section.
       file-control.
           select ticket-ledger-file assign to "ticket-ledger.dat"
               organization is line sequential
               access mode is sequential
               file status is tkt-file-status.
           select ticket-payout-file assign to "ticket-payout.dat"
               organization is line sequential
               access mode is sequential
               file status is tkp-file-status.
           select coin-ledger-file assign to "coin-ledger.dat"
               organization is line sequential
               access mode is sequential
               file status is coin-file-status.

       data division.
       file section.
       fd  ticket-ledger-file.
           copy ticket-ledger-record.

       fd  ticket-payout-file.
           copy ticket-payout-record.

       fd  coin-ledger-file.
           copy coin-ledger-record.

       working-storage section.
       01 tkt-file-status               pic xx.
           88 tkt-file-ok               value '00'.
       01 tkp-file-status               pic xx.
           88 tkp-file-ok               value '00'.
       01 coin-file-status              pic xx.
           88 coin-file-ok              value '00'.

       01 cmd-line-args                 pic x(80).
       01 arg-tickets-loaded            pic x(10).
       01 arg-tickets-left              pic x(10).
       01 arg-from-date                 pic x(10).
       01 arg-to-date                   pic x(10).

       01 tickets-loaded                pic 9(9) value 0.
       01 tickets-left                  pic 9(9) value 0.
       01 range-from-date               pic x(8) value '00000000'.
       01 range-to-date                 pic x(8) value '99999999'.

       01 payouts-paid                  pic 9(9) value 0.
       01 payouts-owed                  pic 9(9) value 0.
       01 payouts-capped                pic 9(9) value 0.
       01 tickets-won-total             pic 9(9) value 0.
       01 tickets-due-total             pic 9(9) value 0.
       01 tickets-paid-total            pic 9(9) value 0.
       01 tickets-owed-total            pic 9(9) value 0.
       01 tickets-extra-total           pic 9(9) value 0.
       01 tickets-out-total             pic 9(9) value 0.
       01 expected-left                 pic s9(9) value 0.
       01 bin-vs-ledger                 pic s9(9) value 0.

      *> the venue whose table paid the period's runs -- the last
      *> payout decides, as the table in force today is the one the
      *> percentage is judged against.
       01 ledger-venue-id               pic x(12) value spaces.

      *> coins valued as coin-report values them: a record from
      *> before the pricing schedule sold at the house value.
       78  house-coin-value             value 1.00.
       01 wk-coin-value                 pic 9(3)v99.
       01 ledger-money                  pic 9(9)v99 value 0.

       01 house-value-flag              pic x value 'N'.
           88 house-value-found         value 'Y'.
       01 house-ticket-cost             pic 9(1)v9(4) value 0.
       01 house-target-pct              pic 9(3)v99 value 0.
       01 venue-value-flag              pic x value 'N'.
           88 venue-value-found         value 'Y'.
       01 venue-ticket-cost             pic 9(1)v9(4) value 0.
       01 venue-target-pct              pic 9(3)v99 value 0.
       01 ticket-cost                   pic 9(1)v9(4) value 0.
       01 target-pct                    pic 9(3)v99 value 0.
       01 ticket-value                  pic 9(9)v9(4) value 0.
       01 payout-pct                    pic 9(5)v99 value 0.

       01 report-line                   pic x(72).
       01 count-d                       pic z(8)9.
       01 delta-d                       pic +(8)9.
       01 money-d                       pic z(8)9.99.
       01 pct-d                         pic z(4)9.99.
       01 cost-d                        pic 9.9999.

       procedure division.
       main.
           accept cmd-line-args from command-line
           move spaces to arg-tickets-loaded arg-tickets-left
               arg-from-date arg-to-date
           unstring cmd-line-args delimited by all space
               into arg-tickets-loaded arg-tickets-left
                   arg-from-date arg-to-date
           end-unstring
           if arg-tickets-left = spaces
               display 'usage: ticket-report <tickets-loaded>'
                   ' <tickets-left-in-bin>'
                   ' [from-yyyymmdd [to-yyyymmdd]]'
               goback
           end-if
           move function numval(arg-tickets-loaded) to tickets-loaded
           move function numval(arg-tickets-left) to tickets-left
           if arg-from-date not = spaces
               move arg-from-date (1:8) to range-from-date
           end-if
           if arg-to-date not = spaces
               move arg-to-date (1:8) to range-to-date
           end-if
           perform count-ledger-tickets
           perform count-ledger-money
           perform load-ticket-value
           perform print-report
           goback
           .

       count-ledger-tickets.
           open input ticket-ledger-file
           if not tkt-file-ok
               exit paragraph
           end-if
           perform until 1 = 2
               read ticket-ledger-file
                   at end
                       exit perform
                   not at end
                       if tkt-rec-timestamp (1:8) >= range-from-date
                           and tkt-rec-timestamp (1:8)
                               <= range-to-date
                           perform tally-ledger-ticket
                       end-if
               end-read
           end-perform
           close ticket-ledger-file
           .

       tally-ledger-ticket.
           if tkt-rec-tickets-paid is not numeric
               or tkt-rec-tickets-owed is not numeric
               exit paragraph
           end-if
           if tkt-status-extra
               add tkt-rec-tickets-paid to tickets-extra-total
               exit paragraph
           end-if
           if tkt-status-owed
               add 1 to payouts-owed
           else
               add 1 to payouts-paid
           end-if
           if tkt-rec-tickets-won is numeric
               and tkt-rec-tickets-due is numeric
               add tkt-rec-tickets-won to tickets-won-total
               add tkt-rec-tickets-due to tickets-due-total
               if tkt-rec-tickets-won > tkt-rec-tickets-due
                   add 1 to payouts-capped
               end-if
           end-if
           add tkt-rec-tickets-paid to tickets-paid-total
           add tkt-rec-tickets-owed to tickets-owed-total
           move tkt-rec-venue-id to ledger-venue-id
           .

       count-ledger-money.
           open input coin-ledger-file
           if not coin-file-ok
               exit paragraph
           end-if
           perform until 1 = 2
               read coin-ledger-file
                   at end
                       exit perform
                   not at end
                       if coin-rec-timestamp (1:8) >= range-from-date
                           and coin-rec-timestamp (1:8)
                               <= range-to-date
                           move house-coin-value to wk-coin-value
                           if coin-rec-coin-value is numeric
                               move coin-rec-coin-value
                                   to wk-coin-value
                           end-if
                           add wk-coin-value to ledger-money
                       end-if
               end-read
           end-perform
           close coin-ledger-file
           .

       load-ticket-value.
           open input ticket-payout-file
           if not tkp-file-ok
               exit paragraph
           end-if
           perform until 1 = 2
               read ticket-payout-file
                   at end
                       exit perform
                   not at end
                       if tkp-type-value
                           and tkp-rec-ticket-cost is numeric
                           and tkp-rec-target-pct is numeric
                           perform take-value-row
                       end-if
               end-read
           end-perform
           close ticket-payout-file
           if venue-value-found
               move venue-ticket-cost to ticket-cost
               move venue-target-pct to target-pct
           else
               if house-value-found
                   move house-ticket-cost to ticket-cost
                   move house-target-pct to target-pct
               end-if
           end-if
           .

       take-value-row.
           if tkp-rec-venue-id = spaces
               move tkp-rec-ticket-cost to house-ticket-cost
               move tkp-rec-target-pct to house-target-pct
               set house-value-found to true
               exit paragraph
           end-if
           if ledger-venue-id not = spaces
               and tkp-rec-venue-id = ledger-venue-id
               move tkp-rec-ticket-cost to venue-ticket-cost
               move tkp-rec-target-pct to venue-target-pct
               set venue-value-found to true
           end-if
           .

       print-report.
           compute tickets-out-total =
               tickets-paid-total + tickets-extra-total
           compute expected-left = tickets-loaded - tickets-out-total
           compute bin-vs-ledger = tickets-left - expected-left
           display 'Ticket reconciliation '
               range-from-date ' .. ' range-to-date
           if ledger-venue-id not = spaces
               display 'Venue table: ' ledger-venue-id
           end-if
           move payouts-paid to count-d
           move 'Payouts paid in full:    ' to report-line
           perform print-count-line
           move payouts-owed to count-d
           move 'Payouts left owed:       ' to report-line
           perform print-count-line
           move payouts-capped to count-d
           move 'Payouts held to the cap: ' to report-line
           perform print-count-line
           move tickets-won-total to count-d
           move 'Tickets won (table):     ' to report-line
           perform print-count-line
           move tickets-due-total to count-d
           move 'Tickets due (after cap): ' to report-line
           perform print-count-line
           move tickets-paid-total to count-d
           move 'Tickets paid (ledger):   ' to report-line
           perform print-count-line
           move tickets-owed-total to count-d
           move 'Tickets owed (ledger):   ' to report-line
           perform print-count-line
           move tickets-extra-total to count-d
           move 'Tickets unrequested:     ' to report-line
           perform print-count-line
           move tickets-loaded to count-d
           move 'Tickets loaded (bin):    ' to report-line
           perform print-count-line
           move tickets-left to count-d
           move 'Tickets left (counted):  ' to report-line
           perform print-count-line
           move bin-vs-ledger to delta-d
           move spaces to report-line
           string 'Bin vs ledger:    ' delimited by size
               delta-d delimited by size
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
           perform print-payout-percentage
           perform print-findings
           .

       print-count-line.
           move count-d to report-line (26:9)
           display report-line
           .

       print-payout-percentage.
           if not (venue-value-found or house-value-found)
               display 'No ticket value row (V) in ticket-payout.dat'
                   ' -- payout percentage not judged.'
               exit paragraph
           end-if
           move ticket-cost to cost-d
           move target-pct to pct-d
           move spaces to report-line
           string 'Ticket cost ' delimited by size
               cost-d delimited by size
               '   target payout %' delimited by size
               pct-d delimited by size
               into report-line
           end-string
           display report-line
           if ledger-money = 0
               display 'No money taken in the period -- payout'
                   ' percentage not judged.'
               exit paragraph
           end-if
      *    the table's payout is what it awarded -- paid or owed,
      *    the house is out the tickets either way. Unrequested
      *    tickets are the dispenser's fault, not the table's.
           compute ticket-value =
               tickets-paid-total + tickets-owed-total
           compute ticket-value = ticket-value * ticket-cost
           compute payout-pct rounded =
               ticket-value * 100 / ledger-money
           move payout-pct to pct-d
           move spaces to report-line
           string 'Payout % of money taken: ' delimited by size
               pct-d delimited by size
               into report-line
           end-string
           display report-line
           .

       print-findings.
      *    each finding names one cause; a cabinet can show several.
           if (venue-value-found or house-value-found)
               and ledger-money > 0
               and payout-pct > target-pct
               display 'OVER-PAYING TABLE: the payout runs above the'
                   ' target -- lower the bands or the cap.'
           end-if
           if payouts-owed > 0 and tickets-left > 0
               display 'DISPENSER JAMMED: payouts left owed with'
                   ' tickets still in the bin -- clear the'
                   ' mechanism.'
           end-if
           if payouts-owed > 0 and tickets-left = 0
               display 'DISPENSER EMPTY: payouts left owed and the bin'
                   ' ran out -- load more tickets per visit.'
           end-if
           if tickets-extra-total > 0
               display 'CHECK: tickets counted with no payout running'
                   ' -- dispenser running on or notch switch'
                   ' chattering.'
           end-if
           if bin-vs-ledger < 0
               display 'CHECK: bin is short of the ledger -- tickets'
                   ' left the bin without a notch count.'
           end-if
           if bin-vs-ledger > 0
               display 'CHECK: bin holds more than the ledger allows'
                   ' -- notch switch counting tickets that stayed'
                   ' in.'
           end-if
           .
       end program ticket-report.
