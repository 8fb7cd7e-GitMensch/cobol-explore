      *> FILE SECTION and into the collection-reconciliation batch
      *> program (coin-report.cbl) that reads the ledger back out.
      *> One record per physical coin the mech accepted.
      *> The price plan, the credits that coin actually banked and
      *> the coin's currency value were added with the pricing
      *> schedule (coin-pricing-record.cpy); a record written before
      *> then reads back with those fields blank, and readers price
      *> it as the house plan -- one credit per coin at the house
      *> coin value -- which is what it was sold at.
       01 coin-ledger-record.
           05 coin-rec-timestamp    pic x(26).
           05 coin-rec-credits-after pic 9(4).
           05 coin-rec-plan-id      pic x(8).
           05 coin-rec-credits-granted pic 9(2).
           05 coin-rec-coin-value   pic 9(3)v99.
