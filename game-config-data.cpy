      *> close-out record; the house default suits the route's usual
      *> venue hours.
       01 cfg-close-time               pic x(4) value '2300'.
      *> the venue the cabinet stands in, as venue-contract.dat names
      *> it; picks the venue's rows out of the ticket payout table.
      *> Blank (an older record, or a cabinet not at a venue with
      *> terms of its own) pays on the house table.
       01 cfg-venue-id                 pic x(12) value spaces.
