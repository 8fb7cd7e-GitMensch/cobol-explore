      *> Shared TRANSMISSION CONTROL record layout -- one record per
      *> accounting interface file acct-interface.cbl has sent, kept
      *> in acct-transmit-control.dat where the registry lives. It is
      *> append-only: a first send is kind S and takes the next file
      *> sequence number, an operator-requested resend is kind R and
      *> repeats the number the date was first sent under. The file
      *> is what stops a business date going to the ledger twice and
      *> what shows a business date that never went at all.
       01 acct-control-record.
           05 actl-rec-business-date pic x(8).
           05 actl-rec-file-seq     pic 9(6).
           05 actl-rec-kind         pic x.
               88 actl-kind-sent        value 'S'.
               88 actl-kind-resend      value 'R'.
           05 actl-rec-sent-ts      pic x(14).
           05 actl-rec-detail-count pic 9(9).
           05 actl-rec-hash-plays   pic 9(12).
           05 actl-rec-hash-coins   pic 9(12).
           05 actl-rec-hash-money   pic 9(12)v99.
