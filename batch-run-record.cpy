      *> Shared BATCH RUN-CONTROL record layout -- night-batch.cbl's
      *> step log, batch-run-control.dat where the registry lives.
      *> Append-only: a step gets a RUN record as it starts and a
      *> closing OK, FAIL or HELD record when it ends (a step that
      *> never closed died with the driver). The last record for a
      *> business date and step decides, so a rerun for the same date
      *> knows which steps are done and picks up at the one that is
      *> not.
       01 batch-run-record.
           05 brc-rec-business-date pic x(8).
           05 brc-rec-step-no       pic 9(2).
           05 brc-rec-step-name     pic x(16).
           05 brc-rec-status        pic x(4).
               88 brc-status-running    value 'RUN'.
               88 brc-status-ok         value 'OK'.
               88 brc-status-failed     value 'FAIL'.
               88 brc-status-held       value 'HELD'.
      *> the driver run the record belongs to (its start stamp).
           05 brc-rec-run-stamp     pic x(14).
           05 brc-rec-start-ts      pic x(14).
           05 brc-rec-end-ts        pic x(14).
           05 brc-rec-return-code   pic 9(3).
           05 brc-rec-note          pic x(40).
