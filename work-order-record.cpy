      *> Shared WORK-ORDER record layout -- one record per line of
      *> work-order.dat, kept beside cabinet-registry.dat. The file
      *> is appended, never rewritten: a work order is opened by one
      *> record (fleet-monitor.cbl for a new exception, or a tech
      *> through work-order.cbl), and every update or close is a
      *> further record carrying the same number. The last record
      *> for a number is the work order as it stands, the earlier
      *> ones are its history -- the same "last record decides" rule
      *> day-close.dat uses. availability-report.cbl reads the
      *> opened and closed stamps of the work orders marked down to
      *> work out how long each cabinet was out of service.
       01 work-order-record.
           05 wo-rec-number         pic 9(6).
           05 wo-rec-action         pic x.
               88 wo-action-open        value 'O'.
               88 wo-action-update      value 'U'.
               88 wo-action-close       value 'C'.
           05 wo-rec-action-ts      pic x(14).
           05 wo-rec-cabinet-id     pic x(20).
           05 wo-rec-zone           pic x(12).
           05 wo-rec-opened-ts      pic x(14).
      *> AUTO for one fleet-monitor raised, TECH for one reported by
      *> hand; the exception code says which check raised it.
           05 wo-rec-source         pic x(4).
               88 wo-source-auto        value 'AUTO'.
               88 wo-source-tech        value 'TECH'.
           05 wo-rec-exception      pic x(4).
               88 wo-exc-no-heartbeat   value 'HBMS'.
               88 wo-exc-stale          value 'HBST'.
               88 wo-exc-error-log      value 'ERRL'.
               88 wo-exc-idle           value 'IDLE'.
               88 wo-exc-reported       value 'TECH'.
      *> Y while the cabinet cannot take a play; only these count as
      *> downtime in the availability report. A tech can change it
      *> on an update when the fault turns out worse (or milder).
           05 wo-rec-down-flag      pic x.
               88 wo-cabinet-down       value 'Y'.
           05 wo-rec-status         pic x.
               88 wo-status-open        value 'O'.
               88 wo-status-closed      value 'C'.
           05 wo-rec-tech-id        pic x(8).
           05 wo-rec-closed-ts      pic x(14).
           05 wo-rec-fault-category pic x(4).
               88 wo-fault-valid        value 'POWR' 'DISP' 'CTRL'
                                              'COIN' 'SOFT' 'CABN'
                                              'NOFF' 'OTHR'.
           05 wo-rec-parts-used     pic x(40).
           05 wo-rec-note           pic x(60).
