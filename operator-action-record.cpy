      *> Shared OPERATOR-ACTION record layout -- copied into the
      *> game's FILE SECTION and into the batches that read the
      *> attendant's side of the day back out (coin-report.cbl,
      *> daily-report.cbl). Append-only, one record per thing an
      *> attendant did from the service menu that changes the money
      *> or wipes a record: a service credit granted (with its reason
      *> and how many), or a leaderboard, today's high score or a
      *> checkpoint cleared. The attendant id is the one signed in
      *> on the service screen at the time.
       01 operator-action-record.
           05 opa-rec-timestamp     pic x(26).
           05 opa-rec-action        pic x(8).
               88 opa-action-credit     value 'CREDIT'.
               88 opa-action-clear-board value 'CLRBOARD'.
               88 opa-action-clear-today value 'CLRTODAY'.
               88 opa-action-drop-chkpt value 'DROPCHK'.
           05 opa-rec-attendant-id  pic x(3).
      *> why a service credit was given; blank on a clear.
           05 opa-rec-reason        pic x(4).
               88 opa-reason-coin-jam   value 'JAM'.
               88 opa-reason-power-cut  value 'POWR'.
               88 opa-reason-fault      value 'FALT'.
               88 opa-reason-goodwill   value 'GOOD'.
           05 opa-rec-credits       pic 9(2).
           05 opa-rec-credits-after pic 9(4).
