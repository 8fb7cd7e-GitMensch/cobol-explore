
       01 svc-message                  pic x(40) value spaces.

      *> the attendant signed in on the service screen -- every
      *> service credit and destructive action is logged under it,
      *> and none is allowed until someone has signed in. Entry is
      *> LEFT/RIGHT to cycle a character and SPACE to confirm it,
      *> as on the initials screen.
       01 opa-file-status              pic xx.
           88 opa-file-ok              value '00'.
       01 svc-attendant-id             pic x(3) value spaces.
       01 svc-entry-step               pic x value space.
           88 svc-entry-none           value space.
           88 svc-entry-attendant      value 'A'.
           88 svc-entry-reason         value 'R'.
           88 svc-entry-credits        value 'C'.
       01 svc-entry-id                 pic x(3) value spaces.
       01 svc-entry-pos                pic 9(4) comp-5 value 1.
       01 svc-entry-pos-d              pic 9.
       01 svc-entry-char-idx           pic 9(4) comp-5 value 1.
       01 svc-id-alphabet              pic x(36)
           value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.

      *> service credits: a coin jam, a power cut that ate banked
      *> credits, a game fault, or goodwill. One grant gives at most
      *> svc-credit-grant-max and the cabinet at most
      *> svc-credit-day-max in a day, counted from the action log.
       78  svc-credit-grant-max        value 3.
       78  svc-credit-day-max          value 10.
       01 svc-reason-values.
           05 filler pic x(16) value 'JAM COIN JAM    '.
           05 filler pic x(16) value 'POWRPOWER CUT   '.
           05 filler pic x(16) value 'FALTGAME FAULT  '.
           05 filler pic x(16) value 'GOODGOODWILL    '.
       01 svc-reason-table redefines svc-reason-values.
           05 svc-reason-entry occurs 4 times.
               10 svc-reason-code    pic x(4).
               10 svc-reason-label   pic x(12).
       78  svc-reason-max              value 4.
       01 svc-reason-idx               pic 9(4) comp-5 value 1.
       01 svc-grant-count              pic 9(4) comp-5 value 1.
       01 svc-grant-limit              pic 9(4) comp-5 value 0.
       01 svc-grant-count-d            pic 9.
       01 svc-grant-limit-d            pic 9.
       01 svc-credits-today            pic 9(4) value 0.
       01 svc-credits-today-ed         pic z(3)9.
      *> what the action log entry being written is for.
       01 svc-log-action               pic x(8).
       01 svc-log-reason               pic x(4).
       01 svc-log-credits              pic 9(2).
      *> set once the entry is on file; the action waits on it.
       01 svc-log-written-flag         pic x value 'N'.
           88 svc-log-written          value 'Y'.

      *> diagnostics snapshot, taken on entry so the screen shows a
      *> stable picture instead of re-reading files every frame.
       01 svc-today-plays              pic 9(9) value 0.
       01 svc-fs-health                pic xx value spaces.
       01 svc-fs-trn                   pic xx value spaces.
       01 svc-fs-prof                  pic xx value spaces.
       01 svc-fs-prc                   pic xx value spaces.
       01 svc-fs-tkp                   pic xx value spaces.
       01 svc-fs-tkt                   pic xx value spaces.
       01 svc-fs-opa                   pic xx value spaces.
      *> tickets owed when the attendant opened the screen -- the
      *> on-screen owed notice is cleared on entry, so this is what
      *> they are paying out by hand.
       01 svc-tickets-owed             pic 9(5) value 0.

       01 svc-row-y                    pic s9(9) comp-5.
       01 svc-col-x                    pic s9(9) comp-5.
