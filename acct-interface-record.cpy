      *> Shared ACCOUNTING INTERFACE record layouts -- the fixed-format
      *> file acct-interface.cbl writes for the general ledger each
      *> business day (acct-interface-YYYYMMDD.dat). Every record is
      *> 100 bytes and starts with its type:
      *>   H  header: the business date and the file sequence number
      *>      the accounting system checks for gaps; a resend carries
      *>      the original number with the resend flag set.
      *>   D  detail: one per ACTIVE cabinet -- the day's plays, coins
      *>      and their money, the plays given on a free-play day, and
      *>      the close-out status daily-report.cbl would give it.
      *>   T  trailer: the detail count and hash totals of every
      *>      numeric detail column, for the loader's balancing.
      *> Numbers are unsigned zoned decimal, money with two implied
      *> decimals.
       01 acct-header-record.
           05 aif-hdr-type          pic x.
               88 aif-type-header       value 'H'.
           05 aif-hdr-system        pic x(8).
           05 aif-hdr-business-date pic x(8).
           05 aif-hdr-file-seq      pic 9(6).
           05 aif-hdr-created-ts    pic x(14).
           05 aif-hdr-resend-flag   pic x.
               88 aif-hdr-resend        value 'Y'.
           05 filler                pic x(62).
       01 acct-detail-record.
           05 aif-dtl-type          pic x.
               88 aif-type-detail       value 'D'.
           05 aif-dtl-business-date pic x(8).
           05 aif-dtl-cabinet-id    pic x(20).
           05 aif-dtl-zone          pic x(12).
           05 aif-dtl-plays         pic 9(9).
           05 aif-dtl-coins         pic 9(9).
           05 aif-dtl-money         pic 9(9)v99.
           05 aif-dtl-free-plays    pic 9(9).
           05 aif-dtl-close-status  pic x(8).
               88 aif-close-ok          value 'CLOSED'.
               88 aif-close-missing     value 'UNCLOSED'.
               88 aif-close-mismatch    value 'MISMATCH'.
           05 filler                pic x(13).
       01 acct-trailer-record.
           05 aif-trl-type          pic x.
               88 aif-type-trailer      value 'T'.
           05 aif-trl-business-date pic x(8).
           05 aif-trl-detail-count  pic 9(9).
           05 aif-trl-hash-plays    pic 9(12).
           05 aif-trl-hash-coins    pic 9(12).
           05 aif-trl-hash-money    pic 9(12)v99.
           05 aif-trl-hash-free     pic 9(12).
           05 filler                pic x(32).
