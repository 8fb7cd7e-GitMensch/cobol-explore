      *> Shared VENUE-CONTRACT record layout -- one record per line of
      *> venue-contract.dat, kept beside cabinet-registry.dat and read
      *> by the monthly settlement batch (venue-settlement.cbl). A
      *> venue's terms can cover a whole registry zone (cabinet id
      *> blank) or a single cabinet (which wins over its zone's
      *> record), so a host with a side room on different terms is
      *> two records under one venue id. The percentage is the
      *> VENUE's share of the takings; the rent minimum is the least
      *> the venue is paid per machine per settlement period, so a
      *> quiet month still covers the floor space. The period is M
      *> (settled every month) or Q (settled with the March, June,
      *> September and December run, covering the quarter); blank
      *> reads as monthly.
       01 venue-contract-record.
           05 vct-rec-venue-id      pic x(12).
           05 vct-rec-venue-name    pic x(30).
           05 vct-rec-zone          pic x(12).
           05 vct-rec-cabinet-id    pic x(20).
           05 vct-rec-venue-pct     pic 9(3)v99.
           05 vct-rec-rent-minimum  pic 9(7)v99.
           05 vct-rec-period        pic x.
               88 vct-period-monthly    value 'M' ' '.
               88 vct-period-quarterly  value 'Q'.
      *> the monthly availability the contract promises the venue, as
      *> a percentage of the hours the machine stood on the floor;
      *> blank or zero when the contract promises none. Checked by
      *> availability-report.cbl, not by the settlement.
           05 vct-rec-min-uptime    pic 9(3)v99.
