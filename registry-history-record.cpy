      *> Shared REGISTRY-HISTORY record layout -- one record per line
      *> of registry-history.dat, kept beside cabinet-registry.dat.
      *> The registry itself only holds each cabinet's status as it
      *> is today; registry-check.cbl appends a dated record here
      *> whenever a cabinet's status differs from the last one
      *> recorded (or the cabinet is new to the file, when the prior
      *> status is blank). The change is dated by the registry-check
      *> run that saw it, so a status edited during the day is dated
      *> that night. availability-report.cbl reads it back to know
      *> when each cabinet was in the shop or retired.
      *> The zone rides along the same way: a cabinet moved to another
      *> zone gets a record carrying the zone it left (its status
      *> unchanged when only the zone moved), so the registry's
      *> overwritten reg-rec-zone is not lost. zone-report.cbl reads
      *> the moves back. Records written before zones were kept read
      *> back with both zones blank; a blank prior zone is a zone
      *> first recorded, not a move.
       01 registry-history-record.
           05 rgh-rec-change-ts     pic x(14).
           05 rgh-rec-cabinet-id    pic x(20).
           05 rgh-rec-status        pic x.
           05 rgh-rec-prior-status  pic x.
           05 rgh-rec-zone          pic x(12).
           05 rgh-rec-prior-zone    pic x(12).
