      *> cabinets ran old assets for a week that way. This walks the
      *> cabinet registry, compares each ACTIVE cabinet's config
      *> against the golden template field by field, and reports
      *> every difference. Window geometry (x/y/w/h), the screen
      *> profile and the venue id are per-cabinet facts, so they are
      *> exempt from the comparison and preserved by a push.
      *>
      *> The golden template, config-template.dat, is one record in
      *> exactly the game-config.dat layout -- copy a known-good
      *>     config-audit          (report drift only)
      *>     config-audit PUSH     (rewrite drifted cabinets from the
      *>                            template, keeping each cabinet's
      *>                            geometry, screen profile and
      *>                            venue id)
       identification division.
       program-id. config-audit.

           05 tpl-theme-pack        pic x(60).
           05 tpl-free-play         pic x.
           05 tpl-close-time        pic x(4).
           05 tpl-venue-id          pic x(12).

       fd  cabinet-config-file.
       01 cabinet-config-record.
           05 cab-theme-pack        pic x(60).
           05 cab-free-play         pic x.
           05 cab-close-time        pic x(4).
           05 cab-venue-id          pic x(12).

       working-storage section.
       01 list-file-status             pic xx.
           05 wkt-theme-pack        pic x(60).
           05 wkt-free-play         pic x.
           05 wkt-close-time        pic x(4).
           05 wkt-venue-id          pic x(12).
       01 template-found-flag          pic x value 'N'.
           88 template-found           value 'Y'.

           05 wkc-theme-pack        pic x(60).
           05 wkc-free-play         pic x.
           05 wkc-close-time        pic x(4).
           05 wkc-venue-id          pic x(12).
       01 config-found-flag            pic x value 'N'.
           88 config-found             value 'Y'.

           .

       compare-configs.
      *    geometry (x/y/w/h), the screen profile and the venue id
      *    are per-cabinet facts -- deliberately not compared.
           move zero to cabinet-drift-count
           if wkc-title not = wkt-title
               move 'title' to drift-field-name

       push-cabinet-config.
      *    the pushed record is the template with this cabinet's
      *    geometry, screen profile and venue id carried over.
           open output cabinet-config-file
           if not cfg-file-ok
               display '  PUSH FAILED for '
           move wkt-theme-pack to cab-theme-pack
           move wkt-free-play to cab-free-play
           move wkt-close-time to cab-close-time
           move wkc-venue-id to cab-venue-id
           write cabinet-config-record
           close cabinet-config-file
           if cfg-file-ok
