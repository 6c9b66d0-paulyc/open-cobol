            77 av-broken-count              pic 9(2) value 0.
            77 av-chained-count             pic 9(7) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to audit-path.
            accept audit-path from environment 'COB_AUDIT_FILE'
            end-accept.
