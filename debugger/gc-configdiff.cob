            77 cfd-found-index              pic 9(3) value 0.
            77 cfd-diff-count               pic 9(3) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to cfd-path-a.
            accept cfd-path-a from environment 'COB_CONFIG_A'
            end-accept.
