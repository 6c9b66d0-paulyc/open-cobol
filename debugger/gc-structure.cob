            01 str-last-verb                pic x(12) value spaces.
            01 str-chart-text               pic x(120).

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to str-module.
            accept str-module from environment
                'COB_STRUCTURE_MODULE' end-accept.
