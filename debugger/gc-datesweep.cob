            77 dsw-tok-ptr                  pic 9(4) value 0.
            77 dsw-cell-pos                 pic 9(3) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to dates-path.
            accept dates-path from environment
                'COB_DATESWEEP_DATES' end-accept.
