            77 wpr-shape-pos                pic 9(2) value 0.
            77 wpr-shape-digits             pic 9(2) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to report-path.
            accept report-path from environment 'COB_WPHRPT'
            end-accept.
