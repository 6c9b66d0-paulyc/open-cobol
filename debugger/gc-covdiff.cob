            77 cvd-total-gained             pic 9(7) value 0.
            77 cvd-total-lost               pic 9(7) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to cvd-path-a.
            accept cvd-path-a from environment 'COB_COVSTORE_A'
            end-accept.
