            77 rcn-only-a-count             pic 9(5) value 0.
            77 rcn-only-b-count             pic 9(5) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to side-a-path.
            accept side-a-path from environment 'COB_RECON_A'
            end-accept.
