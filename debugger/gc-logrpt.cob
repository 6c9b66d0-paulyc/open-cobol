            77 lr-clean-count               pic 9(3) value 0.
            77 lr-abend-count               pic 9(3) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to lr-base-log-path.
            accept lr-base-log-path from environment 'COB_LOG_FILE'
            end-accept.
