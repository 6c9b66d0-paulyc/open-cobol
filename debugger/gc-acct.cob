            77 acc-stamp-secs               pic 9(6) value 0.
            77 acc-index                    pic 9(3) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to list-path.
            accept list-path from environment 'COB_ACCT_LIST'
            end-accept.
