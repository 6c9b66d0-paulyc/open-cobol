            01 hk-gzip-command              pic x(270) value spaces.
            01 hk-system-rc                 pic s9(9) binary value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to policy-path.
            accept policy-path from environment 'COB_HK_POLICY'
            end-accept.
