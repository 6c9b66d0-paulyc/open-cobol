            01 ijg-rec-value                pic x(80) value spaces.
            77 ijg-value-len                pic 9(3) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to ijg-mode.
            accept ijg-mode from environment 'COB_INJGEN_MODE'
            end-accept.
