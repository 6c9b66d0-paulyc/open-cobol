                03 attach-line-display pic x(30) value spaces.
                03 filler pic x(7) value "      #".

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        screen section.

            01 attach-screen.
                    using ATTACH-BORDER.

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to state-path.
            accept state-path from environment 'COB_STATE_FILE'
            end-accept.
