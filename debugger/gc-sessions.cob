            01 ses-display-data.
                04 ses-display-line occurs SES-ROWS pic x(76).

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        screen section.

            01 sessions-screen.
                    using ses-status-line.

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            set environment 'COB_SCREEN_EXCEPTIONS' to 'Y'.
            set environment 'COB_SCREEN_ESC' to 'Y'.

