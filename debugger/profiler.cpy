                    to prof-display-line(1)
            end-if

            perform show-empty-screen
            perform show-profile-panel-screen

            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            perform show-empty-screen
            perform do-screen-init.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line.

