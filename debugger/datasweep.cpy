                end-string
            end-if

            perform show-status-line

            continue.


                move 'Usage: S DIFF <snapfile-1> <snapfile-2>'
                    to status-line
                perform show-status-line
            else
                perform load-snapshot-a
                perform compare-snapshot-b
      *** Variable on that row's field (sweep-match-name table,
      *** filled by the command that built the panel).
        show-sweep-panel section.
            perform show-empty-screen
            perform show-sweep-panel-screen

            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            if sweep-pick-flag = 1
                and tmp-command-input-buffer not = spaces
                end-if
            end-if

            perform show-empty-screen
            perform do-screen-init.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line.


            if sweep-search-value = spaces
                move 'Usage: F <value>' to status-line
                perform show-status-line
            else
                perform scan-module-declarations

            if sweep-field-count = 0
                move 'No declarations found in this module.'
                    to status-line
                perform show-status-line
                exit section
            end-if

            if un-proc-start = 0
                move 'No Procedure Division in view.'
                    to status-line
                perform show-status-line
                exit section
            end-if

                function trim (xr-path) delimited by size
                into status-line
            end-string
            perform show-status-line

            continue.

                    function trim (tc-base) delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if

