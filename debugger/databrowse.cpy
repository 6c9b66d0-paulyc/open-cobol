            if sweep-field-count = 0
                move 'No declarations found in this module.'
                    to status-line
                perform show-status-line
            else
                move 1 to db-top
                initialize db-collapsed-tbl
                perform db-render
                perform db-interact until db-leave-flag = 1

                perform show-empty-screen
                perform do-screen-init
                perform show-animator-screen
                perform display-current-breakpoints
                perform display-active-line
            end-if
            perform get-catalog-message.
            move msg-result-text to sweep-panel-title.

            perform show-empty-screen
            perform show-sweep-panel-screen

            continue.

      ***************************************************************
        db-interact section.
            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            move tty-reply-status to inp-crt-status.

            call "C$TOUPPER" using tmp-command-input-buffer
                by value 1 end-call
                    '.' delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if


            if lm-group-name = spaces
                move 'Usage: D MAP <group-field>' to status-line
                perform show-status-line
                exit section
            end-if

                    delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if

            if rwc-bail-flag = 1
                move 'Could not read the declaration line.'
                    to status-line
                perform show-status-line
                exit section
            end-if

            if lm-count = 0
                move 'That item has no subordinates to map.'
                    to status-line
                perform show-status-line
                exit section
            end-if

                function trim (lm-path) delimited by size
                into status-line
            end-string
            perform show-status-line

            continue.

            if sweep-field-count = 0
                move 'No declarations found in this module.'
                    to status-line
                perform show-status-line
                exit section
            end-if

                    function trim (dict-path) delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if

                function trim (dict-path) delimited by size
                into status-line
            end-string
            perform show-status-line

            continue.

