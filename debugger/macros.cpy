
            if macro-invoke-name = spaces
                move 'Usage: @<macro-name> [args]' to status-line
                perform show-status-line
                exit section
            end-if

                    ' in the library.' delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if

                        delimited by size
                        into status-line
                    end-string
                    perform show-status-line
                    exit section
                end-if
            end-if
                ' command(s) queued.' delimited by size
                into status-line
            end-string
            perform show-status-line

            continue.

