                when spaces
                    move 'Usage: N <text> | N CLEAR | N PANEL'
                        to status-line
                    perform show-status-line
                when other
                    perform add-line-annotation
            end-evaluate
                end-string
            end-if

            perform show-status-line
            perform display-current-breakpoints

            continue.
                move 'Annotation cleared.' to status-line
            end-if

            perform show-status-line

            continue.

                    end-perform

                    if anno-found-index not = 0
                        and line-mode-flag = 0

                        add 1 to tmp-onscreen-linenumber giving
                            tmp-onscreen-linenumber-2 end-add

