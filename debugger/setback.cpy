                with pointer tmp-unstring-ptr
            end-unstring

      * a module under change control only while its window
      * is open (chgwin.cpy)
            if inject-path not = spaces
                move cobol-src-name to chg-check-module
                perform check-change-window
                if chg-open-flag = 0
                    perform refuse-outside-window
                    exit section
                end-if
            end-if

            if inject-path = spaces
                move 'Usage: I <name=value file>' to status-line
                perform show-status-line
            else
                move 0 to inject-display-count
                move spaces to inject-display-data
                            delimited by size
                        into status-line
                    end-string
                    perform show-status-line
                else
                    read inject-file end-read
                    perform until inject-file-status not = 0
                move active-line-if to ledger-stage-line
                move wp-dtf-value(1:80) to ledger-stage-old
                move inj-value to ledger-stage-new
                move chg-open-ticket to ledger-stage-ticket

                move inj-value to dtf-value
                call ANIDATA using "S" interface-block
                    function trim (inj-name) delimited by size
                    into audit-action-text
                end-string
                move chg-open-ticket to audit-ticket
                perform log-sensitive-action

                add 1 to inject-ok-count
      *** totals on the status line -- same pause-for-Enter-then-
      *** redraw pattern as the other panels
        show-inject-panel section.
            perform show-empty-screen
            perform show-inject-panel-screen

            move spaces to status-line.
            string 'Injected ' delimited by size
                ' failed.' delimited by size
                into status-line
            end-string
            perform show-status-line

            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            perform show-empty-screen
            perform do-screen-init.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line.

                with pointer tmp-unstring-ptr
            end-unstring

            evaluate function trim (tmp-unstring-buffer)
                when 'UNDO'
                    perform undo-last-setback
                when 'RESTORE'
                    perform restore-before-images
                when other
                    perform show-change-ledger
            end-evaluate

            continue.

                    to ledger-old(ledger-count)
                move ledger-stage-new
                    to ledger-new(ledger-count)
                move ledger-stage-ticket
                    to ledger-ticket(ledger-count)
                move 0 to ledger-undone(ledger-count)
            end-if

                end-perform
            end-if

            perform show-empty-screen
            perform show-ledger-panel-screen

            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            perform show-empty-screen
            perform do-screen-init.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line.

            if debug-role-level < 3
                move 'Undo requires the SENIOR role.'
                    to status-line
                perform show-status-line
                exit section
            end-if

                end-if
            end-if

            perform show-status-line

            continue.

      ***************************************************************
      *** ----------------- export the ledger at end of session --
      *** session;module;line;field;old;new;undone;ticket, once, from
      *** whichever termination path gets there first
        write-ledger-export section.
            if ledger-count > 0
                            ';' delimited by size
                            ledger-undone(ledger-index)
                                delimited by size
                            ';' delimited by size
                            function trim
                                (ledger-ticket(ledger-index))
                                delimited by size
                            into ledger-record
                        end-string

