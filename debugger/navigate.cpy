
                move 'Cursor is not on a source line.'
                    to status-line
                perform show-status-line
            else
                move cobol-src-name to rtc-module
                move linenumber(tmp-linenumber) to rtc-line

            if skip-target-line = 0
                move 'Usage: R <line>' to status-line
                perform show-status-line
            else
                if skip-target-line > module-line-count
                    move 'Line is past the end of the module.'
                        to status-line
                    perform show-status-line
                else
      * a module under change control only while its
      * window is open (chgwin.cpy)
                    move cobol-src-name to chg-check-module
                    perform check-change-window
                    if chg-open-flag = 0
                        perform refuse-outside-window
                    else
                        perform confirm-skip-to-statement
                    end-if
                end-if
            end-if

                delimited by size
                into command-input-line
            end-string
            perform ask-on-command-line.

            if function upper-case
                (tmp-command-input-buffer(1:1)) = 'Y'
                    skip-target-line delimited by size
                    into audit-action-text
                end-string
                move chg-open-ticket to audit-ticket
                perform log-sensitive-action

                move skip-target-line to active-line-if
                set SINGLE-STEP-MODE to true

                move "Command: " to command-input-line
                perform show-command-input-line

                goback
            end-if

            move 'Skip cancelled.' to status-line.
            perform show-status-line
            move "Command: " to command-input-line.
            perform show-command-input-line

            continue.


                move 'Cursor is not on a source line.'
                    to status-line
                perform show-status-line
                exit section
            end-if


                move 'Cursor is not on a PERFORM.'
                    to status-line
                perform show-status-line
            else
                move sit-target-name to tmp-bp-target-name
                perform find-paragraph-line
                        delimited by size
                        into status-line
                    end-string
                    perform show-status-line
                else
                    perform nav-push-history
                    move tmp-linenumber-3 to goto-linenumber
            perform get-catalog-message.
            move msg-result-text to sweep-panel-title.

            perform show-empty-screen
            perform show-sweep-panel-screen

            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            move 0 to nav-pick-index.
            if tmp-command-input-buffer not = spaces
                    to nav-pick-index
            end-if

            perform show-empty-screen
            perform do-screen-init.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line-if-visible.

        nav-jump-back section.
            if nav-hist-top = 0
                move 'No jump to go back from.' to status-line
                perform show-status-line
            else
                move nav-hist-line(nav-hist-top)
                    to goto-linenumber
                    '.' delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if

      * the beat is a timed screen ACCEPT -- there is no such
      * thing on a plain line
            if line-mode-flag = 1
                move 'Slow motion needs the full screen.'
                    to status-line
                perform show-status-line
                exit section
            end-if

                move 'Slow motion off.' to status-line
            end-if

            perform show-status-line

            continue.

      * a function key interrupts the show too
                        move 0 to slowmo-active-flag
                        move 'Slow motion off.' to status-line
                        perform show-status-line
                    end-if
                when other
      * a typed command ends the show and is then
      * processed exactly as if typed at the manual prompt
                    move 0 to slowmo-active-flag
                    move 'Slow motion off.' to status-line
                    perform show-status-line
            end-evaluate

            continue.
