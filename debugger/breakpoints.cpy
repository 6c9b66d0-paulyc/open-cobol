        load-breakpoints-from-path section.
            move 0 to bp-amount.

      * a damaged list gives way to its newest good
      * generation (safesave.cpy)
            move bp-path to sf-list-path.
            move 'B' to sf-list-kind.
            perform check-saved-list.
            move sf-load-path to bp-path.

            open input bp-file.
            if bp-file-status not = 0
                close bp-file
      *          upon syserr end-display
            end-if

            move sf-list-path to bp-path.

            perform rebuild-breakpoint-index.

      *>> IF ENABLE-LOGGING DEFINED
                evaluate tmp-bp-cond-var
                    when 'SAVE'
                        move bp-profile-path to bp-path
                        move 1 to bp-profile-lock-flag
                        perform flush-breakpoints
                        if ll-granted-flag = 0
                            continue
                        else if bp-invalid-count = 0
                            move spaces to status-line
                            string 'Saved breakpoint profile '
                                function trim (bp-path)
                                into status-line
                            end-string
                        else
                            move spaces to status-line
                            string 'Saved breakpoint profile '
                                function trim (bp-path)
                                ' (' delimited by size
                                bp-invalid-count delimited by size
                                ' invalid entry skipped)'
                                into status-line
                            end-string
                        end-if
                        end-if
                    when 'LOAD'
                        move bp-profile-path to bp-path
                        move 1 to bp-profile-lock-flag
                        initialize breakpoint-lst, bp-amount,
                            bp-next-line
                        perform load-breakpoints-from-path
                            function trim (bp-profile-path)
                            into status-line
                        end-string
      * a profile saved against older source is moved onto
      * this one, the summary replacing the line above
                        move 'R' to ra-mode
                        perform reanchor-module-items
                    when other
                        move 'Usage: P SAVE|LOAD <profile-name>'
                            to status-line
            end-if
            end-if

            perform show-status-line
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line-if-visible.

      *** show-call-stack (callstack.cpy) and show-watch-panel
      *** (watchpoints.cpy) already use for their own panels
        show-bp-diff section.
            perform show-empty-screen
            perform show-bp-diff-screen

            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            perform show-empty-screen.
            perform do-screen-init.
            perform show-animator-screen.
            perform display-current-breakpoints.
            perform display-active-line-if-visible.

                    ' found.' delimited by size
                    into status-line
                end-string
                perform show-status-line
            else
                if tmp-bp-target-name not = spaces
                    move tmp-linenumber-3 to bp-check-src-line
                    perform delete-breakpoint
                end-if

                perform show-animator-screen
                perform display-current-breakpoints
                perform display-active-line-if-visible

                        ').' delimited by size
                        into status-line
                    end-string
                    perform show-status-line
                end-if
            else
                move spaces to status-line
                    delimited by size
                    into status-line
                end-string
                perform show-status-line
            end-if

            continue.
      *** straight back out into the file on the next save.
        flush-breakpoints section.
            move 0 to bp-invalid-count.

      * a named profile is shared -- written only under
      * this session's lock on it (locks.cpy)
            move 1 to ll-granted-flag.
            if bp-profile-lock-flag = 1
                move bp-path to ll-list-path
                move 'P' to ll-list-kind
                perform acquire-list-lock
                if ll-granted-flag = 0
                    perform rebuild-breakpoint-index
                    exit section
                end-if
                move ll-list-path to bp-path
            end-if

      * written aside and swapped in whole (safesave.cpy)
            move bp-path to sf-list-path.
            perform begin-safe-save.
            move sf-temp-path to bp-path.

            open output bp-file.

      *>> IF ENABLE-LOGGING DEFINED

            close bp-file.

            move bp-file-status to sf-write-status.
            move sf-list-path to bp-path.
            move 'B' to sf-list-kind.
            perform end-safe-save.

            perform rebuild-breakpoint-index.

      * and the module on screen's items anchored to the
      * source they were saved against (reanchor.cpy)
            perform reanchor-active-module.

      ***************************************************************
      *** ----------------- "P COMPACT" -- delete-
      *** breakpoint only ever marks a row "L!;<name>" in place
                    perform flush-breakpoints
            end-search

            perform show-status-line.

            continue.

                    perform flush-breakpoints
            end-search

            perform show-status-line.

            continue.

                    perform flush-breakpoints
            end-search

            perform show-status-line

            continue.

                    to bp-check-src-line
                perform is-breakpoint

                if is-breakpoint-flag = 1 and line-mode-flag = 0
                    add 1 to tmp-onscreen-linenumber giving
                    tmp-onscreen-linenumber-2 end-add

