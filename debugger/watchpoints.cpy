
            move 0 to wpf-loaded-count.

            move wpf-path to sf-list-path.
            move 'W' to sf-list-kind.
            perform check-saved-list.
            move sf-load-path to wpf-path.

            open input wpf-file.
            if wpf-file-status = 0
                read wpf-file end-read
                close wpf-file
            end-if

            move sf-list-path to wpf-path.

            if wpf-loaded-count > 0
                move spaces to status-line
                string 'Loaded ' delimited by size
                    function trim (wpf-path) delimited by size
                    into status-line
                end-string
                perform show-status-line
            end-if

            continue.
                move 'gc-debugger.watchpoints' to wpf-path
            end-if

      * a watch list another session holds is not ours to
      * overwrite (locks.cpy)
            move wpf-path to ll-list-path.
            move 'W' to ll-list-kind.
            perform acquire-list-lock.
            if ll-granted-flag = 0
                exit section
            end-if
            move ll-list-path to wpf-path.

            move wpf-path to sf-list-path.
            perform begin-safe-save.
            move sf-temp-path to wpf-path.

            open output wpf-file.

            move 0 to tmp-counter.
                close wpf-file
            end-if

            move wpf-file-status to sf-write-status.
            move sf-list-path to wpf-path.
            move 'W' to sf-list-kind.
            perform end-safe-save.

            move spaces to status-line.
            if sf-saved-flag = 1
                string 'Saved ' delimited by size
                    tmp-counter delimited by size
                    ' watchpoint(s) to ' delimited by size
                    into status-line
                end-string
            else
                string 'Could not write ' delimited by size
                    function trim (wpf-path) delimited by size
                    into status-line
                end-string
            end-if.
            perform show-status-line.

            continue.

                    into status-line
                end-string
            end-if.
            perform show-status-line.

            continue.

                    to wp-panel-display-line (1)
            end-if

            perform show-empty-screen
            perform show-watch-panel-screen

      * re-paint the rows whose value moved since the
      * last stop in the changed-value color, so the one that
                if wp-var-name(tmp-number) not = spaces
                    and wp-value(tmp-number)
                        not = last-wp-value(tmp-number)
                    and line-mode-flag = 0

                    compute tmp-number-2 = tmp-number + 2
                    end-compute
            end-perform

            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            perform show-empty-screen.
            perform do-screen-init.
            perform show-animator-screen.
            perform display-current-breakpoints.
            perform display-active-line.

                            perform append-autobp-armed-note
                            perform append-guard-zone-note

                            perform show-status-line
                            move 1 to watchpoint-changed-flag

                            exit perform
                            end-string
                            perform append-autobp-armed-note

                            perform show-status-line
                            move 1 to watchpoint-changed-flag

                            exit perform
                 end-if
            end-if
            
            perform show-status-line
      *      perform log-watchpoints.
            
            continue.
            if tmp-wp-var-name = spaces
                move 'Usage: W guard <table-or-field>'
                    to status-line
                perform show-status-line
                exit section
            end-if

            if sweep-index = 0
                move 'No such declaration in this module.'
                    to status-line
                perform show-status-line
                exit section
            end-if

                    ' -- no zone to guard.' delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if

                    ')' delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if

                    delimited by size
                into status-line
            end-string
            perform show-status-line

            continue.

      ************************************************************
        delete-all-watchpoints section.
            move 'Deleted all watchpoints.' to status-line.
            perform show-status-line
        
            initialize watchpoint-lst.
            continue.

            if wph-target-name = spaces
                move 'Usage: W hist <fieldname>' to status-line
                perform show-status-line
            else
                move 0 to wph-view-offset
                move 0 to wph-view-leave-flag
                perform wph-interact
                    until wph-view-leave-flag = 1

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

      ************************************************************
        wph-interact section.
            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            move tty-reply-status to inp-crt-status.

            evaluate true
                when inp-crt-status = 2002
