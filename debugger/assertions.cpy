            move 0 to assert-count.
            move 0 to seq-assert-count.

            move assert-path to sf-list-path.
            move 'A' to sf-list-kind.
            perform check-saved-list.
            move sf-load-path to assert-path.

            open input assert-file.
            if assert-file-status = 0
                read assert-file end-read
                close assert-file
            end-if

            move sf-list-path to assert-path.

            continue.

      ***************************************************************
      *** ----------------- rewrite COB_ASSERT_FILE from the table,
      *** the way flush-breakpoints rewrites the breakpoint list
        flush-assertions section.
      * nor an assertion file another session holds
            move assert-path to ll-list-path.
            move 'A' to ll-list-kind.
            perform acquire-list-lock.
            if ll-granted-flag = 0
                exit section
            end-if
            move ll-list-path to assert-path.

            move assert-path to sf-list-path.
            perform begin-safe-save.
            move sf-temp-path to assert-path.

            open output assert-file.

            if assert-file-status = 0
                close assert-file
            end-if

            move assert-file-status to sf-write-status.
            move sf-list-path to assert-path.
            move 'A' to sf-list-kind.
            perform end-safe-save.

      * and the module on screen's items anchored to the
      * source they were saved against (reanchor.cpy)
            perform reanchor-active-module.

            continue.

      ***************************************************************
                    move 0 to assert-count
                    move 0 to seq-assert-count
                    perform flush-assertions
                    if ll-granted-flag = 1
                        move 'All assertions cleared.' to status-line
                    end-if
                when 'ORDER'
                when 'TIMES'
                when 'WRITTEN'
                    perform add-assertion
            end-evaluate

            perform show-status-line

            continue.

            end-evaluate

            perform flush-assertions.
            if ll-granted-flag = 0
                exit section
            end-if

            move spaces to status-line.
            string function trim (seq-arg-kind) delimited by size

                    perform flush-assertions

                    if ll-granted-flag = 1
                        move spaces to status-line
                        string 'Assertion added ('
                            delimited by size
                            assert-count delimited by size
                            ' active).' delimited by size
                            into status-line
                        end-string
                    end-if
                else
                    move 'Assertion table is full.' to status-line
                end-if

            perform afs-build-assertions.

            perform show-empty-screen
            perform do-screen-init.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line.

            perform get-catalog-message.
            move msg-result-text to sweep-panel-title.

            perform show-empty-screen
            perform show-sweep-panel-screen

            continue.

      *** PgDn page; D (or Esc) finishes the pick
        afs-interact section.
            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            move tty-reply-status to inp-crt-status.
            call "C$TOUPPER" using tmp-command-input-buffer
                by value 1 end-call.

