      *   H DEL <name>   remove it
      *   H              the bookmark panel; typing a row number
      *                  jumps the source view there
      *   H TOUR ...     guided training tours (tours.cpy)
      * Persisted to a ".marks" file alongside the breakpoint list
      * (the same bp-path "P LOAD"/SAVE redirect moves them with
      * their profile), so the week's interesting places survive
                    perform show-bookmark-panel
                when function trim (bm-arg-1) = 'DEL'
                    perform delete-bookmark
                when function trim (bm-arg-1) = 'TOUR'
                    perform tour-action
                when other
                    perform add-bookmark
            end-evaluate
                end-if
            end-if

            perform show-status-line

            continue.

                move 'Bookmark removed.' to status-line
            end-if

            perform show-status-line

            continue.

            perform get-catalog-message.
            move msg-result-text to sweep-panel-title.

            perform show-empty-screen
            perform show-sweep-panel-screen

            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            move 0 to bm-pick-index.
            if tmp-command-input-buffer not = spaces
                    to bm-pick-index
            end-if

            perform show-empty-screen
            perform do-screen-init.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line-if-visible.

                            delimited by size
                        into status-line
                    end-string
                    perform show-status-line
                end-if
            end-if


            move 0 to bm-count.

            move bm-path to sf-list-path.
            move 'M' to sf-list-kind.
            perform check-saved-list.
            move sf-load-path to bm-path.

            open input bm-file.
            if bm-file-status = 0
                read bm-file end-read
                close bm-file
            end-if

            move sf-list-path to bm-path.

            continue.

      ***************************************************************
                into bm-path
            end-string.

            move bm-path to sf-list-path.
            perform begin-safe-save.
            move sf-temp-path to bm-path.

            open output bm-file.
            if bm-file-status = 0
                perform varying bm-index from 1 by 1
                close bm-file
            end-if

            move bm-file-status to sf-write-status.
            move sf-list-path to bm-path.
            move 'M' to sf-list-kind.
            perform end-safe-save.

      * and the module on screen's items anchored to the
      * source they were saved against (reanchor.cpy)
            perform reanchor-active-module.

            continue.
