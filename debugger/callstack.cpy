                into cs-display-line(cs-display-count)
            end-string.

            perform show-empty-screen
            perform show-call-stack-screen

            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            perform show-empty-screen
            perform do-screen-init.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line.

      *** module/method actually declares, just what this statement
      *** itself specifies.
        decode-call-passing-mode section.
            perform scan-call-arguments.

            if cap-arg-count > 0
                move spaces to status-line
                move 1 to cap-ptr

                perform varying tmp-linenumber-2 from 1 by 1
                    until tmp-linenumber-2 > cap-arg-count

                    if tmp-linenumber-2 > 1
                        string ', ' delimited by size
                            into status-line with pointer cap-ptr
                        end-string
                    end-if

                    string
                        function trim (cap-arg-mode (tmp-linenumber-2))
                            delimited by size
                        ' ' delimited by size
                        function trim (cap-arg-name (tmp-linenumber-2))
                            delimited by size
                        into status-line
                        with pointer cap-ptr
                    end-string
                end-perform

                perform show-status-line
            end-if

            continue.

      ***************************************************************
      *** ----------------- the token scan itself: each USING
      *** argument of the CALL/INVOKE at active-line-if into
      *** cap-arg-name/cap-arg-mode, cap-arg-count of them
        scan-call-arguments section.
            move 0 to cap-arg-count.
            move spaces to cap-arg-lst.
            move 'REFERENCE' to cap-mode.
                                move 'VALUE' to cap-mode
                            when 'RETURNING'
                                move 1 to tmp-number-2
      * the exception phrases, and a statement that follows
      * a CALL written without a period, are no arguments
                            when 'ON'
                            when 'NOT'
                            when 'EXCEPTION'
                            when 'OVERFLOW'
                            when 'END-CALL'
                            when 'END-INVOKE'
                                move 1 to tmp-number-2
                            when other
                                move cap-token to stmt-verb-word
                                perform check-statement-verb
                                if stmt-verb-flag = 1
                                    move 1 to tmp-number-2
                                else
                                    perform take-call-argument
                                end-if
                        end-evaluate
                    else if function trim (cap-token) = 'USING'
                end-perform
            end-if

            continue.

      ***************************************************************
        take-call-argument section.
            if cap-arg-count < 6
                add 1 to cap-arg-count
                move cap-token to cap-arg-name (cap-arg-count)
                move cap-mode to cap-arg-mode (cap-arg-count)
            end-if

            continue.
            if call-stack-top = 0
                move 'No caller frame on the stack.'
                    to status-line
                perform show-status-line
                exit section
            end-if

      *** caller's USING list and the callee's LINKAGE can be read
      *** side by side.
        split-screen-action section.
            if line-mode-flag = 1
                move 'The split window needs the full screen -- use LIST
      -             ' <line> in line mode.' to status-line
                perform show-status-line
                exit section
            end-if

            move 9 to tmp-unstring-ptr.
            move spaces to tmp-unstring-buffer.
            unstring tmp-command-input-buffer delimited by space
                    else
                        move 0 to split-mode-flag
                        move 'Split window off.' to status-line
                        perform show-animator-screen
                        perform display-current-breakpoints
                        perform display-active-line-if-visible
                    end-if
                    perform show-status-line
            end-evaluate

            if split-mode-flag = 1

      ***************************************************************
        render-split-caller section.
            if line-mode-flag = 1
                exit section
            end-if

            compute split-top-row = (scr-window-rows / 2) + 1
            end-compute.

