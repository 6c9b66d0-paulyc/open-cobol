      * the last known picture: module and active line, the whole
      * call stack as show-call-stack would list it, every
      * watchpoint's current and previous value, the session
      * counters behind build-session-summary, each file's I/O
      * counts (ioacct.cpy), the cycle a runaway-loop pause caught
      * (looping.cpy), and the last few executed statements.
      * The paragraph the stop is in is named beside the line, so
      * gc-abendsig can match a signature written either way.
      * COB_POSTMORTEM_FILE names it (default
      * gc-debugger.postmortem). A nonzero file status -- the one
      * an I/O event breakpoint tripped on, or a watched status
      * field's -- is shown with its meaning from the status
      * catalog (statcat.cpy).

      ***************************************************************
      *** ----------------- remember the last PM-RECENT-MAX

            continue.

      ***************************************************************
      *** ----------------- the paragraph or section the active
      *** line is in, into pm-para-name -- the backward header scan
      *** do-para-step makes; ahead of the first header it is
      *** '(main)', as the profiler charges it
        locate-stop-paragraph section.
            move '(main)' to pm-para-name.

            perform varying prof-scan-line from active-line-if by -1
                until prof-scan-line = 0

                move spaces to tmp-source-line-buffer
                move prof-scan-line to tmp-linenumber-bin
                perform get-source-line

                perform prof-check-para-header
                if prof-header-flag = 1
                    move prof-header-name to pm-para-name
                    exit perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- rewrite the post-mortem file from
      *** what's known right now
                end-string
                write pm-line

                perform locate-stop-paragraph
                move spaces to pm-line
                string 'Paragraph: ' delimited by size
                    function trim (pm-para-name) delimited by size
                    into pm-line
                end-string
                write pm-line

                move spaces to pm-line
                write pm-line
                move 'Call stack:' to pm-line
                end-string
                write pm-line

      * the file status an I/O event breakpoint tripped on
                if iobp-last-status not = spaces
                    move iobp-last-status to sc-lookup-code
                    move spaces to sc-lookup-module
                    perform get-status-meaning
                    perform format-status-meaning

                    move spaces to pm-line
                    write pm-line
                    move spaces to pm-line
                    string 'Last file status trip: ' delimited by size
                        function trim (iobp-status-field)
                            delimited by size
                        ' = ' delimited by size
                        iobp-last-status delimited by size
                        into pm-line
                    end-string
                    write pm-line

                    move spaces to pm-line
                    string '  ' delimited by size
                        sc-result-text delimited by size
                        into pm-line
                    end-string
                    write pm-line
                end-if

                move spaces to pm-line
                write pm-line
                move 'Watchpoints:' to pm-line
                        into pm-line
                    end-string
                    write pm-line

      * a nonzero file status says what it means
                    move wp-var-name(pm-index) to sc-field-name
                    move mask-old-value to sc-field-value
                    perform check-status-field
                    if sc-status-field-flag = 1
                        move spaces to pm-line
                        string '      ' delimited by size
                            function trim (sc-lookup-code)
                                delimited by size
                            ': ' delimited by size
                            sc-result-text delimited by size
                            into pm-line
                        end-string
                        write pm-line
                    end-if
                end-perform

      * every file's counts so far
                perform write-io-postmortem-lines

      * the cycle a runaway-loop pause caught
                perform write-loop-postmortem-lines

                move spaces to pm-line
                write pm-line

