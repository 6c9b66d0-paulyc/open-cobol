                    with pointer srr-tok-ptr
                end-unstring

      * the I/O accounting counts every file statement
                perform note-io-statement

                if function trim (srr-token) = 'STOP'
                    move spaces to srr-token
                    unstring stop-run-statement-text
                        perform write-assert-report
                        perform write-ledger-export
                        perform write-postmortem-report
                        perform write-io-balance-report
                        perform write-callgraph-report
                        perform write-review-pack
                        perform write-wp-history-export
                        perform release-list-locks
                        perform close-session-manifest
       >> IF ENABLE-LOGGING DEFINED
                        if cob-anim-logging = 'Y'

            continue.

      ***************************************************************
      *** ----------------- does stmt-verb-word start a statement
      *** (or end or divide one)? stmt-verb-flag = 1 when it does
        check-statement-verb section.
            move function upper-case (function trim (stmt-verb-word))
                to stmt-verb-word.
            inspect stmt-verb-word replacing all '.' by space.

            if stmt-verb-is-verb
                move 1 to stmt-verb-flag
            else
                move 0 to stmt-verb-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- is the active line a PERFORM, CALL, or
      *** INVOKE? string-contains-flag comes back 1 if
      *** legend (F2, or typing "?"), same pause-for-Enter-then-
      *** redraw pattern show-call-stack/show-watch-panel already use
        show-help-screen section.
            perform show-empty-screen
            perform show-command-help-screen

            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            perform show-empty-screen
            perform do-screen-init.
            perform show-animator-screen.
            perform display-current-breakpoints.
            perform display-active-line.

