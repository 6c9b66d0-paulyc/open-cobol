      *** (watchpoints.cpy) pulls them. The script answers through
      *** SCRIPT-PAUSE-VERDICT/SCRIPT-RETURN-CODE; anything other
      *** than a clean RESUME keeps the session paused, so a broken
      *** or missing script -- or one gc-script refuses because the
      *** approved-script registry doesn't list this version of it
      *** -- fails safe onto the analyst's screen.
        run-pause-script-hook section.
            move 0 to pause-hook-resume-flag.

                move spaces to GCS-SCRIPT-ARGS
                move spaces to GCS-SCRIPT-TEXT

      * the dispatcher runs only a registered version of the
      * file; its decision goes into this session's audit chain
                move SCRIPT-AUDIT-BY-CALLER to SCRIPT-AUDIT-SWITCH
                move spaces to SCRIPT-APPROVAL-TEXT

                call 'gc-script' using GCS-REQUEST
                    on exception continue
                end-call

                if SCRIPT-APPROVAL-TEXT not = spaces
                    move SCRIPT-APPROVAL-TEXT to audit-action-text
                    perform log-sensitive-action
                end-if

       >> IF ENABLE-LOGGING DEFINED
                if cob-anim-logging = 'Y'
                    move SCRIPT-PAUSE-VERDICT to tmp-number
      *** right here instead of in the log -- scrolls up
      *** script-console-screen, same pause-for-input-then-redraw
      *** pattern show-call-stack and show-watch-panel use.
      *** A console line is arbitrary code against the paused
      *** debuggee, so only a SENIOR may run one, and every line,
      *** run or refused, goes into the audit chain.
        script-console section.
            move 3 to tmp-unstring-ptr.
            move spaces to tmp-unstring-buffer.
            end-string
            perform script-console-push-line.

            perform show-empty-screen
            perform show-script-console-screen

            perform script-console-interact
                until console-leave-flag = 1.

            perform show-empty-screen
            perform do-screen-init.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line.

      *** a blank line (or Esc) leaves the console
        script-console-interact section.
            move spaces to console-input-line.
            if line-mode-flag = 1
                display '> ' with no advancing end-display
                accept console-input-line end-accept
                move 0 to inp-crt-status
            else
                accept console-input-line line 23 col 10 end-accept
                move COB-CRT-STATUS to inp-crt-status
            end-if

            if inp-crt-status = 2005 or console-input-line = spaces
                move 1 to console-leave-flag
            else
                perform script-console-run-line
                perform show-script-console-screen
            end-if

            continue.
      *** script source and scroll the echo plus its outcome onto
      *** the console panel
        script-console-run-line section.
            if debug-role-level < 3
                move spaces to audit-action-text
                string 'SCRIPT-CONSOLE-REFUSED;' delimited by size
                    function trim (console-engine) delimited by size
                    ';' delimited by size
                    function trim (console-input-line)
                        delimited by size
                    into audit-action-text
                end-string
                perform log-sensitive-action

                move spaces to console-rc-display
                string '> ' delimited by size
                    console-input-line delimited by size
                    into console-rc-display
                end-string
                perform script-console-push-line

                move spaces to console-rc-display
                string '  refused -- not permitted for role '
                    delimited by size
                    function trim (debug-role) delimited by size
                    into console-rc-display
                end-string
                perform script-console-push-line
                exit section
            end-if

            move spaces to audit-action-text.
            string 'SCRIPT-CONSOLE;' delimited by size
                function trim (console-engine) delimited by size
                ';' delimited by size
                function trim (console-input-line) delimited by size
                into audit-action-text
            end-string.
            perform log-sensitive-action.

      * same stop context the on-pause hook publishes, so
      * console snippets can read the paused debuggee's fields
            move cobol-src-name to SCRIPT-PAUSE-MODULE.
