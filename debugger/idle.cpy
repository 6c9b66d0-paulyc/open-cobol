      * idle.cpy
      * idle-pause policy -- a session left paused at the prompt
      * keeps the debuggee's files open (and locked) for as long as
      * nobody comes back to it, and the stall watch cannot tell:
      * a paused session is not stalled. COB_IDLE_MINUTES (unset or
      * 0 = off) is how long the pause prompt may wait for a key;
      * once it has, COB_IDLE_ACTION decides what happens:
      *   ALERT       (the default) publish the IDLE state and
      *               alert once, then go on waiting
      *   GO          resume in GO mode; the run's later
      *               breakpoint, watchpoint and "go until" stops
      *               are noted and passed through, the way a RESUME
      *               from the on-pause script passes them, so it
      *               runs to completion
      *   CHECKPOINT  bookmark the stop as IDLE, write the session's
      *               handoff bundle (<session id>-idle.handoff, the
      *               "P HANDOFF" layout) and end the session the
      *               way a quit does, return code 12
      * Each is an operator alert (kind IDLE, the action as its
      * name), an IDLE record in the debug log, and is carried in
      * the state file's last field (action@hhmmss) from then on.
      * COB_IDLE_WARNING minutes (default 5) before it is due the
      * status line says what is coming; any key starts the clock
      * again. Only the full-screen prompt is timed -- a plain line
      * (line mode) cannot time out, and the command channel and a
      * replaying journal never wait at the prompt.

      ***************************************************************
      *** ----------------- the pause prompt, one minute at a time
      *** until a key comes in
        accept-with-idle-limit section.
            move 0 to idl-waited.
            move 0 to idl-key-flag.

            perform until idl-key-flag = 1
                move spaces to tmp-command-input-buffer
                accept tmp-command-input-buffer line 23 col 10
                    before time IDL-BEAT
                end-accept

      * only the time running out comes back 8001
                if COB-CRT-STATUS = 8001
                    add 1 to idl-waited
                    perform check-idle-limit
                else
                    move 1 to idl-key-flag
                end-if
            end-perform

      * somebody is back -- an unattended run is over, and a
      * session that went IDLE is plainly paused again
            move 0 to idl-unattended-flag.
            if state-tag = 'IDLE'
                move 'PAUSED' to state-tag
                perform publish-run-state
            end-if

            continue.

      ***************************************************************
      *** ----------------- one more idle minute: warn when the
      *** warning is due, act when the limit is reached
        check-idle-limit section.
            if idl-waited = idl-warn-at
                perform show-idle-warning
            end-if

            if idl-waited = idl-minutes
                perform take-idle-action
            end-if

            continue.

      ***************************************************************
        show-idle-warning section.
            compute idl-minutes-edit = idl-minutes - idl-waited
            end-compute.

            move spaces to status-line.
            string 'Idle -- ' delimited by size
                function trim (idl-action) delimited by size
                ' in ' delimited by size
                function trim (idl-minutes-edit) delimited by size
                ' minute(s) unless a key is pressed.'
                    delimited by size
                into status-line
            end-string.
            perform show-status-line.

            continue.

      ***************************************************************
      *** ----------------- the limit is reached: record it, then
      *** carry out the configured action
        take-idle-action section.
            move idl-minutes to idl-minutes-edit.
            accept state-stamp from time end-accept.
            move spaces to idl-state-note.
            string function trim (idl-action) delimited by size
                '@' delimited by size
                state-stamp delimited by size
                into idl-state-note
            end-string.

       >> IF ENABLE-LOGGING DEFINED
            if cob-anim-logging = 'Y'
                move spaces to tmp-log-line
                string 'IDLE;' delimited by size
                    function trim (idl-action) delimited by size
                    ';' delimited by size
                    function trim (cobol-src-name) delimited by size
                    ';' delimited by size
                    active-line-if delimited by size
                    ';' delimited by size
                    function trim (idl-minutes-edit) delimited by size
                    into tmp-log-line
                end-string
                perform log-msg
            end-if
       >> END-IF

            move 1 to idl-fired-flag.
            perform write-operator-alert.
            move 0 to idl-fired-flag.

            evaluate idl-action
                when 'GO'
                    move 1 to idl-unattended-flag
                    perform do-go
                when 'CHECKPOINT'
                    perform end-idle-session
                when other
                    move 'IDLE' to state-tag
                    perform publish-run-state

                    move spaces to status-line
                    string 'Idle ' delimited by size
                        function trim (idl-minutes-edit)
                            delimited by size
                        ' minute(s) -- the operator has been alerted.'
                            delimited by size
                        into status-line
                    end-string
                    perform show-status-line
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- CHECKPOINT: the stop bookmarked and the
      *** session written out as a handoff bundle, then the same
      *** close-down a quit goes through
        end-idle-session section.
            move 0 to bm-found-index.
            perform varying bm-index from 1 by 1
                until bm-index > bm-count
                or bm-found-index not = 0

                if bm-name(bm-index) = 'IDLE'
                    move bm-index to bm-found-index
                end-if
            end-perform
            if bm-found-index = 0 and bm-count < BM-MAX
                add 1 to bm-count
                move bm-count to bm-found-index
            end-if
            if bm-found-index not = 0
                move 'IDLE' to bm-name(bm-found-index)
                move cobol-src-name to bm-module(bm-found-index)
                move active-line-if to bm-line(bm-found-index)
                perform flush-bookmarks
            end-if

            move spaces to bp-profile-name.
            string function trim (journal-session-id)
                    delimited by size
                '-idle' delimited by size
                into bp-profile-name
            end-string.
            perform export-handoff-bundle.

            perform flush-breakpoints.
            perform flush-trace-ring.
            perform flush-trace-buffer.
            perform write-profile-report.
            perform write-assert-report.
            perform write-ledger-export.
            perform write-postmortem-report.
            perform write-io-balance-report.
            perform write-callgraph-report.
            perform write-review-pack.
            perform write-wp-history-export.
            perform release-list-locks.
            perform close-session-manifest.

       >> IF ENABLE-LOGGING DEFINED
            if cob-anim-logging = 'Y'
                move 'SESSION;END' to tmp-log-line
                perform log-msg
            end-if
       >> END-IF

            move 'ENDED' to state-tag.
            perform publish-run-state.

            perform show-empty-screen.
            move 12 to return-code.
            stop run.
