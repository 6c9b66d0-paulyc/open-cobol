            if journal-replay-flag = 0
                and journal-override-flag = 0

                evaluate true
      * no full screen to drive -- a plain line off the
      * terminal, journaled there (linemode.cpy)
                    when line-mode-flag = 1
                        perform line-mode-accept
      * demonstration mode -- wait the configured beat
      * for a key; none arriving means "advance one statement"
                    when slowmo-active-flag = 1
                        perform slowmo-accept
      * an idle limit times the wait (idle.cpy)
                    when idl-minutes > 0
                        perform accept-with-idle-limit

                        move COB-CRT-STATUS to journal-key-status
                        perform journal-log-command
                    when other
                        accept tmp-command-input-buffer
                        line 23 col 10 end-accept

                        move COB-CRT-STATUS to journal-key-status
                        perform journal-log-command
                end-evaluate
            end-if

            continue.
                        close replay-file
                        move 'Replay finished -- keyboard is live.'
                            to status-line
                        perform show-status-line
                    not at end
                        move 1 to tmp-unstring-ptr
                        move spaces to jr-sid
      *** the same way log-msg stamps the debug log
        journal-log-command section.
            if journal-enabled-flag = 1
                if journal-key-status not = 0
                    or tmp-command-input-buffer not = spaces

                    open extend journal-file
                        accept journal-stamp from time end-accept

                        move spaces to journal-record
                        if journal-key-status not = 0
                            move journal-key-status
                                to journal-crt-display
                            string journal-session-id
                                    delimited by size
