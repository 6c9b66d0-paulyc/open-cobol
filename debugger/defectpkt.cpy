      * pasted into the ticket by hand: the current post-mortem
      * picture, a fresh sweep of every field's value, the
      * recent-statement tail the post-mortem ring already keeps,
      * the call stack, any line annotations, and a STATUS record
      * with the catalog's meaning for each nonzero file status.
      * Each packet also appends one entry to a register
      * (COB_PACKET_REGISTER, default gc-defects.register) as
      *   number;OPEN;session;user;module;line;hhmmss;packet-file
      * and "P PACKET CLOSE <n>" flips that entry to CLOSED once
      * the ticket is resolved.
      * gc-abendsig labels every entry against the known-abend
      * signature library, appending ;KNOWN;issue;workaround or
      * ;NEW to it; CLOSE keeps the label.

      ***************************************************************
      *** ----------------- write defect-NNNN.pkt for where
            end-string
            write pkt-record

            perform locate-stop-paragraph.
            move spaces to pkt-record.
            string 'WHERE;' delimited by size
                function trim (cobol-src-name) delimited by size
                ';' delimited by size
                active-line-if delimited by size
                ';' delimited by size
                function trim (pm-para-name) delimited by size
                into pkt-record
            end-string
            write pkt-record

      * the file status an I/O event breakpoint tripped on
            if iobp-last-status not = spaces
                move iobp-last-status to sc-lookup-code
                move spaces to sc-lookup-module
                perform get-status-meaning
                move iobp-status-field to pkt-status-field
                move iobp-last-status to pkt-status-value
                perform pkt-write-status
            end-if

            perform pkt-write-call-stack.
            perform pkt-write-watchpoints.
            perform pkt-write-trace-tail.
                    into pkt-record
                end-string
                write pkt-record

                move wp-var-name(pkt-index) to sc-field-name
                move mask-old-value to sc-field-value
                perform check-status-field
                if sc-status-field-flag = 1
                    move wp-var-name(pkt-index) to pkt-status-field
                    move sc-lookup-code to pkt-status-value
                    perform pkt-write-status
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- STATUS;field;value;meaning;cause;
      *** runbook-step for a nonzero file status, its meaning
      *** already looked up by the caller
        pkt-write-status section.
            move spaces to pkt-record.
            string 'STATUS;' delimited by size
                function trim (pkt-status-field) delimited by size
                ';' delimited by size
                function trim (pkt-status-value) delimited by size
                ';' delimited by size
                function trim (sc-result-meaning) delimited by size
                ';' delimited by size
                function trim (sc-result-cause) delimited by size
                ';' delimited by size
                function trim (sc-result-step) delimited by size
                into pkt-record
            end-string
            write pkt-record

            continue.

      ***************************************************************
      *** ----------------- the same always-on recent-statement
      *** ring the post-mortem shows, oldest first -- the trace

      * rebuild the entry -- CLOSED is wider than OPEN,
      * so an in-place overwrite would eat into the session id
                    move spaces to pkt-reg-rest
                    move pkt-reg-entry(pkt-index)
                        (tmp-unstring-ptr:)
                        to pkt-reg-rest

                    move spaces to pkt-reg-entry(pkt-index)
                    string pkt-close-number delimited by size
                        ';CLOSED;' delimited by size
                        function trim (pkt-reg-rest)
                            delimited by size
                        into pkt-reg-entry(pkt-index)
                    end-string
