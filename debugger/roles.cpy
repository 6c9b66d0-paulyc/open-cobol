                        '.' delimited by size
                        into status-line
                    end-string
                    perform show-status-line
                end-if
            end-if

                    into tmp-log-line
                end-string

      * the module the action was taken in, so a record
      * forwarded on its own (gc-auditfwd) still says where
                if cobol-src-name not = spaces
                    compute tmp-number-2 = function length
                        (function trim (tmp-log-line)) + 1
                    end-compute
                    string ';MODULE=' delimited by size
                        function trim (cobol-src-name)
                            delimited by size
                        into tmp-log-line
                        with pointer tmp-number-2
                    end-string
                end-if

      * a change made under a change ticket names it
      * (chgwin.cpy) -- inside the chained text, so the ticket
      * cannot be edited out after the fact either
                if audit-ticket not = spaces
                    compute tmp-number-2 = function length
                        (function trim (tmp-log-line)) + 1
                    end-compute
                    string ';TICKET=' delimited by size
                        function trim (audit-ticket)
                            delimited by size
                        into tmp-log-line
                        with pointer tmp-number-2
                    end-string
                end-if

                move tmp-log-line(1:300) to chk-text
                move audit-chain-value to chk-chain-in
                perform compute-audit-checksum
            end-if
       >> END-IF

            move spaces to audit-ticket.

            continue.

      ***************************************************************
