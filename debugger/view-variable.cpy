                        into status-line
                    end-string
                end-if
                perform show-status-line
                exit section
            end-if


      * a listed sensitive field renders masked here like
      * everywhere else
            move dtf-value to eb-text.
            move vv-current-varname to mask-field-name.
            inspect mask-field-name
                replacing all low-value by space.
            perform apply-field-mask.
            move mask-field-value to dtf-value.

      * an EBCDIC field's text shows decoded (eb-text);
      * dtf-value keeps the real bytes for the hex dump
            perform vv-check-ebcdic.

            perform show-empty-screen

            move vv-current-varname to name-vv-content.
            move vv-field-length to size-vv-content.
            move dtf-usage to usage-vv-content.
            if vv-ebcdic-flag = 1
                move 'EBCDIC' to usage-vv-content(4:)
                move eb-text(1:60) to content-vv-l1
                move eb-text(61:60) to content-vv-l2
                move eb-text(121:60) to content-vv-l3
                move eb-text(181:60) to content-vv-l4
                move eb-text(241:40) to content-vv-l5
            else
                move dtf-value(1:60) to content-vv-l1
                move dtf-value(61:60) to content-vv-l2
                move dtf-value(121:60) to content-vv-l3
                move dtf-value(181:60) to content-vv-l4
                move dtf-value(241:40) to content-vv-l5
            end-if

            perform vv-decode-condition-names.
            perform vv-decode-dtf-value.

            if line-mode-flag = 1
                perform show-view-variable-text
            else
                display view-variable-screen end-display
            end-if

            move 0 to dtf-length, dtf-usage.
            move spaces to dtf-value.
                move spaces to func3, func4
            end-if
            move spaces to func5, func6.
            if line-mode-flag = 0
                display footline-2 end-display
                display footline end-display
            end-if

            if vv-field-length > 280
                move spaces to status-line
                    ' (PgUp/PgDn to scroll)' delimited by size
                    into status-line
                end-string
                perform show-status-line
            end-if

       >> IF ENABLE-LOGGING DEFINED
                    move "(floating-point COMP-2 -- see hex)"
                        to vv-decoded-value
                when other
                    if vv-ebcdic-flag = 1
                        perform vv-decode-ebcdic-value
                    else
                        move function trim
                            (dtf-value(1:vv-hex-byte-count))
                            to vv-decoded-value
                    end-if
            end-evaluate.

            continue.

      ***************************************************************
      *** ----------------- is the field on view a listed EBCDIC
      *** display field, and not masked? eb-text then holds its
      *** first 280 bytes decoded and vv-ebcdic-flag = 1 -- packed
      *** and binary fields keep their own decoding
        vv-check-ebcdic section.
            move 0 to vv-ebcdic-flag.

            if dtf-usage not = VV-USAGE-DISPLAY
                or eb-count = 0
                or dtf-value not = eb-text(1:280)
                exit section
            end-if

            move 'FIELD' to eb-check-kind.
            move vv-current-varname to eb-check-name.
            inspect eb-check-name
                replacing all low-value by space.
            perform check-ebcdic-setting.

            if eb-on-flag = 1
                move 280 to eb-length
                perform ebcdic-to-ascii
                move 1 to vv-ebcdic-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- an EBCDIC field's decoded value: the
      *** signed number when its declaration (found by
      *** vv-decode-condition-names) says PIC S and the bytes read
      *** as zoned decimal, its text otherwise
        vv-decode-ebcdic-value section.
            move vv-hex-byte-count to eb-length.
            move 0 to eb-zoned-flag.

            if vv-decl-line not = 0
                move spaces to tmp-source-line-buffer
                move vv-decl-line to tmp-linenumber-bin
                perform get-source-line
                move function upper-case (tmp-source-line-buffer)
                    to string-contains-str1
                move 'PIC S' to string-contains-str2
                perform string-contains
                if string-contains-flag = 0
                    move 'PICTURE S' to string-contains-str2
                    perform string-contains
                end-if
                if string-contains-flag = 1
                    perform ebcdic-zoned-value
                end-if
            end-if

            if eb-zoned-flag = 1
                move eb-zoned-text to vv-decoded-value
            else
                move function trim (eb-text(1:vv-hex-byte-count))
                    to vv-decoded-value
            end-if

            continue.

      ***************************************************************
      *** ----------------- build a continuous hex dump of the first
      *** vv-hex-byte-count bytes of dtf-value into vv-hex-value,
      *** patch the field in place via ANIDATA "S", or anything
      *** else leaves View Variable the way it always has
        vv-interact section.
            perform accept-panel-reply

            move tty-reply-status to inp-crt-status.

            evaluate true
                when inp-crt-status = 2005
                    if debug-role-level < 3
                        move 'Set-back requires the SENIOR role.'
                            to status-line
                        perform show-status-line
                    else
                        perform vv-set-variable
                    end-if
      *** and resume the paused job with GO-MODE from where it
      *** stands, rather than having to kill and re-run it
        vv-set-variable section.
      * a module under change control only while its window
      * is open (chgwin.cpy)
            move cobol-src-name to chg-check-module.
            perform check-change-window.
            if chg-open-flag = 0
                perform refuse-outside-window
                exit section
            end-if

            move spaces to vv-set-value.
            move tmp-command-input-buffer(3:68) to vv-set-value.

            move active-line-if to ledger-stage-line.
            move wp-dtf-value(1:80) to ledger-stage-old.
            move vv-set-value(1:80) to ledger-stage-new.
            move chg-open-ticket to ledger-stage-ticket.

      * an EBCDIC display field is written back in EBCDIC
            move 'FIELD' to eb-check-kind.
            move ledger-stage-field to eb-check-name.
            perform check-ebcdic-setting.
            if eb-on-flag = 1
                and wp-dtf-usage = VV-USAGE-DISPLAY

                move vv-set-value to eb-text
                move wp-dtf-length to eb-length
                if eb-length > 280 or eb-length = 0
                    move 280 to eb-length
                end-if
                perform ascii-to-ebcdic
                move eb-text(1:280) to vv-set-value
                move vv-set-value(1:80) to ledger-stage-new
            end-if

            move vv-set-value to dtf-value.

                    delimited by size
                into audit-action-text
            end-string
            move chg-open-ticket to audit-ticket.
            perform log-sensitive-action.

            perform vv-display-current-value.

            move 'Value updated.' to status-line.
            perform show-status-line

            continue.
            
      **************************************************************
        goback-from-vv section.
            
            perform show-empty-screen
            perform do-screen-init.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line.
            
            perform vv-table-interact
                until vv-table-leave-flag = 1.

            perform show-empty-screen
            perform do-screen-init.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line.

                end-string
            end-perform

            perform show-empty-screen
            perform show-vv-table-screen

            continue.

      ***************************************************************
        vv-table-interact section.
            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            move tty-reply-status to inp-crt-status.

            evaluate true
                when inp-crt-status = 2002

            if vv-table-find-value = spaces
                move 'Usage: F <value>' to status-line
                perform show-status-line
            else
                move 0 to vv-table-found-sub
                move 0 to vv-table-fetch-sub
                if vv-table-found-sub = 0
                    perform vv-table-render
                    move 'Value not found in table.' to status-line
                    perform show-status-line
                else
                    move vv-table-found-sub to vv-table-top
                    perform vv-table-render
