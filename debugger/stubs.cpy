      * stubs.cpy
      * stubbed external CALLs -- some modules CALL interfaces a
      * test region cannot reach (the credit bureau gateway, the
      * print-spool writer). COB_STUB_FILE names the stub file,
      * one entry a line:
      *   called-program;argument-position;value
      *   called-program;RC;value       its RETURN-CODE
      * ('*' in column 1 starts a comment). When the statement about
      * to run is a CALL of a program the file names (a literal
      * name, or an identifier holding one -- the statement has to
      * start its line, as the ACCEPT answers need), the CALL is
      * not made: each of the program's entries fills its BY
      * REFERENCE argument (counted along the USING list the way
      * decode-call-passing-mode reads it) or RETURN-CODE through
      * ANIDATA "S", and execution resumes at the next statement --
      * any ON EXCEPTION / NOT ON EXCEPTION phrases are passed over
      * with the CALL. An entry naming a BY CONTENT/VALUE argument,
      * or one past the end of the list, fills nothing. Every value
      * filled is a change-ledger row and an AUDIT record like an
      * "I <file>" patch, and goes into the trace as
      *   STUB;module;line;program;argument;field;value
      * (argument 1-n or RC; '-' with no field when the program's
      * entries filled nothing), the value masked. A module under
      * change control (chgwin.cpy) is stubbed only while its window
      * is open, and the ledger row and AUDIT record carry the
      * window's ticket; outside it the CALL is made as written.
      * Filling arguments is a data write, so only a SENIOR's
      * session stubs anything -- below that every CALL is made as
      * written, and the first refused CALL of each program goes
      * into the audit chain as STUB-REFUSED;program.

      ***************************************************************
      *** ----------------- read the stub file once, at start-up
        load-call-stubs section.
            move 0 to stb-count.

            if stb-path = spaces
                exit section
            end-if

            open input stub-file.
            if stub-file-status not = 0
       >> IF ENABLE-LOGGING DEFINED
                if cob-anim-logging = 'Y'
                    move spaces to tmp-log-line
                    string 'STUB;cannot open;' delimited by size
                        function trim (stb-path) delimited by size
                        into tmp-log-line
                    end-string
                    perform log-msg
                end-if
       >> END-IF
                exit section
            end-if

            read stub-file end-read
            perform until stub-file-status not = 0
                if stub-record not = spaces
                    and stub-record(1:1) not = '*'

                    perform take-stub-record
                end-if
                read stub-file end-read
            end-perform

            close stub-file.

            continue.

      ***************************************************************
      *** ----------------- one stub-file line; the value is the
      *** rest of the line, ';' and all. An argument position that
      *** is neither a number nor RC is no entry.
        take-stub-record section.
            if stb-count >= STB-ENTRY-MAX
                exit section
            end-if

            move spaces to stb-program.
            move spaces to stb-position-text.
            move 1 to tmp-unstring-ptr.
            unstring stub-record delimited by ';'
                into stb-program
                with pointer tmp-unstring-ptr
            end-unstring
            unstring stub-record delimited by ';'
                into stb-position-text
                with pointer tmp-unstring-ptr
            end-unstring

            move function upper-case (function trim (stb-position-text))
                to stb-position-text.

            add 1 to stb-count.
            move spaces to stb-row(stb-count).
            move 0 to sb-refused(stb-count).
            move function upper-case (function trim (stb-program))
                to sb-program(stb-count).
            if tmp-unstring-ptr <= function length (stub-record)
                move stub-record(tmp-unstring-ptr:)
                    to sb-value(stb-count)
            end-if

            evaluate true
                when stb-position-text = 'RC'
                when stb-position-text = 'RETURN-CODE'
                    move 0 to sb-position(stb-count)
                when stb-position-text not = spaces
                    and function trim (stb-position-text) is numeric
                    and function numval (stb-position-text) > 0
                    and function numval (stb-position-text) < 100

                    move function numval (stb-position-text)
                        to sb-position(stb-count)
                when other
                    subtract 1 from stb-count
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- every statement while stubs are loaded:
      *** a CALL of a stubbed program is answered from the file and
      *** stepped over (stb-done-flag = 1)
        check-call-stub section.
            move 0 to stb-done-flag.

            move active-line-if to tmp-linenumber-bin.
            perform get-source-line.

            if tmp-source-line-buffer(7:1) = '*'
                or tmp-source-line-buffer(7:1) = '/'

                exit section
            end-if

            move function upper-case
                    (function trim (tmp-source-line-buffer(8:65)))
                to stb-scan-text.
            if stb-scan-text(1:5) not = 'CALL '
                exit section
            end-if

            perform scan-call-arguments.
            perform resolve-stub-program.
            if stb-program = spaces
                exit section
            end-if

            move 0 to stb-match-flag.
            perform varying stb-index from 1 by 1
                until stb-index > stb-count
                or stb-match-flag = 1

                if sb-program(stb-index) = stb-program
                    move 1 to stb-match-flag
                end-if
            end-perform
            if stb-match-flag = 0
                exit section
            end-if

      * the same SENIOR-only rule an "I <file>" patch is under
            if debug-role-level < 3
                perform refuse-call-stub
                exit section
            end-if

      * no safe place to resume -- the CALL is made after all
            perform find-call-resume-line.
            if stb-resume-line = 0
       >> IF ENABLE-LOGGING DEFINED
                if cob-anim-logging = 'Y'
                    move spaces to tmp-log-line
                    string 'STUB;no resume point;' delimited by size
                        function trim (stb-program) delimited by size
                        into tmp-log-line
                    end-string
                    perform log-msg
                end-if
       >> END-IF
                exit section
            end-if

      * a module under change control is only stubbed while its
      * window is open (chgwin.cpy) -- otherwise the CALL is made
            move cobol-src-name to chg-check-module.
            perform check-change-window.
            if chg-open-flag = 0
       >> IF ENABLE-LOGGING DEFINED
                if cob-anim-logging = 'Y'
                    move spaces to tmp-log-line
                    string 'STUB;outside change window;'
                            delimited by size
                        function trim (stb-program) delimited by size
                        into tmp-log-line
                    end-string
                    perform log-msg
                end-if
       >> END-IF
                exit section
            end-if

            move 0 to stb-applied-count.
            perform varying stb-index from 1 by 1
                until stb-index > stb-count

                if sb-program(stb-index) = stb-program
                    perform apply-one-stub
                end-if
            end-perform

            if stb-applied-count = 0
                move '-' to stb-arg-text
                move spaces to stb-field
                move spaces to stb-value
                perform write-stub-record
            end-if

            perform unwind-stubbed-call.

            move stb-resume-line to active-line-if.
            move stb-resume-line to current-line-if.
            move 1 to stb-done-flag.

            continue.

      ***************************************************************
      *** ----------------- a stubbed CALL below SENIOR is made as
      *** written; the refusal is audited once per program
        refuse-call-stub section.
            move 0 to stb-match-flag.
            perform varying stb-index from 1 by 1
                until stb-index > stb-count

                if sb-program(stb-index) = stb-program
                    if sb-refused(stb-index) = 1
                        move 1 to stb-match-flag
                    end-if
                    move 1 to sb-refused(stb-index)
                end-if
            end-perform

            if stb-match-flag = 1
                exit section
            end-if

            move spaces to audit-action-text.
            string 'STUB-REFUSED;' delimited by size
                function trim (stb-program) delimited by size
                into audit-action-text
            end-string.
            perform log-sensitive-action.

       >> IF ENABLE-LOGGING DEFINED
            if cob-anim-logging = 'Y'
                move spaces to tmp-log-line
                string 'STUB;not permitted for role '
                        delimited by size
                    function trim (debug-role) delimited by size
                    ';' delimited by size
                    function trim (stb-program) delimited by size
                    into tmp-log-line
                end-string
                perform log-msg
            end-if
       >> END-IF

            continue.

      ***************************************************************
      *** ----------------- the called program's name off the CALL
      *** scan-call-arguments just reassembled: a literal as
      *** written, an identifier through ANIDATA "G". Spaces when
      *** neither gives a name.
        resolve-stub-program section.
            move spaces to stb-program.

            move 5 to cap-tok-ptr.
            move spaces to cap-token.
            unstring cap-statement-text
                delimited by all space or '.'
                into cap-token
                with pointer cap-tok-ptr
            end-unstring

            if cap-token(1:1) = quote or cap-token(1:1) = "'"
                move cap-token(2:) to stb-program
                inspect stb-program replacing all quote by space
                inspect stb-program replacing all "'" by space
                exit section
            end-if

            move interface-block to wp-interface-block.
            move cap-token to tmp-wp-var-name.
            move low-value to tmp-wp-var-name(50:1).
            call ANIDATA using "G" wp-interface-block
                tmp-wp-var-name end-call.

            if wp-dtf-length > 0
                move function upper-case
                        (function trim (wp-dtf-value(1:wp-dtf-length)))
                    to stb-program
            end-if

            continue.

      ***************************************************************
      *** ----------------- the first line after the CALL: its
      *** argument lines, exception phrases (and the statements in
      *** them) and END-CALL are passed over; the sentence's period,
      *** END-CALL, or a statement that is none of those ends it. 0
      *** when none turns up within STB-SCAN-MAX lines.
        find-call-resume-line section.
            move 0 to stb-resume-line.
            move 0 to stb-clause-flag.
            move 0 to stb-ended-flag.

      * the CALL's own line may end the sentence
            compute tmp-number =
                function length (function trim (stb-scan-text))
            end-compute.
            if stb-scan-text(tmp-number:1) = '.'
                move 1 to stb-ended-flag
            end-if.
      * ... or open an exception phrase
            move 0 to tmp-number-2.
            inspect stb-scan-text tallying tmp-number-2
                for all ' EXCEPTION' all ' OVERFLOW'.
            if tmp-number-2 > 0
                move 1 to stb-clause-flag
            end-if.

            perform varying stb-scan-line from active-line-if by 1
                until stb-scan-line >= module-line-count
                or stb-resume-line not = 0
                or stb-scan-line > active-line-if + STB-SCAN-MAX

                move spaces to tmp-source-line-buffer
                compute tmp-linenumber-bin = stb-scan-line + 1
                end-compute
                perform get-source-line

                if tmp-source-line-buffer(7:1) not = '*'
                    and tmp-source-line-buffer(7:1) not = '/'
                    and tmp-source-line-buffer(8:65) not = spaces

                    perform take-call-resume-line
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- one code line after the CALL (in
      *** tmp-source-line-buffer, number stb-scan-line + 1)
        take-call-resume-line section.
            if stb-ended-flag = 1
                compute stb-resume-line = stb-scan-line + 1
                end-compute
                exit section
            end-if

            move spaces to stb-line-text.
            move function upper-case
                    (function trim (tmp-source-line-buffer(8:65)))
                to stb-line-text.
            if stb-line-text(1:2) = '*>'
                exit section
            end-if

      * a paragraph or section header starts in area A
            if tmp-source-line-buffer(8:4) not = spaces
                compute stb-resume-line = stb-scan-line + 1
                end-compute
                exit section
            end-if
            move spaces to stmt-verb-word.
            unstring stb-line-text delimited by all space
                into stmt-verb-word
            end-unstring
            perform check-statement-verb.

            evaluate true
                when stmt-verb-word = 'END-CALL'
                    move 1 to stb-ended-flag
                when stmt-verb-word = 'ON'
                when stmt-verb-word = 'NOT'
                when stmt-verb-word = 'EXCEPTION'
                when stmt-verb-word = 'OVERFLOW'
                    move 1 to stb-clause-flag
                when stmt-verb-flag = 1 and stb-clause-flag = 0
                    compute stb-resume-line = stb-scan-line + 1
                    end-compute
                    exit section
            end-evaluate

            compute tmp-number =
                function length (function trim (stb-line-text))
            end-compute.
            if stb-line-text(tmp-number:1) = '.'
                move 1 to stb-ended-flag
            end-if.

            continue.

      ***************************************************************
      *** ----------------- one entry for the stubbed program: its
      *** argument (or RETURN-CODE) read first -- the old value the
      *** ledger wants, and a name ANIDATA does not know is caught
      *** -- then patched the way apply-one-inject patches a field
        apply-one-stub section.
            if sb-position(stb-index) = 0
                move 'RETURN-CODE' to stb-field
                move 'RC' to stb-arg-text
            else
                if sb-position(stb-index) > cap-arg-count
                    exit section
                end-if
                if cap-arg-mode(sb-position(stb-index))
                    not = 'REFERENCE'

                    exit section
                end-if
                move cap-arg-name(sb-position(stb-index))
                    to stb-field
                move sb-position(stb-index) to stb-arg-edit
                move function trim (stb-arg-edit) to stb-arg-text
            end-if

            move interface-block to wp-interface-block.
            move stb-field to tmp-wp-var-name.
            move low-value to tmp-wp-var-name(50:1).
            call ANIDATA using "G" wp-interface-block
                tmp-wp-var-name end-call.

            if wp-dtf-length = 0
                exit section
            end-if

            move sb-value(stb-index) to stb-value.

      * stage the ledger row before the bytes change
            move cobol-src-name to ledger-stage-module.
            move stb-field to ledger-stage-field.
            move active-line-if to ledger-stage-line.
            move wp-dtf-value(1:80) to ledger-stage-old.
            move stb-value to ledger-stage-new.
            move chg-open-ticket to ledger-stage-ticket.

            move stb-value to dtf-value.
            call ANIDATA using "S" interface-block
                tmp-wp-var-name end-call.

            perform record-setback-ledger.

            move spaces to audit-action-text.
            string 'STUB;' delimited by size
                function trim (stb-program) delimited by size
                ';' delimited by size
                function trim (stb-field) delimited by size
                into audit-action-text
            end-string.
            move chg-open-ticket to audit-ticket.
            perform log-sensitive-action.

            perform write-stub-record.
            add 1 to stb-applied-count.

            continue.

      ***************************************************************
      *** ----------------- STUB;module;line;program;argument;field;
      *** value into the trace, straight to the file the way the
      *** ACCEPT records go; the value masked
        write-stub-record section.
            move stb-field to mask-field-name.
            move stb-value to mask-field-value.
            perform apply-field-mask.

            move spaces to stb-record-text.
            string 'STUB;' delimited by size
                function trim (cobol-src-name) delimited by size
                ';' delimited by size
                active-line-if delimited by size
                ';' delimited by size
                function trim (stb-program) delimited by size
                ';' delimited by size
                function trim (stb-arg-text) delimited by size
                ';' delimited by size
                function trim (stb-field) delimited by size
                ';' delimited by size
                function trim (mask-field-value (1:80), trailing)
                    delimited by size
                into stb-record-text
            end-string

            if trace-file-open-flag = 1
                perform flush-trace-buffer
                move stb-record-text to trace-line
                write trace-line
            end-if

       >> IF ENABLE-LOGGING DEFINED
            if cob-anim-logging = 'Y'
                move stb-record-text to tmp-log-line
                perform log-msg
            end-if
       >> END-IF

            continue.

      ***************************************************************
      *** ----------------- the CALL will never return, so the
      *** frame process-interface-block-cdepth pushed for it comes
      *** off again here, the way its return would have taken it
      *** off -- a Step Over waiting on that return ends here too
        unwind-stubbed-call section.
            if anim-stmt-type not = 'P' and invoke-depth-pending = 0
                exit section
            end-if

            move 0 to invoke-depth-pending.
            perform cs-pop.
            if call-depth > 0
                subtract 1 from call-depth end-subtract
            end-if
            subtract 1 from step-over-mode-counter end-subtract.

            if step-over-mode-counter = step-over-return-depth
                and (f6-hit = 1 or f8-hit = 1)

                perform pop-step-over-target

                if step-over-stack-top > 0
                    move so-return-depth(step-over-stack-top)
                        to step-over-return-depth
                    move so-module(step-over-stack-top)
                        to step-over-module
                else
                    set SINGLE-STEP-MODE to true
                    move 0 to f6-hit
                    move 0 to f8-hit
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- say what became of the CALL
        show-stub-outcome section.
            move stb-applied-count to stb-count-edit.
            move spaces to status-line.
            string 'CALL ' delimited by size
                function trim (stb-program) delimited by size
                ' stubbed -- ' delimited by size
                function trim (stb-count-edit) delimited by size
                ' value(s) filled from the stub file.'
                    delimited by size
                into status-line
            end-string.
            perform show-status-line.

            move 0 to stb-done-flag.

            continue.
