      * dispcap.cpy
      * the debuggee's DISPLAY output, kept -- a program's progress
      * messages and its own error text go to the terminal the
      * screen is painting over, or into a headless job's output
      * among everything else. When the statement about to run is a
      * DISPLAY (recognized structurally, the way the ACCEPT answers
      * are: the statement has to start its line), its operands are
      * rendered the way the DISPLAY will show them -- literals as
      * written, figurative constants, and each field's current
      * value through ANIDATA "G", masked like any other value that
      * leaves the session (a field ANIDATA cannot read shows as
      * {name}, an intrinsic function as {FUNCTION name}) -- and
      * written to the capture file, one line per DISPLAY:
      *   module;line;trace-record;text
      * trace-record is the number the DISPLAY statement's own
      * record takes in the trace capture, the number gc-replay
      * shows against each record, so the replay and the
      * storyboard can put the message where it happened; 0 when
      * no trace is being taken, or in flight-recorder mode, whose
      * kept tail does not keep that numbering. DISPLAY ... UPON
      * ENVIRONMENT-NAME/VALUE or ARGUMENT-NUMBER is no output and
      * is left out.
      *   COB_DISPLAY_CAPTURE  N turns the capture off
      *   COB_DISPLAY_FILE     the capture (default
      *                        gc-debugger.display)
      * The file is opened, fresh for the session, on the first
      * DISPLAY, and is listed in the session manifest as DISPLAY.

      ***************************************************************
      *** ----------------- every statement: a DISPLAY about to run
      *** has its line rendered and written to the capture file
        capture-display-output section.
            move active-line-if to tmp-linenumber-bin.
            perform get-source-line.

            if tmp-source-line-buffer(7:1) = '*'
                or tmp-source-line-buffer(7:1) = '/'

                exit section
            end-if

            move function upper-case
                    (function trim (tmp-source-line-buffer(8:65)))
                to dsp-scan-text.
            if dsp-scan-text(1:8) not = 'DISPLAY '
                exit section
            end-if

            perform gather-display-statement.
            perform tokenize-display-statement.
            perform render-display-operands.

            if dsp-skip-flag = 0
                perform write-display-capture
            end-if

            continue.

      ***************************************************************
      *** ----------------- the statement's text as written, case
      *** and all: its line and up to two more, comment lines passed
      *** over, up to the one that ends the sentence
        gather-display-statement section.
            move spaces to dsp-stmt-text.
            move 1 to dsp-text-ptr.
            move 0 to dsp-done-flag.

            perform varying dsp-scan-line from active-line-if by 1
                until dsp-done-flag = 1
                or dsp-scan-line > module-line-count
                or dsp-scan-line > active-line-if + 2

                move dsp-scan-line to tmp-linenumber-bin
                perform get-source-line

                if tmp-source-line-buffer(7:1) not = '*'
                    and tmp-source-line-buffer(7:1) not = '/'
                    and tmp-source-line-buffer(8:65) not = spaces

                    move spaces to dsp-scan-text
                    move function trim (tmp-source-line-buffer(8:65))
                        to dsp-scan-text

                    string ' ' delimited by size
                        function trim (dsp-scan-text) delimited by size
                        into dsp-stmt-text(1:DSP-TEXT-MAX)
                        with pointer dsp-text-ptr
                    end-string

                    compute dsp-char-pos =
                        function length (function trim (dsp-scan-text))
                    end-compute
                    if dsp-scan-text(dsp-char-pos:1) = '.'
                        move 1 to dsp-done-flag
                    end-if
                end-if
            end-perform

            compute dsp-stmt-len = dsp-text-ptr - 1 end-compute.

            continue.

      ***************************************************************
      *** ----------------- split the statement into dsp-tok-tbl:
      *** 'L' a literal (its quotes gone, doubled quotes single),
      *** 'W' a word -- a subscript or argument list in parentheses
      *** stays with the name before it -- and 'P' the period that
      *** ends the sentence
        tokenize-display-statement section.
            move 0 to dsp-tok-count.
            move 1 to dsp-char-pos.

            perform until dsp-char-pos > dsp-stmt-len
                or dsp-tok-count >= DSP-TOKEN-MAX

                move dsp-stmt-text(dsp-char-pos:1) to dsp-char
                evaluate true
                    when dsp-char = space
                    when dsp-char = ','
                    when dsp-char = ';'
                        add 1 to dsp-char-pos
                    when dsp-char = quote
                    when dsp-char = "'"
                        perform take-display-literal
                    when dsp-char = '.'
                        and dsp-stmt-text(dsp-char-pos + 1:1) = space

                        add 1 to dsp-tok-count
                        move 'P' to dt-kind(dsp-tok-count)
                        move '.' to dt-text(dsp-tok-count)
                        move 1 to dt-len(dsp-tok-count)
                        add 1 to dsp-char-pos
                    when other
                        perform take-display-word
                end-evaluate
            end-perform

            continue.

      ***************************************************************
        take-display-literal section.
            move dsp-char to dsp-quote.
            add 1 to dsp-tok-count.
            move 'L' to dt-kind(dsp-tok-count).
            move spaces to dt-text(dsp-tok-count).
            move 0 to dt-len(dsp-tok-count).
            add 1 to dsp-char-pos.
            move 0 to dsp-done-flag.

            perform until dsp-done-flag = 1
                or dsp-char-pos > dsp-stmt-len

                move dsp-stmt-text(dsp-char-pos:1) to dsp-char
                if dsp-char = dsp-quote
                    if dsp-stmt-text(dsp-char-pos + 1:1) = dsp-quote
                        perform add-display-token-char
                        add 2 to dsp-char-pos
                    else
                        add 1 to dsp-char-pos
                        move 1 to dsp-done-flag
                    end-if
                else
                    perform add-display-token-char
                    add 1 to dsp-char-pos
                end-if
            end-perform

            continue.

      ***************************************************************
        take-display-word section.
            if dsp-char = '('
                and dsp-tok-count > 0
                and dt-kind(dsp-tok-count) = 'W'

                continue
            else
                add 1 to dsp-tok-count
                move 'W' to dt-kind(dsp-tok-count)
                move spaces to dt-text(dsp-tok-count)
                move 0 to dt-len(dsp-tok-count)
            end-if

            move 0 to dsp-paren-depth.
            move 0 to dsp-done-flag.

            perform until dsp-done-flag = 1
                or dsp-char-pos > dsp-stmt-len

                move dsp-stmt-text(dsp-char-pos:1) to dsp-char
                evaluate true
                    when dsp-char = '('
                        add 1 to dsp-paren-depth
                        perform add-display-token-char
                        add 1 to dsp-char-pos
                    when dsp-char = ')'
                        if dsp-paren-depth > 0
                            subtract 1 from dsp-paren-depth
                        end-if
                        perform add-display-token-char
                        add 1 to dsp-char-pos
                    when dsp-paren-depth > 0
                        if dsp-char not = space
                            perform add-display-token-char
                        end-if
                        add 1 to dsp-char-pos
                    when dsp-char = space
                    when dsp-char = ','
                    when dsp-char = ';'
                    when dsp-char = quote
                    when dsp-char = "'"
                        move 1 to dsp-done-flag
                    when dsp-char = '.'
                        and dsp-stmt-text(dsp-char-pos + 1:1) = space

                        move 1 to dsp-done-flag
                    when other
                        perform add-display-token-char
                        add 1 to dsp-char-pos
                end-evaluate
            end-perform

            continue.

      ***************************************************************
        add-display-token-char section.
            if dt-len(dsp-tok-count) < length of dt-text(1)
                add 1 to dt-len(dsp-tok-count)
                move dsp-char to
                    dt-text(dsp-tok-count)(dt-len(dsp-tok-count):1)
            end-if

            continue.

      ***************************************************************
      *** ----------------- the operands after DISPLAY into dsp-text,
      *** up to the first phrase or statement that is not one of
      *** them. dsp-skip-flag = 1 when the DISPLAY goes somewhere
      *** that is not output at all.
        render-display-operands section.
            move spaces to dsp-text.
            move 1 to dsp-text-ptr.
            move 0 to dsp-skip-flag.
            move 0 to dsp-stop-flag.

            perform varying dsp-tok-index from 2 by 1
                until dsp-tok-index > dsp-tok-count
                or dsp-stop-flag = 1

                perform render-one-display-token
            end-perform

            continue.

      ***************************************************************
        render-one-display-token section.
            evaluate dt-kind(dsp-tok-index)
                when 'P'
                    move 1 to dsp-stop-flag
                    exit section
                when 'L'
                    if dt-len(dsp-tok-index) > 0
                        string dt-text(dsp-tok-index)
                                (1:dt-len(dsp-tok-index))
                                delimited by size
                            into dsp-text
                            with pointer dsp-text-ptr
                        end-string
                    end-if
                    exit section
            end-evaluate

            move function upper-case (dt-text(dsp-tok-index))
                to dsp-word.

            evaluate dsp-word
                when 'UPON'
                    move 1 to dsp-stop-flag
                    if dsp-tok-index < dsp-tok-count
                        move function upper-case
                                (dt-text(dsp-tok-index + 1))
                            to dsp-word
                        evaluate dsp-word
                            when 'ENVIRONMENT-NAME'
                            when 'ENVIRONMENT-VALUE'
                            when 'ARGUMENT-NUMBER'
                            when 'ARGUMENT-VALUE'
                            when 'COMMAND-LINE'
                                move 1 to dsp-skip-flag
                        end-evaluate
                    end-if
      * the DISPLAY's own phrases, and the statement that
      * follows one written without a period
                when 'WITH'
                when 'NO'
                when 'AT'
                when 'LINE'
                when 'COLUMN'
                when 'COL'
                when 'ON'
                when 'NOT'
                when 'END-DISPLAY'
                when 'ACCEPT'
                when 'ADD'
                when 'CALL'
                when 'CLOSE'
                when 'COMPUTE'
                when 'CONTINUE'
                when 'DELETE'
                when 'DISPLAY'
                when 'DIVIDE'
                when 'ELSE'
                when 'END-EVALUATE'
                when 'END-IF'
                when 'END-PERFORM'
                when 'END-READ'
                when 'EVALUATE'
                when 'EXIT'
                when 'GO'
                when 'GOBACK'
                when 'IF'
                when 'INITIALIZE'
                when 'INSPECT'
                when 'MOVE'
                when 'MULTIPLY'
                when 'OPEN'
                when 'PERFORM'
                when 'READ'
                when 'REWRITE'
                when 'SET'
                when 'START'
                when 'STOP'
                when 'STRING'
                when 'SUBTRACT'
                when 'UNSTRING'
                when 'WHEN'
                when 'WRITE'
                    move 1 to dsp-stop-flag
                when 'SPACE'
                when 'SPACES'
                    string ' ' delimited by size
                        into dsp-text
                        with pointer dsp-text-ptr
                    end-string
                when 'ZERO'
                when 'ZEROS'
                when 'ZEROES'
                    string '0' delimited by size
                        into dsp-text
                        with pointer dsp-text-ptr
                    end-string
                when 'QUOTE'
                when 'QUOTES'
                    string quote delimited by size
                        into dsp-text
                        with pointer dsp-text-ptr
                    end-string
                when 'ALL'
                    continue
                when 'FUNCTION'
                    if dsp-tok-index < dsp-tok-count
                        add 1 to dsp-tok-index
                        string '{FUNCTION ' delimited by size
                            dt-text(dsp-tok-index)
                                (1:dt-len(dsp-tok-index))
                                delimited by size
                            '}' delimited by size
                            into dsp-text
                            with pointer dsp-text-ptr
                        end-string
                    end-if
                when other
                    if dsp-word(1:1) is numeric
                        or ((dsp-word(1:1) = '+' or '-' or '.')
                            and dsp-word(2:1) is numeric)

                        string dt-text(dsp-tok-index)
                                (1:dt-len(dsp-tok-index))
                                delimited by size
                            into dsp-text
                            with pointer dsp-text-ptr
                        end-string
                    else
                        perform render-display-field
                    end-if
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- one field operand: its value as it
      *** stands, masked; a qualified name (OF/IN) is read whole
        render-display-field section.
            move dsp-word to dsp-field.

            perform until dsp-tok-index + 2 > dsp-tok-count
                move function upper-case
                        (dt-text(dsp-tok-index + 1))
                    to dsp-word
                if dsp-word not = 'OF' and dsp-word not = 'IN'
                    exit perform
                end-if

                move spaces to dsp-scan-text
                string function trim (dsp-field) delimited by size
                    ' OF ' delimited by size
                    function upper-case (dt-text(dsp-tok-index + 2))
                        delimited by space
                    into dsp-scan-text
                end-string
                move dsp-scan-text to dsp-field
                add 2 to dsp-tok-index
            end-perform

            move interface-block to wp-interface-block.
            move dsp-field to tmp-wp-var-name.
            move low-value to tmp-wp-var-name(50:1).
            call ANIDATA using "G" wp-interface-block
                tmp-wp-var-name end-call.

            if wp-dtf-length > 0
                move dsp-field to mask-field-name
                move wp-dtf-value to mask-field-value
                perform apply-field-mask
                string mask-field-value(1:wp-dtf-length)
                        delimited by size
                    into dsp-text
                    with pointer dsp-text-ptr
                end-string
            else
                string '{' delimited by size
                    function trim (dsp-field) delimited by size
                    '}' delimited by size
                    into dsp-text
                    with pointer dsp-text-ptr
                end-string
            end-if

            continue.

      ***************************************************************
      *** ----------------- module;line;trace-record;text into the
      *** capture file, opened fresh on the session's first DISPLAY.
      *** A file that will not open turns the capture off.
        write-display-capture section.
            if dsp-file-open-flag = 0
                open output display-file
                if display-file-status not = 0
                    move 0 to dsp-enabled-flag
       >> IF ENABLE-LOGGING DEFINED
                    if cob-anim-logging = 'Y'
                        move spaces to tmp-log-line
                        string 'DISPLAY;cannot open;' delimited by size
                            function trim (dsp-path) delimited by size
                            into tmp-log-line
                        end-string
                        perform log-msg
                    end-if
       >> END-IF
                    exit section
                end-if
                move 1 to dsp-file-open-flag
            end-if

      * the DISPLAY's own trace record is the next one taken
            if trace-file-open-flag = 1 and trace-mode = 'Y'
                compute dsp-seq = dsp-trace-seq + 1 end-compute
            else
                move 0 to dsp-seq
            end-if

            move spaces to display-record.
            if dsp-text-ptr > 1
                string function trim (cobol-src-name) delimited by size
                    ';' delimited by size
                    active-line-if delimited by size
                    ';' delimited by size
                    dsp-seq delimited by size
                    ';' delimited by size
                    dsp-text(1:dsp-text-ptr - 1) delimited by size
                    into display-record
                end-string
            else
                string function trim (cobol-src-name) delimited by size
                    ';' delimited by size
                    active-line-if delimited by size
                    ';' delimited by size
                    dsp-seq delimited by size
                    ';' delimited by size
                    into display-record
                end-string
            end-if
            write display-record.

            add 1 to dsp-capture-count.

       >> IF ENABLE-LOGGING DEFINED
            if cob-anim-logging = 'Y'
                move spaces to tmp-log-line
                string 'DISPLAY;' delimited by size
                    display-record delimited by size
                    into tmp-log-line
                end-string
                perform log-msg
            end-if
       >> END-IF

            continue.
