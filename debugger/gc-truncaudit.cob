        identification division.
        program-id. gc-truncaudit.

      * static truncation audit -- every MOVE, COMPUTE, ADD,
      * SUBTRACT, MULTIPLY and DIVIDE in a module whose receiving
      * field has fewer integer or decimal digits (or, for an
      * alphanumeric move, fewer characters) than what is sent to
      * it: silent high-order truncation, the defect that compiles
      * cleanly for years and surfaces at month-end. Fields are
      * sized from their PICTURE with the same symbol and (n)
      * repeat walk record-layout-map applies (lm-extract-pic,
      * lm-length-from-pic), split into integer and decimal digits
      * at the V or the point. A COMPUTE's expression is sized the
      * way the compiler carries intermediates -- the larger of the
      * two operands for + and -, their sum for *, the dividend's
      * integers plus the divisor's decimals for /; an exponent, a
      * function or an unsized operand leaves the statement out.
      * Decimal loss is not flagged on a ROUNDED receiver, nor
      * integer loss where ON SIZE ERROR is coded -- neither is
      * silent. Lines no recorded run ever executed are marked
      * from the cumulative coverage store.
      *   COB_STRUCTURE_MODULE   the module to examine (its
      *                          get_linecount_/get_aniline_ entry
      *                          points linked into this job)
      *   COB_COVERAGE_STORE     the cumulative store
      *                          (default gc-debugger.covstore)
      *   COB_TRUNCAUDIT_REPORT  the report
      *                          (default gc-truncaudit.report)

        environment division.
        configuration section.
        input-output section.
        file-control.

            select store-file assign to store-path
                organization is line sequential
                file status is store-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  store-file.
            01 store-record         pic x(60).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 TA-FIELD-MAX         value 3000.
            78 TA-LINE-MAX          value 40000.
            78 TA-OPERAND-MAX       value 12.

            01 store-path                   pic x(256) value spaces.
            01 store-file-status            pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.
            01 ta-module                    pic x(30) value spaces.

            01 ta-getline                   pic x(128).
            01 ta-getlinecount              pic x(128).
            01 ta-line-bin                  usage binary-long.
            01 ta-source-buffer             pic x(512).
            77 ta-line-count                pic 9(6) value 0.

      * every line of the module any recorded run ever
      * executed, from the cumulative store
            01 ta-exec-map                  pic x(TA-LINE-MAX)
                                            value spaces.
            77 ta-store-flag                pic 9 value 0.

            77 ta-line                      pic 9(6) value 0.
            77 ta-proc-start                pic 9(6) value 0.
            01 ta-trimmed                   pic x(255).
            77 ta-trimmed-len               pic 9(3) value 0.
            77 ta-comment-pos               pic 9(3) value 0.
            01 ta-token                     pic x(40).
            77 ta-tok-ptr                   pic 9(4) value 0.
            77 ta-tok-len                   pic 9(3) value 0.
            77 ta-period-flag               pic 9 value 0.

      * the Data Division's elementary items, sized
            77 ta-field-count               pic 9(4) value 0.
            01 ta-field-tbl.
                05 ta-field-row occurs TA-FIELD-MAX.
                    10 tf-name               pic x(30).
                    10 tf-pic                pic x(30).
      * N numeric (edited included), A alphanumeric
                    10 tf-kind               pic x.
                    10 tf-int                pic 9(3).
                    10 tf-dec                pic 9(3).
                    10 tf-len                pic 9(5).
            77 ta-field-index               pic 9(4) value 0.
            77 ta-found                     pic 9(4) value 0.

      * one declaration, joined up to its period
            01 ta-decl-text                 pic x(400).
            77 ta-decl-ptr                  pic 9(4) value 0.
            77 ta-decl-open                 pic 9 value 0.
            77 ta-decl-lines                pic 9 value 0.
            01 ta-decl-level                pic x(4).
            01 ta-decl-name                 pic x(40).
            01 ta-decl-pic                  pic x(30).

      * PICTURE sizing
            01 ta-pic-work                  pic x(30).
            77 ta-pp                        pic 9(3) value 0.
            01 ta-pc                        pic x.
            77 ta-rep                       pic 9(4) value 0.
            01 ta-rep-token                 pic x(6).
            77 ta-after-point               pic 9 value 0.
            77 ta-alpha-flag                pic 9 value 0.
            01 ta-float-char                pic x.
            77 ta-float-count               pic 9(3) value 0.
            01 ta-size-kind                 pic x.
            77 ta-size-int                  pic 9(3) value 0.
            77 ta-size-dec                  pic 9(3) value 0.
            77 ta-size-len                  pic 9(5) value 0.

      * the statement being read -- spans source lines
            01 ta-word                      pic x(40).
                88 TA-ARITH-VERB     values 'MOVE' 'COMPUTE' 'ADD'
                                     'SUBTRACT' 'MULTIPLY' 'DIVIDE'.
                88 TA-STOP-WORD      values 'MOVE' 'COMPUTE' 'ADD'
                                     'SUBTRACT' 'MULTIPLY' 'DIVIDE'
                                     'READ' 'CALL' 'IF' 'ELSE'
                                     'END-IF' 'DISPLAY' 'PERFORM'
                                     'WRITE' 'REWRITE' 'GO' 'STOP'
                                     'EXIT' 'GOBACK' 'EVALUATE'
                                     'WHEN' 'INITIALIZE' 'SET'
                                     'ACCEPT' 'STRING' 'UNSTRING'
                                     'OPEN' 'CLOSE' 'INSPECT'
                                     'CONTINUE' 'END-ADD'
                                     'END-SUBTRACT' 'END-COMPUTE'
                                     'END-MULTIPLY' 'END-DIVIDE'
                                     'END-PERFORM' 'END-EVALUATE'
                                     'START' 'DELETE' 'RELEASE'
                                     'RETURN' 'SEARCH' 'SORT'.
                88 TA-FIGURATIVE     values 'ZERO' 'ZEROS' 'ZEROES'
                                     'SPACE' 'SPACES' 'HIGH-VALUE'
                                     'HIGH-VALUES' 'LOW-VALUE'
                                     'LOW-VALUES' 'QUOTE' 'QUOTES'
                                     'NULL' 'NULLS' 'ALL'.
            01 ta-verb                      pic x(10) value spaces.
            77 ta-verb-line                 pic 9(6) value 0.
      * 1 sending operands, 2 receivers, 3 TO/FROM/BY/INTO
      * operands, 5 a COMPUTE expression, 9 nothing more to size
            77 ta-phase                     pic 9 value 0.
            77 ta-giving-flag               pic 9 value 0.
            77 ta-size-error-flag           pic 9 value 0.
            77 ta-div-by-flag               pic 9 value 0.
            77 ta-skip-next                 pic 9 value 0.
            77 ta-in-literal                pic 9 value 0.
            77 ta-unsized-flag              pic 9 value 0.
            01 ta-literal-text              pic x(30).
            77 ta-literal-len               pic 9(4) value 0.

      * an operand as sized: field, literal or expression
            01 ta-opnd.
                05 ta-opnd-text              pic x(30).
                05 ta-opnd-pic               pic x(30).
                05 ta-opnd-kind              pic x.
                05 ta-opnd-int               pic 9(3).
                05 ta-opnd-dec               pic 9(3).
                05 ta-opnd-len               pic 9(5).
                05 ta-opnd-rounded           pic 9.
      * x unsized (figurative, group, unknown name)
                05 ta-opnd-known             pic 9.

            77 ta-send-count                pic 99 value 0.
            01 ta-send-tbl.
                05 ta-send-row occurs TA-OPERAND-MAX
                                             pic x(74).
            77 ta-recv-count                pic 99 value 0.
            01 ta-recv-tbl.
                05 ta-recv-row occurs TA-OPERAND-MAX
                                             pic x(74).
            77 ta-to-count                  pic 99 value 0.
            01 ta-to-tbl.
                05 ta-to-row occurs TA-OPERAND-MAX
                                             pic x(74).
            77 ta-i                         pic 99 value 0.
            77 ta-j                         pic 99 value 0.

      * the COMPUTE expression, sized left to right
            77 ta-expr-count                pic 99 value 0.
            77 ta-expr-valid                pic 9 value 0.
            77 ta-expr-int                  pic 9(3) value 0.
            77 ta-expr-dec                  pic 9(3) value 0.
            77 ta-expr-dec-open             pic 9 value 0.
            01 ta-expr-op                   pic x(2) value spaces.

      * the pair being judged
            01 ta-send.
                05 ta-s-text                 pic x(30).
                05 ta-s-pic                  pic x(30).
                05 ta-s-kind                 pic x.
                05 ta-s-int                  pic 9(3).
                05 ta-s-dec                  pic 9(3).
                05 ta-s-len                  pic 9(5).
                05 ta-s-rounded              pic 9.
                05 ta-s-known                pic 9.
            01 ta-recv.
                05 ta-r-text                 pic x(30).
                05 ta-r-pic                  pic x(30).
                05 ta-r-kind                 pic x.
                05 ta-r-int                  pic 9(3).
                05 ta-r-dec                  pic 9(3).
                05 ta-r-len                  pic 9(5).
                05 ta-r-rounded              pic 9.
                05 ta-r-known                pic 9.
            77 ta-dec-check                 pic 9 value 1.
            77 ta-risk-int                  pic s9(4) value 0.
            77 ta-risk-dec                  pic s9(4) value 0.
            77 ta-risk-len                  pic s9(5) value 0.
            01 ta-risk-text                 pic x(24).
            77 ta-risk-ptr                  pic 9(3) value 0.
            01 ta-risk-edit                 pic zzzz9.
            01 ta-pic-edit                  pic zz9.
            01 ta-pair-text                 pic x(40).
            77 ta-pair-ptr                  pic 9(3) value 0.
            77 ta-report-ptr                pic 9(3) value 0.

            77 ta-finding-count             pic 9(5) value 0.
            77 ta-unrun-count               pic 9(5) value 0.
            77 ta-statement-count           pic 9(6) value 0.

            01 ta-rec-module                pic x(30).
            01 ta-rec-line                  pic 9(6).
            01 ta-unstring-ptr              pic 9(4).

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to ta-module.
            accept ta-module from environment
                'COB_STRUCTURE_MODULE' end-accept.
            if ta-module = spaces
                display 'COB_STRUCTURE_MODULE must name the '
                    'module to examine.' end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to store-path.
            accept store-path from environment
                'COB_COVERAGE_STORE' end-accept.
            if store-path = spaces
                move 'gc-debugger.covstore' to store-path
            end-if.

            move spaces to report-path.
            accept report-path from environment
                'COB_TRUNCAUDIT_REPORT' end-accept.
            if report-path = spaces
                move 'gc-truncaudit.report' to report-path
            end-if.

            move spaces to ta-getline.
            string 'get_aniline_' delimited by size
                ta-module delimited by spaces
                into ta-getline
            end-string.
            move spaces to ta-getlinecount.
            string 'get_linecount_' delimited by size
                ta-module delimited by spaces
                into ta-getlinecount
            end-string.

            call ta-getlinecount
                on exception
                    display 'Module '
                        function trim (ta-module)
                        ' is not linked into this job.'
                    end-display
                    move 99 to return-code
                    stop run
            end-call.
            move return-code to ta-line-count.
            move 0 to return-code.

            perform load-coverage-store.
            perform collect-fields.

            if ta-proc-start = 0
                display 'No Procedure Division found in '
                    function trim (ta-module) end-display
                stop run
            end-if.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                stop run
            end-if.

            perform write-report-head.
            perform scan-procedure-division.
            perform write-report-totals.

            close report-file.

            display 'Truncation audit written to '
                function trim (report-path) end-display.

            stop run.

      ***************************************************************
      *** ----------------- upper-cased, trimmed source line, with
      *** any inline "*>" comment cut off
        fetch-source-line section.
            move spaces to ta-source-buffer.
            move ta-line to ta-line-bin.

            call ta-getline using ta-line-bin
                ta-source-buffer
            end-call.

            move spaces to ta-trimmed.
            move function upper-case (function trim
                    (ta-source-buffer(1:255)))
                to ta-trimmed.

            move 0 to ta-comment-pos.
            inspect ta-trimmed tallying ta-comment-pos
                for characters before initial '*>'.
            if ta-comment-pos < 255
                move spaces to ta-trimmed(ta-comment-pos + 1:)
            end-if

            move function length (function trim (ta-trimmed))
                to ta-trimmed-len.
            if ta-trimmed = spaces
                move 0 to ta-trimmed-len
            end-if

            continue.

      ***************************************************************
        load-coverage-store section.
            open input store-file.

            if store-file-status not = 0
                exit section
            end-if

            move 1 to ta-store-flag.

            read store-file end-read
            perform until store-file-status not = 0
                move 1 to ta-unstring-ptr
                move spaces to ta-rec-module
                move 0 to ta-rec-line

                unstring store-record delimited by ';'
                    into ta-rec-module
                    with pointer ta-unstring-ptr
                end-unstring
                unstring store-record delimited by ';'
                    into ta-rec-line
                    with pointer ta-unstring-ptr
                end-unstring

                if ta-rec-module = ta-module
                    and ta-rec-line > 0
                    and ta-rec-line <= TA-LINE-MAX

                    move 'X' to ta-exec-map(ta-rec-line:1)
                end-if

                read store-file end-read
            end-perform

            close store-file

            continue.

      ***************************************************************
      *** ----------------- every level-numbered declaration ahead
      *** of the Procedure Division, joined up to its period, that
      *** carries a PICTURE
        collect-fields section.
            move 0 to ta-proc-start.
            move 0 to ta-decl-open.

            perform varying ta-line from 1 by 1
                until ta-line > ta-line-count
                or ta-proc-start > 0

                perform fetch-source-line

                evaluate true
                    when ta-trimmed(1:18) = 'PROCEDURE DIVISION'
                        move ta-line to ta-proc-start
                    when ta-trimmed-len = 0
                        or ta-trimmed(1:1) = '*'
                        continue
                    when other
                        perform collect-declaration-line
                end-evaluate
            end-perform

            continue.

      ***************************************************************
        collect-declaration-line section.
            if ta-decl-open = 0
                move spaces to ta-decl-level
                unstring ta-trimmed delimited by all space
                    into ta-decl-level
                end-unstring
                if function trim (ta-decl-level) is not numeric
                    exit section
                end-if

                move spaces to ta-decl-text
                move 1 to ta-decl-ptr
                move 1 to ta-decl-open
                move 0 to ta-decl-lines
            else
                string ' ' delimited by size
                    into ta-decl-text
                    with pointer ta-decl-ptr
                    on overflow
                        continue
                end-string
            end-if

            string ta-trimmed(1:ta-trimmed-len) delimited by size
                into ta-decl-text
                with pointer ta-decl-ptr
                on overflow
                    continue
            end-string
            add 1 to ta-decl-lines.

            if ta-trimmed(ta-trimmed-len:1) = '.'
                or ta-decl-lines >= 6

                perform parse-declaration
                move 0 to ta-decl-open
            end-if

            continue.

      ***************************************************************
      *** ----------------- level, name, and the token after
      *** PIC/PICTURE (IS skipped), its closing period dropped
        parse-declaration section.
            move spaces to ta-decl-level.
            move spaces to ta-decl-name.
            move spaces to ta-decl-pic.
            move 1 to ta-tok-ptr.
            unstring ta-decl-text delimited by all space
                into ta-decl-level ta-decl-name
                with pointer ta-tok-ptr
            end-unstring

            if function trim (ta-decl-level) = '88'
                or function trim (ta-decl-level) = '66'
                exit section
            end-if

            inspect ta-decl-name replacing all '.' by space.
            if ta-decl-name = spaces or ta-decl-name = 'FILLER'
                exit section
            end-if

            perform until ta-tok-ptr > length of ta-decl-text
                or ta-decl-pic not = spaces

                move spaces to ta-token
                unstring ta-decl-text delimited by all space
                    into ta-token
                    with pointer ta-tok-ptr
                end-unstring

                if ta-token = 'PIC' or ta-token = 'PICTURE'
                    move spaces to ta-token
                    unstring ta-decl-text delimited by all space
                        into ta-token
                        with pointer ta-tok-ptr
                    end-unstring
                    if ta-token = 'IS'
                        move spaces to ta-token
                        unstring ta-decl-text delimited by all space
                            into ta-token
                            with pointer ta-tok-ptr
                        end-unstring
                    end-if

                    move function length (function trim (ta-token))
                        to ta-tok-len
                    if ta-tok-len > 1
                        and ta-token(ta-tok-len:1) = '.'
                        move space to ta-token(ta-tok-len:1)
                    end-if
                    move ta-token to ta-decl-pic
                end-if
            end-perform

            if ta-decl-pic = spaces
                or ta-field-count >= TA-FIELD-MAX
                exit section
            end-if

            move ta-decl-pic to ta-pic-work.
            perform size-picture.

            add 1 to ta-field-count.
            move ta-decl-name to tf-name(ta-field-count).
            move ta-decl-pic to tf-pic(ta-field-count).
            move ta-size-kind to tf-kind(ta-field-count).
            move ta-size-int to tf-int(ta-field-count).
            move ta-size-dec to tf-dec(ta-field-count).
            move ta-size-len to tf-len(ta-field-count).

            continue.

      ***************************************************************
      *** ----------------- symbol count with (n) repeats, as
      *** lm-length-from-pic walks it, split at V or the point into
      *** integer and decimal digit positions. Z and * hold digits
      *** as 9 does; a floating +, - or $ string holds one digit
      *** fewer than its length; P scales without storing.
        size-picture section.
            move 0 to ta-size-int.
            move 0 to ta-size-dec.
            move 0 to ta-size-len.
            move 0 to ta-after-point.
            move 0 to ta-alpha-flag.
            move 0 to ta-float-count.
            move space to ta-float-char.

            move 1 to ta-pp.
            perform until ta-pp > 30
                or ta-pic-work(ta-pp:1) = space

                move ta-pic-work(ta-pp:1) to ta-pc
                add 1 to ta-pp
                move 1 to ta-rep

                if ta-pp <= 30 and ta-pic-work(ta-pp:1) = '('
                    add 1 to ta-pp
                    move spaces to ta-rep-token
                    unstring ta-pic-work delimited by ')'
                        into ta-rep-token
                        with pointer ta-pp
                    end-unstring
                    if function trim (ta-rep-token) is numeric
                        move function numval (ta-rep-token)
                            to ta-rep
                    end-if
                end-if

                evaluate ta-pc
                    when '9'
                    when 'Z'
                    when '*'
                        if ta-after-point = 1
                            add ta-rep to ta-size-dec
                        else
                            add ta-rep to ta-size-int
                        end-if
                        add ta-rep to ta-size-len
                    when 'X'
                    when 'A'
                    when 'N'
                        move 1 to ta-alpha-flag
                        add ta-rep to ta-size-len
                    when 'V'
                        move 1 to ta-after-point
                    when '.'
                        move 1 to ta-after-point
                        add ta-rep to ta-size-len
                    when 'P'
                        if ta-after-point = 1
                            add ta-rep to ta-size-dec
                        else
                            add ta-rep to ta-size-int
                        end-if
                    when 'S'
                        continue
                    when '+'
                    when '-'
                    when '$'
                        if ta-float-char = space
                            or ta-float-char = ta-pc
                            move ta-pc to ta-float-char
                            add ta-rep to ta-float-count
                        end-if
                        add ta-rep to ta-size-len
                    when other
                        add ta-rep to ta-size-len
                end-evaluate
            end-perform

            if ta-float-count > 1
                compute ta-size-int = ta-size-int + ta-float-count - 1
                end-compute
            end-if

            if ta-alpha-flag = 1
                move 'A' to ta-size-kind
            else
                move 'N' to ta-size-kind
            end-if

            continue.

      ***************************************************************
        write-report-head section.
            move spaces to report-line.
            string 'Truncation audit -- ' delimited by size
                function trim (ta-module) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line.
            if ta-store-flag = 1
                string 'Coverage from ' delimited by size
                    function trim (store-path) delimited by size
                    ' -- NEVER RUN marks lines no recorded run '
                        delimited by size
                    'executed' delimited by size
                    into report-line
                end-string
            else
                string 'Coverage store ' delimited by size
                    function trim (store-path) delimited by size
                    ' not readable -- lines are not marked'
                        delimited by size
                    into report-line
                end-string
            end-if
            write report-line

            move spaces to report-line
            write report-line

            move spaces to report-line.
            string 'line    verb      receiving' delimited by size
                '                          sending'
                    delimited by size
                '                            at risk'
                    delimited by size
                into report-line
            end-string
            write report-line

            continue.

      ***************************************************************
      *** ----------------- the Procedure Division as one stream
      *** of words -- a statement runs on across lines until its
      *** period, the next verb, or a scope terminator
        scan-procedure-division section.
            move spaces to ta-verb.

            perform varying ta-line from ta-proc-start by 1
                until ta-line > ta-line-count

                perform fetch-source-line

                if ta-trimmed-len > 0
                    and ta-trimmed(1:1) not = '*'
                    and ta-line > ta-proc-start

                    inspect ta-trimmed replacing all ',' by space
                    move 1 to ta-tok-ptr
                    perform until ta-tok-ptr > ta-trimmed-len
                        move spaces to ta-token
                        unstring ta-trimmed delimited by all space
                            into ta-token
                            with pointer ta-tok-ptr
                        end-unstring

                        if ta-token not = spaces
                            perform take-one-word
                        end-if
                    end-perform
                end-if
            end-perform

            perform end-statement.

            continue.

      ***************************************************************
        take-one-word section.
            move 0 to ta-period-flag.
            move function length (function trim (ta-token))
                to ta-tok-len.
            if ta-token(ta-tok-len:1) = '.'
                move 1 to ta-period-flag
                move space to ta-token(ta-tok-len:1)
                subtract 1 from ta-tok-len
            end-if

            move ta-token to ta-word.

            evaluate true
                when ta-tok-len = 0
                    continue
                when ta-in-literal = 1
                    perform continue-literal
                when ta-skip-next = 1
                    move 0 to ta-skip-next
                when other
                    perform parse-one-word
            end-evaluate

            if ta-period-flag = 1
                perform end-statement
            end-if

            continue.

      ***************************************************************
        parse-one-word section.
            if ta-verb not = spaces and TA-STOP-WORD
                perform end-statement
            end-if

            if ta-verb = spaces
                if TA-ARITH-VERB
                    perform start-statement
                end-if
                exit section
            end-if

            evaluate true
                when ta-word = 'SIZE'
                    move 1 to ta-size-error-flag
                    move 9 to ta-phase
                when ta-phase = 9
                    continue
                when ta-word = 'ON' or ta-word = 'NOT'
                    or ta-word = 'ERROR'
                    move 9 to ta-phase
                when ta-word = 'CORRESPONDING' or ta-word = 'CORR'
                    move 1 to ta-unsized-flag
                    move 9 to ta-phase
                when ta-word = 'TO' and ta-verb = 'MOVE'
                    move 2 to ta-phase
                when ta-word = 'TO' and ta-verb = 'ADD'
                    move 3 to ta-phase
                when ta-word = 'FROM' and ta-verb = 'SUBTRACT'
                    move 3 to ta-phase
                when ta-word = 'BY' and ta-verb = 'MULTIPLY'
                    move 3 to ta-phase
                when ta-word = 'INTO' and ta-verb = 'DIVIDE'
                    move 3 to ta-phase
                when ta-word = 'BY' and ta-verb = 'DIVIDE'
                    move 1 to ta-div-by-flag
                    move 3 to ta-phase
                when ta-word = 'GIVING'
                    move 1 to ta-giving-flag
                    move 2 to ta-phase
                when ta-word = 'REMAINDER'
                    move 9 to ta-phase
                when (ta-word = '=' or ta-word = 'EQUAL')
                    and ta-verb = 'COMPUTE'
                    move 5 to ta-phase
                when ta-word = 'ROUNDED'
                    perform mark-last-rounded
                when ta-word = 'OF' or ta-word = 'IN'
                    move 1 to ta-skip-next
                when ta-word = 'FUNCTION'
                    move 0 to ta-expr-valid
                    move 1 to ta-unsized-flag
                    move 1 to ta-skip-next
                when ta-phase = 5
                    perform take-expression-word
                when other
                    perform take-operand-word
            end-evaluate

            continue.

      ***************************************************************
        start-statement section.
            move ta-word to ta-verb.
            move ta-line to ta-verb-line.
            move 0 to ta-giving-flag.
            move 0 to ta-size-error-flag.
            move 0 to ta-div-by-flag.
            move 0 to ta-unsized-flag.
            move 0 to ta-send-count.
            move 0 to ta-recv-count.
            move 0 to ta-to-count.
            move 0 to ta-expr-count.
            move 1 to ta-expr-valid.
            move 0 to ta-expr-int.
            move 0 to ta-expr-dec.
            move 0 to ta-expr-dec-open.
            move spaces to ta-expr-op.
            add 1 to ta-statement-count.

            if ta-verb = 'COMPUTE'
                move 2 to ta-phase
            else
                move 1 to ta-phase
            end-if

            continue.

      ***************************************************************
      *** ----------------- a quoted literal runs on across words
      *** until one closes the quote
        continue-literal section.
            compute ta-literal-len = ta-literal-len + 1 + ta-tok-len
            end-compute.
            if ta-word(ta-tok-len:1) = quote
                or ta-word(ta-tok-len:1) = "'"
                move 0 to ta-in-literal
                perform finish-alpha-literal
            end-if

            continue.

      ***************************************************************
        finish-alpha-literal section.
            initialize ta-opnd.
            move ta-literal-text to ta-opnd-text.
            move 'literal' to ta-opnd-pic.
            move 'A' to ta-opnd-kind.
            if ta-literal-len > 2
                compute ta-opnd-len = ta-literal-len - 2 end-compute
            end-if
            move 1 to ta-opnd-known.
            perform place-operand.

            continue.

      ***************************************************************
      *** ----------------- size one operand word and file it
      *** under the current phase
        take-operand-word section.
            if ta-word(1:1) = quote or ta-word(1:1) = "'"
                move ta-word to ta-literal-text
                move ta-tok-len to ta-literal-len
                if ta-tok-len > 1
                    and (ta-word(ta-tok-len:1) = quote
                    or ta-word(ta-tok-len:1) = "'")
                    perform finish-alpha-literal
                else
                    move 1 to ta-in-literal
                end-if
                exit section
            end-if

      * a receiver's "(IX)" subscript is not itself written
            if ta-word(1:1) = '(' and ta-phase = 2
                exit section
            end-if

            perform size-operand-word.
            perform place-operand.

            continue.

      ***************************************************************
      *** ----------------- ta-word (a data name, numeric literal
      *** or figurative constant) sized into ta-opnd
        size-operand-word section.
            initialize ta-opnd.

            perform until ta-word(1:1) not = '('
                move ta-word(2:) to ta-token
                move ta-token to ta-word
            end-perform
            move 0 to ta-pp.
            inspect ta-word tallying ta-pp
                for characters before initial '('.
            if ta-pp < 40
                move spaces to ta-word(ta-pp + 1:)
            end-if
            inspect ta-word replacing all ')' by space.

            move ta-word to ta-opnd-text.

            if ta-word = spaces or TA-FIGURATIVE
                exit section
            end-if

            if ta-word(1:1) is numeric
                or ((ta-word(1:1) = '+' or ta-word(1:1) = '-'
                    or ta-word(1:1) = '.')
                    and ta-word(2:1) is numeric)

                perform size-numeric-literal
                exit section
            end-if

            move 0 to ta-found.
            perform varying ta-field-index from 1 by 1
                until ta-field-index > ta-field-count
                or ta-found > 0

                if tf-name(ta-field-index) = ta-word
                    move ta-field-index to ta-found
                end-if
            end-perform

            if ta-found = 0
                exit section
            end-if

            move tf-pic(ta-found) to ta-opnd-pic.
            move tf-kind(ta-found) to ta-opnd-kind.
            move tf-int(ta-found) to ta-opnd-int.
            move tf-dec(ta-found) to ta-opnd-dec.
            move tf-len(ta-found) to ta-opnd-len.
            move 1 to ta-opnd-known.

            continue.

      ***************************************************************
      *** ----------------- significant integer digits (leading
      *** zeros dropped) and decimal digits of a numeric literal
        size-numeric-literal section.
            move 'literal' to ta-opnd-pic.
            move 'N' to ta-opnd-kind.
            move 0 to ta-after-point.
            move 0 to ta-alpha-flag.

            perform varying ta-pp from 1 by 1
                until ta-pp > 40 or ta-word(ta-pp:1) = space

                evaluate true
                    when ta-word(ta-pp:1) = '.'
                        move 1 to ta-after-point
                    when ta-word(ta-pp:1) is not numeric
                        continue
                    when ta-after-point = 1
                        add 1 to ta-opnd-dec
                    when ta-word(ta-pp:1) = '0'
                        and ta-alpha-flag = 0
                        continue
                    when other
                        move 1 to ta-alpha-flag
                        add 1 to ta-opnd-int
                end-evaluate
            end-perform

            compute ta-opnd-len = ta-opnd-int + ta-opnd-dec
            end-compute.
            move 1 to ta-opnd-known.

            continue.

      ***************************************************************
        place-operand section.
            evaluate ta-phase
                when 1
                    if ta-send-count < TA-OPERAND-MAX
                        add 1 to ta-send-count
                        move ta-opnd to ta-send-row(ta-send-count)
                    end-if
                when 2
                    if ta-recv-count < TA-OPERAND-MAX
                        add 1 to ta-recv-count
                        move ta-opnd to ta-recv-row(ta-recv-count)
                    end-if
                when 3
                    if ta-to-count < TA-OPERAND-MAX
                        add 1 to ta-to-count
                        move ta-opnd to ta-to-row(ta-to-count)
                    end-if
                when 5
                    perform apply-expression-operand
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- ROUNDED belongs to the operand just
      *** named -- a receiver, or an ADD TO/SUBTRACT FROM target
        mark-last-rounded section.
            evaluate ta-phase
                when 2
                    if ta-recv-count > 0
                        move ta-recv-row(ta-recv-count) to ta-opnd
                        move 1 to ta-opnd-rounded
                        move ta-opnd to ta-recv-row(ta-recv-count)
                    end-if
                when 3
                    if ta-to-count > 0
                        move ta-to-row(ta-to-count) to ta-opnd
                        move 1 to ta-opnd-rounded
                        move ta-opnd to ta-to-row(ta-to-count)
                    end-if
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- an operator or operand of a COMPUTE
      *** expression
        take-expression-word section.
            evaluate ta-word
                when '+'
                when '-'
                when '*'
                when '/'
                    move ta-word to ta-expr-op
                when '**'
                    move 0 to ta-expr-valid
                when '('
                when ')'
                    continue
                when other
                    if ta-word(1:1) = quote or ta-word(1:1) = "'"
                        move 0 to ta-expr-valid
                    else
                        perform size-operand-word
                        perform apply-expression-operand
                    end-if
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- fold one sized operand into the
      *** running intermediate
        apply-expression-operand section.
            if ta-opnd-known = 0 or ta-opnd-kind not = 'N'
                move 0 to ta-expr-valid
                exit section
            end-if

            add 1 to ta-expr-count.

            if ta-expr-count = 1
                move ta-opnd-int to ta-expr-int
                move ta-opnd-dec to ta-expr-dec
                move spaces to ta-expr-op
                exit section
            end-if

            evaluate ta-expr-op
                when '*'
                    add ta-opnd-int to ta-expr-int
                    add ta-opnd-dec to ta-expr-dec
                when '/'
                    add ta-opnd-dec to ta-expr-int
                    move 1 to ta-expr-dec-open
                when other
                    if ta-opnd-int > ta-expr-int
                        move ta-opnd-int to ta-expr-int
                    end-if
                    if ta-opnd-dec > ta-expr-dec
                        move ta-opnd-dec to ta-expr-dec
                    end-if
            end-evaluate

            move spaces to ta-expr-op.

            continue.

      ***************************************************************
      *** ----------------- judge the statement just read, then
      *** forget it
        end-statement section.
            if ta-verb = spaces
                exit section
            end-if

            if ta-in-literal = 1
                move 0 to ta-in-literal
            end-if

            if ta-unsized-flag = 0
                evaluate ta-verb
                    when 'MOVE'
                        perform judge-move
                    when 'COMPUTE'
                        perform judge-compute
                    when 'ADD'
                    when 'SUBTRACT'
                        perform judge-add-subtract
                    when 'MULTIPLY'
                    when 'DIVIDE'
                        perform judge-multiply-divide
                end-evaluate
            end-if

            move spaces to ta-verb.
            move 0 to ta-phase.
            move 0 to ta-skip-next.

            continue.

      ***************************************************************
        judge-move section.
            if ta-send-count = 0
                exit section
            end-if

            move ta-send-row(1) to ta-send.
            move 1 to ta-dec-check.

            perform varying ta-i from 1 by 1
                until ta-i > ta-recv-count

                move ta-recv-row(ta-i) to ta-recv
                perform judge-pair
            end-perform

            continue.

      ***************************************************************
        judge-compute section.
            if ta-expr-valid = 0 or ta-expr-count = 0
                exit section
            end-if

            initialize ta-send.
            move 'expression' to ta-s-text.
            perform build-expression-pic.
            move 'N' to ta-s-kind.
            move ta-expr-int to ta-s-int.
            move ta-expr-dec to ta-s-dec.
            move 1 to ta-s-known.

            if ta-expr-dec-open = 1
                move 0 to ta-dec-check
            else
                move 1 to ta-dec-check
            end-if

            perform varying ta-i from 1 by 1
                until ta-i > ta-recv-count

                move ta-recv-row(ta-i) to ta-recv
                perform judge-pair
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the intermediate's size written as a
      *** PICTURE, for the sending column
        build-expression-pic section.
            move spaces to ta-s-pic.
            move 1 to ta-pair-ptr.
            move ta-expr-int to ta-pic-edit.
            string '9(' delimited by size
                function trim (ta-pic-edit) delimited by size
                ')' delimited by size
                into ta-s-pic
                with pointer ta-pair-ptr
            end-string
            if ta-expr-dec > 0
                move ta-expr-dec to ta-pic-edit
                string 'V9(' delimited by size
                    function trim (ta-pic-edit) delimited by size
                    ')' delimited by size
                    into ta-s-pic
                    with pointer ta-pair-ptr
                end-string
            end-if

            continue.

      ***************************************************************
      *** ----------------- each sending operand against each
      *** receiver -- the GIVING fields, or else the TO/FROM
      *** targets themselves
        judge-add-subtract section.
            move 1 to ta-dec-check.

            if ta-giving-flag = 1
                perform varying ta-i from 1 by 1
                    until ta-i > ta-recv-count

                    move ta-recv-row(ta-i) to ta-recv
                    perform varying ta-j from 1 by 1
                        until ta-j > ta-send-count

                        move ta-send-row(ta-j) to ta-send
                        perform judge-pair
                    end-perform
                    perform varying ta-j from 1 by 1
                        until ta-j > ta-to-count

                        move ta-to-row(ta-j) to ta-send
                        perform judge-pair
                    end-perform
                end-perform
            else
                perform varying ta-i from 1 by 1
                    until ta-i > ta-to-count

                    move ta-to-row(ta-i) to ta-recv
                    perform varying ta-j from 1 by 1
                        until ta-j > ta-send-count

                        move ta-send-row(ta-j) to ta-send
                        perform judge-pair
                    end-perform
                end-perform
            end-if

            continue.

      ***************************************************************
      *** ----------------- the product or quotient against the
      *** result field -- the GIVING fields, or else the BY/INTO
      *** operand
        judge-multiply-divide section.
            if ta-send-count = 0 or ta-to-count = 0
                exit section
            end-if

            move ta-send-row(1) to ta-send.
            move ta-to-row(1) to ta-opnd.
            if ta-s-known = 0 or ta-opnd-known = 0
                or ta-s-kind not = 'N' or ta-opnd-kind not = 'N'
                exit section
            end-if

            move ta-s-int to ta-expr-int.
            move ta-s-dec to ta-expr-dec.
            evaluate true
                when ta-verb = 'MULTIPLY'
                    add ta-opnd-int to ta-expr-int
                    add ta-opnd-dec to ta-expr-dec
                    move 1 to ta-dec-check
                when ta-div-by-flag = 1
      * DIVIDE a BY b -- a is the dividend
                    add ta-opnd-dec to ta-expr-int
                    move 0 to ta-dec-check
                when other
      * DIVIDE a INTO b -- b is the dividend
                    compute ta-expr-int = ta-opnd-int + ta-s-dec
                    end-compute
                    move ta-opnd-dec to ta-expr-dec
                    move 0 to ta-dec-check
            end-evaluate

            initialize ta-send.
            if ta-verb = 'MULTIPLY'
                move 'product' to ta-s-text
            else
                move 'quotient' to ta-s-text
            end-if
            perform build-expression-pic.
            move 'N' to ta-s-kind.
            move ta-expr-int to ta-s-int.
            move ta-expr-dec to ta-s-dec.
            move 1 to ta-s-known.

            if ta-giving-flag = 1
                perform varying ta-i from 1 by 1
                    until ta-i > ta-recv-count

                    move ta-recv-row(ta-i) to ta-recv
                    perform judge-pair
                end-perform
            else
                move ta-to-row(1) to ta-recv
                perform judge-pair
            end-if

            continue.

      ***************************************************************
      *** ----------------- ta-send into ta-recv: digits (or
      *** characters) the receiver cannot hold
        judge-pair section.
            if ta-s-known = 0 or ta-r-known = 0
                exit section
            end-if

            move 0 to ta-risk-int.
            move 0 to ta-risk-dec.
            move 0 to ta-risk-len.

            evaluate true
                when ta-r-kind = 'N' and ta-s-kind = 'N'
                    if ta-size-error-flag = 0
                        compute ta-risk-int = ta-s-int - ta-r-int
                        end-compute
                    end-if
                    if ta-r-rounded = 0 and ta-dec-check = 1
                        compute ta-risk-dec = ta-s-dec - ta-r-dec
                        end-compute
                    end-if
                when ta-r-kind = 'A' and ta-verb = 'MOVE'
                    compute ta-risk-len = ta-s-len - ta-r-len
                    end-compute
                when other
                    continue
            end-evaluate

            if ta-risk-int > 0 or ta-risk-dec > 0
                or ta-risk-len > 0

                perform write-finding
            end-if

            continue.

      ***************************************************************
        write-finding section.
            add 1 to ta-finding-count.

            move spaces to ta-risk-text.
            move 1 to ta-risk-ptr.
            if ta-risk-int > 0
                move ta-risk-int to ta-risk-edit
                string function trim (ta-risk-edit) delimited by size
                    ' high-order ' delimited by size
                    into ta-risk-text
                    with pointer ta-risk-ptr
                end-string
            end-if
            if ta-risk-dec > 0
                move ta-risk-dec to ta-risk-edit
                string function trim (ta-risk-edit) delimited by size
                    ' decimal ' delimited by size
                    into ta-risk-text
                    with pointer ta-risk-ptr
                end-string
            end-if
            if ta-risk-len > 0
                move ta-risk-len to ta-risk-edit
                string function trim (ta-risk-edit) delimited by size
                    ' char(s)' delimited by size
                    into ta-risk-text
                    with pointer ta-risk-ptr
                end-string
            end-if

            move spaces to report-line.
            move ta-verb-line to report-line(1:6).
            move ta-verb to report-line(9:9).

            move spaces to ta-pair-text.
            string function trim (ta-r-text) delimited by size
                ' ' delimited by size
                function trim (ta-r-pic) delimited by size
                into ta-pair-text
            end-string
            move ta-pair-text(1:34) to report-line(19:34).

            move spaces to ta-pair-text.
            string function trim (ta-s-text) delimited by size
                ' ' delimited by size
                function trim (ta-s-pic) delimited by size
                into ta-pair-text
            end-string
            move ta-pair-text(1:34) to report-line(54:34).

            move ta-risk-text to report-line(89:24).

            if ta-store-flag = 1
                and (ta-verb-line > TA-LINE-MAX
                or ta-exec-map(ta-verb-line:1) not = 'X')
                move 'NEVER RUN' to report-line(114:9)
                add 1 to ta-unrun-count
            end-if

            write report-line.

            continue.

      ***************************************************************
        write-report-totals section.
            move spaces to report-line
            write report-line

            if ta-finding-count = 0
                move '  (none)' to report-line
                write report-line
                move spaces to report-line
                write report-line
            end-if

            move spaces to report-line.
            string 'Findings: ' delimited by size
                ta-finding-count delimited by size
                ' in ' delimited by size
                ta-statement-count delimited by size
                ' arithmetic/MOVE statement(s), ' delimited by size
                ta-unrun-count delimited by size
                ' on lines never run; ' delimited by size
                ta-field-count delimited by size
                ' field(s) sized' delimited by size
                into report-line
            end-string
            write report-line.

            continue.
