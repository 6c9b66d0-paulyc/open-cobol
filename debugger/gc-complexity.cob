        identification division.
        program-id. gc-complexity.

      * per-paragraph complexity metrics -- for every paragraph
      * and section of one module (recognized the way gc-structure
      * and gc-deadpara recognize them): statements,
      * decisions (IF, each EVALUATE/SEARCH WHEN but WHEN OTHER,
      * each PERFORM ... UNTIL), deepest nesting of IF, EVALUATE,
      * SEARCH and inline PERFORM, GO TOs, and how many distinct
      * data names it references. Cyclomatic complexity is
      * decisions + 1. The worst paragraphs are ranked, and the
      * module summed up -- which parts are riskiest to touch.
      *   COB_STRUCTURE_MODULE   the module to measure (its
      *                          get_linecount_/get_aniline_ entry
      *                          points linked into this job)
      *   COB_COMPLEXITY_TOP     how many to rank (default 10)
      *   COB_COMPLEXITY_LIMIT   the cyclomatic figure above which
      *                          a paragraph counts as high risk
      *                          (default 10)
      *   COB_COMPLEXITY_REPORT  the report
      *                          (default gc-complexity.report)
      * The return code is the number of paragraphs over the limit.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 CX-PARA-MAX          value 500.
            78 CX-FIELD-MAX         value 3000.

            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.
            01 cx-module                    pic x(30) value spaces.

            01 cx-top-x                     pic x(10) value spaces.
            77 cx-top                       pic 9(3) value 10.
            01 cx-limit-x                   pic x(10) value spaces.
            77 cx-limit                     pic 9(4) value 10.

      * per-module animator entry points
            01 cx-getline                   pic x(128).
            01 cx-getlinecount              pic x(128).
            01 cx-line-bin                  usage binary-long.
            01 cx-source-buffer             pic x(512).
            77 cx-line-count                pic 9(6) value 0.
            77 cx-line                      pic 9(6) value 0.

      * the paragraphs and their figures -- row 1 holds whatever
      * stands between PROCEDURE DIVISION and the first header
            77 cx-para-count                pic 9(3) value 0.
            01 cx-para-tbl.
                05 cx-para-row occurs CX-PARA-MAX.
                    10 cxp-name              pic x(30).
                    10 cxp-line              pic 9(6).
                    10 cxp-end-line          pic 9(6).
                    10 cxp-statements        pic 9(5).
                    10 cxp-decisions         pic 9(5).
                    10 cxp-max-depth         pic 9(3).
                    10 cxp-gotos             pic 9(4).
                    10 cxp-fields            pic 9(4).
                    10 cxp-cyclomatic        pic 9(5).
                    10 cxp-ranked            pic 9.
            77 cx-para                      pic 9(3) value 0.
            77 cx-best                      pic 9(3) value 0.
            77 cx-rank                      pic 9(3) value 0.

      * the module's data names, kept in name order for SEARCH
      * ALL, each remembering the last paragraph that used it
            77 cx-field-count               pic 9(4) value 0.
            01 cx-field-tbl.
                05 cx-field-row occurs 0 to CX-FIELD-MAX
                              depending on cx-field-count
                              ascending key cxf-name
                              indexed by cx-field-index.
                    10 cxf-name              pic x(30).
                    10 cxf-last-para         pic 9(3).
            77 cx-field                     pic 9(4) value 0.
            77 cx-insert-at                 pic 9(4) value 0.

      * the token scan
            01 cx-trimmed                   pic x(255).
            77 cx-trimmed-len               pic 9(3) value 0.
            77 cx-tok-ptr                   pic 9(4) value 0.
            01 cx-token                     pic x(60).
            77 cx-token-len                 pic 99 value 0.
            01 cx-token-1                   pic x(32).
            01 cx-token-2                   pic x(32).
            01 cx-token-3                   pic x(32).
            01 cx-prev-token                pic x(60) value spaces.
            01 cx-area                      pic x value space.
                88 cx-in-data               value 'D'.
                88 cx-in-procedure          value 'P'.
            01 cx-literal-flag              pic 9 value 0.
            01 cx-quote-end-flag            pic 9 value 0.
            01 cx-entry-start-flag          pic 9 value 0.
            01 cx-period-flag               pic 9 value 0.
            01 cx-expect-name-flag          pic 9 value 0.
            01 cx-header-flag               pic 9 value 0.
            77 cx-depth                     pic 9(3) value 0.

            01 cx-verb                      pic x(12).
                88 cx-is-statement-verb     values 'ACCEPT' 'ADD'
                    'CALL' 'CANCEL' 'CLOSE' 'COMPUTE' 'CONTINUE'
                    'DELETE' 'DISPLAY' 'DIVIDE' 'EVALUATE' 'EXIT'
                    'GO' 'GOBACK' 'IF' 'INITIALIZE' 'INSPECT'
                    'INVOKE' 'MERGE' 'MOVE' 'MULTIPLY' 'OPEN'
                    'PERFORM' 'READ' 'RELEASE' 'RETURN' 'REWRITE'
                    'SEARCH' 'SET' 'SORT' 'START' 'STOP' 'STRING'
                    'SUBTRACT' 'UNSTRING' 'WRITE'.
                88 cx-opens-scope           values 'IF' 'EVALUATE'
                    'SEARCH'.
                88 cx-closes-scope          values 'END-IF'
                    'END-EVALUATE' 'END-SEARCH' 'END-PERFORM'.
                88 cx-inline-perform-word   values 'UNTIL' 'VARYING'
                    'WITH' 'TEST'.

      * summary
            77 cx-total-statements          pic 9(7) value 0.
            77 cx-total-decisions           pic 9(7) value 0.
            77 cx-total-gotos               pic 9(6) value 0.
            77 cx-total-cyclomatic          pic 9(7) value 0.
            77 cx-deepest                   pic 9(3) value 0.
            77 cx-measured-count            pic 9(3) value 0.
            77 cx-over-count                pic 9(3) value 0.
            77 cx-average                   pic 9(5)v99 value 0.
            01 cx-edit-average              pic zzzz9.99.
            01 cx-edit-5                    pic zzzz9.
            01 cx-edit-3                    pic zz9.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to cx-module.
            accept cx-module from environment
                'COB_STRUCTURE_MODULE' end-accept.
            if cx-module = spaces
                display 'COB_STRUCTURE_MODULE must name the '
                    'module to measure.' end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to cx-top-x.
            accept cx-top-x from environment
                'COB_COMPLEXITY_TOP' end-accept.
            if cx-top-x not = spaces
                and function trim (cx-top-x) is numeric

                move function numval (cx-top-x) to cx-top
            end-if.

            move spaces to cx-limit-x.
            accept cx-limit-x from environment
                'COB_COMPLEXITY_LIMIT' end-accept.
            if cx-limit-x not = spaces
                and function trim (cx-limit-x) is numeric

                move function numval (cx-limit-x) to cx-limit
            end-if.

            move spaces to report-path.
            accept report-path from environment
                'COB_COMPLEXITY_REPORT' end-accept.
            if report-path = spaces
                move 'gc-complexity.report' to report-path
            end-if.

            move spaces to cx-getline.
            string 'get_aniline_' delimited by size
                cx-module delimited by spaces
                into cx-getline
            end-string.
            move spaces to cx-getlinecount.
            string 'get_linecount_' delimited by size
                cx-module delimited by spaces
                into cx-getlinecount
            end-string.

            call cx-getlinecount
                on exception
                    display 'Module '
                        function trim (cx-module)
                        ' is not linked into this job.'
                    end-display
                    move 99 to return-code
                    stop run
            end-call.
            move return-code to cx-line-count.
            move 0 to return-code.

            perform measure-module.

            if cx-para-count = 0
                display 'No PROCEDURE DIVISION found in '
                    function trim (cx-module) end-display
                stop run
            end-if.

            perform sum-up-module.
            perform write-complexity-report.

            display 'Complexity of ' function trim (cx-module)
                ': ' cx-over-count ' paragraph(s) over '
                cx-limit ' -- see ' function trim (report-path)
            end-display.

            move cx-over-count to return-code.

            stop run.

      ***************************************************************
        fetch-source-line section.
            move spaces to cx-source-buffer.
            move cx-line to cx-line-bin.

            call cx-getline using cx-line-bin
                cx-source-buffer
            end-call.

      * comment lines -- indicator column, or a floating *>
            move spaces to cx-trimmed.
            if cx-source-buffer(7:1) = '*'
                or cx-source-buffer(7:1) = '/'

                move 0 to cx-trimmed-len
                exit section
            end-if

            move function upper-case (function trim
                    (cx-source-buffer(1:255)))
                to cx-trimmed.
            if cx-trimmed(1:2) = '*>'
                move spaces to cx-trimmed
            end-if
            move function length (function trim (cx-trimmed))
                to cx-trimmed-len.

            continue.

      ***************************************************************
      *** ----------------- one pass: data names out of the DATA
      *** DIVISION, then paragraph by paragraph through the
      *** PROCEDURE DIVISION
        measure-module section.
            move space to cx-area.
            move 0 to cx-period-flag.
            move 0 to cx-para-count.

            perform varying cx-line from 1 by 1
                until cx-line > cx-line-count

                perform fetch-source-line

                if cx-trimmed-len > 0
                    move 0 to cx-header-flag
                    if cx-in-procedure
                        perform check-paragraph-header
                    end-if

                    if cx-header-flag = 0
                        perform scan-source-line
                    end-if
                end-if
            end-perform

            perform varying cx-para from 1 by 1
                until cx-para > cx-para-count

                if cx-para < cx-para-count
                    compute cxp-end-line(cx-para) =
                        cxp-line(cx-para + 1) - 1
                    end-compute
                else
                    move cx-line-count to cxp-end-line(cx-para)
                end-if

                compute cxp-cyclomatic(cx-para) =
                    cxp-decisions(cx-para) + 1
                end-compute
            end-perform

            continue.

      ***************************************************************
      *** ----------------- paragraph/section headers -- the same
      *** structural recognition gc-structure applies, with a lone
      *** scope terminator ("end-if.") kept out as well, since here
      *** it matters to the nesting count
        check-paragraph-header section.
            if cx-trimmed(cx-trimmed-len:1) not = '.'
                exit section
            end-if

            move 1 to cx-tok-ptr.
            move spaces to cx-token-1.
            move spaces to cx-token-2.
            move spaces to cx-token-3.
            unstring cx-trimmed delimited by all space
                into cx-token-1 cx-token-2 cx-token-3
                with pointer cx-tok-ptr
            end-unstring

            inspect cx-token-1 replacing all '.' by space.
            inspect cx-token-2 replacing all '.' by space.

            evaluate true
                when cx-token-2 = spaces
                    and cx-token-1 not = spaces
                    and function trim (cx-token-1) not = 'EXIT'
                    and function trim (cx-token-1)
                        not = 'GOBACK'
                    and function trim (cx-token-1)
                        not = 'CONTINUE'
                    and cx-token-1(1:4) not = 'END-'

                    perform add-paragraph
                when function trim (cx-token-2) = 'SECTION'
                    and cx-token-3 = spaces

                    perform add-paragraph
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
        add-paragraph section.
            move 1 to cx-header-flag.
            move 0 to cx-depth.
            move 0 to cx-literal-flag.

            if cx-para-count < CX-PARA-MAX
                add 1 to cx-para-count
                initialize cx-para-row(cx-para-count)
                move cx-token-1(1:30) to cxp-name(cx-para-count)
                move cx-line to cxp-line(cx-para-count)
            end-if

            continue.

      ***************************************************************
        scan-source-line section.
            move 1 to cx-tok-ptr.

            perform until cx-tok-ptr > cx-trimmed-len
                move spaces to cx-token
                unstring cx-trimmed delimited by all space
                    into cx-token
                    with pointer cx-tok-ptr
                end-unstring

                if cx-token = spaces
                    exit perform
                end-if

                perform take-source-token
            end-perform

            continue.

      ***************************************************************
      *** ----------------- literals are stepped over; a period
      *** ends a sentence, closing every open scope
        take-source-token section.
            move function length (function trim (cx-token))
                to cx-token-len.
            move cx-period-flag to cx-entry-start-flag.
            move 0 to cx-period-flag.
            if cx-token(cx-token-len:1) = '.'
                move 1 to cx-period-flag
            end-if
            perform check-literal-end.

            if cx-literal-flag = 1
                if cx-quote-end-flag = 1
                    move 0 to cx-literal-flag
                    perform end-of-sentence
                end-if
                exit section
            end-if

            if cx-token(1:1) = '"' or cx-token(1:1) = "'"
                if cx-token-len = 1 or cx-quote-end-flag = 0
                    move 1 to cx-literal-flag
                else
                    perform end-of-sentence
                end-if
                exit section
            end-if

            inspect cx-token replacing all ',' by space.
            if cx-token(cx-token-len:1) = '.'
                move space to cx-token(cx-token-len:1)
            end-if
      * a subscript or reference modifier is not part of the name
            inspect cx-token replacing characters by space
                after initial '('.
            inspect cx-token replacing all '(' by space.
            inspect cx-token replacing all ')' by space.
            if cx-token = spaces
                perform end-of-sentence
                exit section
            end-if

            evaluate true
                when cx-token = 'DIVISION'
                    and cx-prev-token = 'DATA'
                    set cx-in-data to true
                    move 1 to cx-period-flag
                when cx-token = 'DIVISION'
                    and cx-prev-token = 'PROCEDURE'
                    set cx-in-procedure to true
                    perform open-entry-row
                when cx-in-data
                    perform take-data-token
                when cx-in-procedure
                    perform take-procedure-token
                when other
                    continue
            end-evaluate

            move cx-token to cx-prev-token.
            perform end-of-sentence.

            continue.

      ***************************************************************
        end-of-sentence section.
            if cx-period-flag = 1
                and cx-in-procedure

                move 0 to cx-depth
            end-if

            continue.

      ***************************************************************
      *** ----------------- does cx-token close a literal -- a
      *** quote last, or before a closing period or comma
        check-literal-end section.
            move 0 to cx-quote-end-flag.

            if cx-token(cx-token-len:1) = '"'
                or cx-token(cx-token-len:1) = "'"

                move 1 to cx-quote-end-flag
                exit section
            end-if

            if cx-token-len > 1
                if cx-token(cx-token-len - 1:1) = '"'
                    or cx-token(cx-token-len - 1:1) = "'"

                    move 1 to cx-quote-end-flag
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- a level number where an entry can
      *** begin names the next token a data item
        take-data-token section.
            if cx-expect-name-flag = 1
                move 0 to cx-expect-name-flag
                if cx-token not = 'FILLER'
                    perform add-field-name
                end-if
                exit section
            end-if

            if cx-entry-start-flag = 1
                and cx-token-len <= 2
                and cx-token(1:cx-token-len) is numeric
                and cx-token not = '88'

                move 1 to cx-expect-name-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- into the name-ordered table; a name
      *** met twice (FILLER aside, the same name under two groups)
      *** is kept once
        add-field-name section.
            if cx-field-count >= CX-FIELD-MAX
                exit section
            end-if

            move 0 to cx-insert-at.
            perform varying cx-field from 1 by 1
                until cx-field > cx-field-count
                or cx-insert-at > 0

                if cxf-name(cx-field) >= cx-token(1:30)
                    move cx-field to cx-insert-at
                end-if
            end-perform

            if cx-insert-at > 0
                if cxf-name(cx-insert-at) = cx-token(1:30)
                    exit section
                end-if
            else
                compute cx-insert-at = cx-field-count + 1
                end-compute
            end-if

            add 1 to cx-field-count.
            perform varying cx-field from cx-field-count by -1
                until cx-field <= cx-insert-at

                move cx-field-row(cx-field - 1)
                    to cx-field-row(cx-field)
            end-perform

            move cx-token(1:30) to cxf-name(cx-insert-at).
            move 0 to cxf-last-para(cx-insert-at).

            continue.

      ***************************************************************
      *** ----------------- statements between PROCEDURE DIVISION
      *** and the first header are measured as the entry
        open-entry-row section.
            move 1 to cx-para-count.
            initialize cx-para-row(1).
            move '(entry)' to cxp-name(1).
            move cx-line to cxp-line(1).
            move 0 to cx-depth.

            continue.

      ***************************************************************
        take-procedure-token section.
            if cx-para-count = 0
                exit section
            end-if

            move cx-token to cx-verb.

            if cx-prev-token = 'PERFORM'
                and cx-inline-perform-word
                and cx-depth < 999

                add 1 to cx-depth
                perform note-depth
            end-if

            evaluate true
                when cx-token = 'WHEN'
                    continue
                when cx-prev-token = 'WHEN'
                    and cx-token not = 'OTHER'
                    add 1 to cxp-decisions(cx-para-count)
                when other
                    continue
            end-evaluate

            evaluate true
                when cx-is-statement-verb
                    add 1 to cxp-statements(cx-para-count)
                    if cx-token = 'IF'
                        add 1 to cxp-decisions(cx-para-count)
                    end-if
                    if cx-token = 'GO'
                        add 1 to cxp-gotos(cx-para-count)
                    end-if
                    if cx-opens-scope and cx-depth < 999
                        add 1 to cx-depth
                        perform note-depth
                    end-if
                when cx-closes-scope
                    if cx-depth > 0
                        subtract 1 from cx-depth
                    end-if
                when cx-token = 'UNTIL'
                    add 1 to cxp-decisions(cx-para-count)
                when other
                    perform count-field-reference
            end-evaluate

            continue.

      ***************************************************************
        note-depth section.
            if cx-depth > cxp-max-depth(cx-para-count)
                move cx-depth to cxp-max-depth(cx-para-count)
            end-if

            continue.

      ***************************************************************
      *** ----------------- a data name this paragraph has not used
      *** before
        count-field-reference section.
            if cx-field-count = 0
                exit section
            end-if

            search all cx-field-row
                at end
                    continue
                when cxf-name(cx-field-index) = cx-token(1:30)
                    if cxf-last-para(cx-field-index)
                        not = cx-para-count

                        move cx-para-count
                            to cxf-last-para(cx-field-index)
                        add 1 to cxp-fields(cx-para-count)
                    end-if
            end-search

            continue.

      ***************************************************************
        sum-up-module section.
            perform varying cx-para from 1 by 1
                until cx-para > cx-para-count

                if cx-para > 1 or cxp-statements(1) > 0
                    add 1 to cx-measured-count
                    add cxp-statements(cx-para)
                        to cx-total-statements
                    add cxp-decisions(cx-para)
                        to cx-total-decisions
                    add cxp-gotos(cx-para) to cx-total-gotos
                    add cxp-cyclomatic(cx-para)
                        to cx-total-cyclomatic
                    if cxp-max-depth(cx-para) > cx-deepest
                        move cxp-max-depth(cx-para) to cx-deepest
                    end-if
                    if cxp-cyclomatic(cx-para) > cx-limit
                        add 1 to cx-over-count
                    end-if
                end-if
            end-perform

            if cx-measured-count > 0
                compute cx-average rounded =
                    cx-total-cyclomatic / cx-measured-count
                end-compute
            end-if

            continue.

      ***************************************************************
        write-complexity-report section.
            open output report-file.

            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if

            move spaces to report-line.
            string 'Complexity metrics -- ' delimited by size
                function trim (cx-module) delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            write report-line.

            perform write-column-heading.

            perform varying cx-para from 1 by 1
                until cx-para > cx-para-count

                if cx-para > 1 or cxp-statements(1) > 0
                    perform write-paragraph-row
                end-if
            end-perform

            move spaces to report-line.
            write report-line.
            move spaces to report-line.
            string 'Riskiest ' delimited by size
                cx-top delimited by size
                ' by cyclomatic complexity, then size:'
                    delimited by size
                into report-line
            end-string.
            write report-line.
            perform write-column-heading.

            perform varying cx-rank from 1 by 1
                until cx-rank > cx-top

                perform pick-worst-paragraph
                if cx-best = 0
                    exit perform
                end-if

                move cx-best to cx-para
                perform write-paragraph-row
            end-perform

            perform write-module-summary.

            close report-file.

            continue.

      ***************************************************************
        write-column-heading section.
            move spaces to report-line.
            move 'paragraph/section' to report-line(1:17).
            move 'lines' to report-line(33:5).
            move 'stmts' to report-line(50:5).
            move 'decis' to report-line(57:5).
            move 'depth' to report-line(64:5).
            move 'gotos' to report-line(71:5).
            move 'fields' to report-line(77:6).
            move 'cyclo' to report-line(85:5).
            write report-line.
            move all '-' to report-line(1:96).
            write report-line.

            continue.

      ***************************************************************
        write-paragraph-row section.
            move spaces to report-line.
            move cxp-name(cx-para) to report-line(1:30).
            move cxp-line(cx-para) to report-line(32:6).
            move '-' to report-line(38:1).
            move cxp-end-line(cx-para) to report-line(39:6).

            move cxp-statements(cx-para) to cx-edit-5.
            move cx-edit-5 to report-line(50:5).
            move cxp-decisions(cx-para) to cx-edit-5.
            move cx-edit-5 to report-line(57:5).
            move cxp-max-depth(cx-para) to cx-edit-3.
            move cx-edit-3 to report-line(66:3).
            move cxp-gotos(cx-para) to cx-edit-5.
            move cx-edit-5 to report-line(71:5).
            move cxp-fields(cx-para) to cx-edit-5.
            move cx-edit-5 to report-line(78:5).
            move cxp-cyclomatic(cx-para) to cx-edit-5.
            move cx-edit-5 to report-line(85:5).

            if cxp-cyclomatic(cx-para) > cx-limit
                move 'HIGH RISK' to report-line(92:9)
            end-if

            write report-line.

            continue.

      ***************************************************************
      *** ----------------- the highest cyclomatic figure not yet
      *** ranked, statements breaking ties
        pick-worst-paragraph section.
            move 0 to cx-best.

            perform varying cx-para from 1 by 1
                until cx-para > cx-para-count

                if cxp-ranked(cx-para) = 0
                    and (cx-para > 1 or cxp-statements(1) > 0)

                    if cx-best = 0
                        move cx-para to cx-best
                    else
                        if cxp-cyclomatic(cx-para)
                            > cxp-cyclomatic(cx-best)
                            or (cxp-cyclomatic(cx-para)
                                = cxp-cyclomatic(cx-best)
                            and cxp-statements(cx-para)
                                > cxp-statements(cx-best))

                            move cx-para to cx-best
                        end-if
                    end-if
                end-if
            end-perform

            if cx-best > 0
                move 1 to cxp-ranked(cx-best)
            end-if

            continue.

      ***************************************************************
        write-module-summary section.
            move spaces to report-line.
            write report-line.
            move 'Module summary' to report-line.
            write report-line.
            move all '-' to report-line(1:40).
            write report-line.

            move spaces to report-line.
            string '  lines                 ' delimited by size
                cx-line-count delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            string '  paragraphs/sections   ' delimited by size
                cx-measured-count delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            string '  data names            ' delimited by size
                cx-field-count delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            string '  statements            ' delimited by size
                cx-total-statements delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            string '  decisions             ' delimited by size
                cx-total-decisions delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            string '  GO TOs                ' delimited by size
                cx-total-gotos delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            string '  deepest nesting       ' delimited by size
                cx-deepest delimited by size
                into report-line
            end-string.
            write report-line.

            move cx-average to cx-edit-average.
            move spaces to report-line.
            string '  average cyclomatic    ' delimited by size
                function trim (cx-edit-average) delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            string '  over the limit of ' delimited by size
                cx-limit delimited by size
                '  ' delimited by size
                cx-over-count delimited by size
                into report-line
            end-string.
            write report-line.

            continue.
