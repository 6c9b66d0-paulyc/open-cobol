        identification division.
        program-id. gc-boundary.

      * boundary-value scenario generator -- reads one module's
      * conditions (IF, EVALUATE WHEN and PERFORM UNTIL) for fields
      * compared with a numeric literal ("IF WS-AGE-DAYS > 90",
      * "WHEN 10 THRU 20" under "EVALUATE WS-TIER", a figurative
      * ZERO taken as 0) and turns every such threshold into three
      * regression tests: the value one unit of the field's last
      * decimal place below it, the value itself, and one unit
      * above. For each case:
      *   - an inject file <name>.inject (setback.cpy's name=value
      *     layout) holding the field's value written the way its
      *     PICTURE holds it -- every digit place, no point;
      *   - the inject file is run through gc-injgen's CHECK rules
      *     against the layout export, and a case CHECK refuses (a
      *     value below zero, one the PICTURE has no room for) goes
      *     no further;
      *   - a command file <name>.cmd for the channel
      *     (cmdchannel.cpy): break on the statement that holds the
      *     condition, inject, capture the field, take one step so
      *     the response shows which way the condition went, and run
      *     on;
      *   - one headless run of the debuggee, its response kept as
      *     the expected baseline <name>.expected (as gc-jrntest
      *     records one), and a name;command;command-file;expected
      *     line appended to the gc-verify suite.
      * Every baseline wants a reviewer's eye: it records what the
      * program does on the boundary, not what it should do.
      * The "I" is a data write, so the generator has to run as a
      * SENIOR (COB_DEBUG_ROLE) and, for a module under change
      * control (COB_CHANGE_CALENDAR), inside an open window for
      * it. A baseline whose response shows the channel refused the
      * inject (ERR;I;reason) injected nothing; the case is left
      * out with the channel's reason.
      *   COB_STRUCTURE_MODULE  the module to read (its
      *                         get_linecount_/get_aniline_ entry
      *                         points linked into this job)
      *   COB_INJGEN_MAP        the "D MAP" layout export the
      *                         fields' PICTUREs come from; a field
      *                         it does not hold is reported, not
      *                         generated
      *   COB_BOUNDARY_COMMAND  the debuggee command line
      *   COB_BOUNDARY_PREFIX   the tests' name prefix (default
      *                         bv) -- names run <prefix>-nnn-below,
      *                         -on and -above
      *   COB_INJGEN_CMD        the generator (default gc-injgen)
      *   COB_SUITE_FILE        the suite catalog to append to
      *                         (default gc-verify.suite)
      *   COB_BOUNDARY_REPORT   the report (default
      *                         gc-boundary.report)
      * The breakpoint is a line of the module the debuggee starts
      * in. A test already in the suite under its name is left as
      * it is. Return code 0 when every case was added, 1 when some
      * were not, 99 when none was.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select map-file assign to map-path
                organization is line sequential
                file status is map-file-status.

            select suite-file assign to suite-path
                organization is line sequential
                file status is suite-file-status.

            select case-file assign to case-path
                organization is line sequential
                file status is case-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  map-file.
            01 map-record           pic x(100).

        fd  suite-file.
            01 suite-line           pic x(600).

        fd  case-file.
            01 case-record          pic x(70).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 BV-FIELD-MAX         value 200.
            78 BV-THRESH-MAX        value 300.
            78 BV-SUITE-MAX         value 500.
            78 BV-SUBJECT-MAX       value 20.

            01 map-path                     pic x(256) value spaces.
            01 map-file-status              pic 99.
            01 suite-path                   pic x(256) value spaces.
            01 suite-file-status            pic 99.
            01 case-path                    pic x(256) value spaces.
            01 case-file-status             pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.
            01 inject-path                  pic x(256) value spaces.
            01 cmd-path                     pic x(256) value spaces.
            01 expect-path                  pic x(256) value spaces.

            01 bv-module                    pic x(30) value spaces.
            01 bv-command                   pic x(200) value spaces.
            01 bv-prefix                    pic x(20) value spaces.
            01 bv-injgen-cmd                pic x(200) value spaces.
            77 bv-bad-chars                 pic 9(3) value 0.

      * per-module animator entry points
            01 bv-getline                   pic x(128).
            01 bv-getlinecount              pic x(128).
            01 bv-line-bin                  usage binary-long.
            01 bv-source-buffer             pic x(512).
            77 bv-line-count                pic 9(6) value 0.
            77 bv-line                      pic 9(6) value 0.

      * the layout export's elementary fields, as gc-injgen reads
      * them
            77 bv-field-count               pic 9(3) value 0.
            01 bv-field-tbl.
                05 bv-field-row occurs BV-FIELD-MAX.
                    10 bf-level              pic 9(2).
                    10 bf-name               pic x(30).
                    10 bf-pic                pic x(12).
            01 bv-token-1                   pic x(30).
            01 bv-token-2                   pic x(30).
            01 bv-token-3                   pic x(30).
            01 bv-token-4                   pic x(30).
            01 bv-token-5                   pic x(30).
            01 bv-token-6                   pic x(30).
            01 bv-token-7                   pic x(30).
            01 bv-token-8                   pic x(30).

      * test names already in the suite
            77 bv-suite-count               pic 9(3) value 0.
            01 bv-suite-tbl.
                05 bv-suite-name occurs BV-SUITE-MAX pic x(30).
            77 bv-suite-index               pic 9(3) value 0.

      * the thresholds: field, literal, and the statement to
      * break on
            77 bv-thresh-count              pic 9(3) value 0.
            01 bv-thresh-tbl.
                05 bv-thresh-row occurs BV-THRESH-MAX.
                    10 bt-field              pic x(30).
                    10 bt-literal            pic x(20).
                    10 bt-op                 pic x(4).
                    10 bt-kind               pic x(5).
                    10 bt-line               pic 9(6).
                    10 bt-stmt-line          pic 9(6).
                    10 bt-para               pic x(30).
            77 bv-thresh                    pic 9(3) value 0.

      * the token scan
            01 bv-text                      pic x(65).
            77 bv-text-len                  pic 9(3) value 0.
            77 bv-tok-ptr                   pic 9(4) value 0.
            01 bv-raw                       pic x(65).
            77 bv-raw-len                   pic 9(3) value 0.
            01 bv-token                     pic x(80).
            77 bv-token-len                 pic 9(3) value 0.
            01 bv-prev-token                pic x(80) value spaces.
            01 bv-head-1                    pic x(32).
            01 bv-head-2                    pic x(32).
            01 bv-head-3                    pic x(32).
            77 bv-in-procedure-flag         pic 9 value 0.
            77 bv-literal-flag              pic 9 value 0.
            77 bv-is-literal-flag           pic 9 value 0.
            77 bv-period-flag               pic 9 value 0.
            77 bv-skip-next-flag            pic 9 value 0.
            01 bv-para                      pic x(30) value spaces.

            01 bv-verb                      pic x(20).
                88 bv-is-statement-verb     values 'ACCEPT' 'ADD'
                    'CALL' 'CANCEL' 'CLOSE' 'COMPUTE' 'CONTINUE'
                    'DELETE' 'DISPLAY' 'DIVIDE' 'EVALUATE' 'EXIT'
                    'GO' 'GOBACK' 'IF' 'INITIALIZE' 'INSPECT'
                    'INVOKE' 'MERGE' 'MOVE' 'MULTIPLY' 'NEXT' 'OPEN'
                    'PERFORM' 'READ' 'RELEASE' 'RETURN' 'REWRITE'
                    'SEARCH' 'SET' 'SORT' 'START' 'STOP' 'STRING'
                    'SUBTRACT' 'UNSTRING' 'WRITE'.
                88 bv-is-noise-word         values 'IS' 'THAN' 'TO'
                    'NOT' 'THEN'.
                88 bv-is-zero-word          values 'ZERO' 'ZEROS'
                    'ZEROES'.
                88 bv-is-reset-word         values 'ALSO' 'TRUE'
                    'FALSE' 'OTHER' 'ANY' '+' '-' '*' '/' '**'
                    'NUMERIC' 'ALPHABETIC' 'ALPHABETIC-LOWER'
                    'ALPHABETIC-UPPER' 'POSITIVE' 'NEGATIVE'.

      * the condition being read: where it started, and the
      * relation half-built in it
            77 bv-cond-flag                 pic 9 value 0.
            01 bv-cond-kind                 pic x(5).
            77 bv-cond-line                 pic 9(6) value 0.
            77 bv-stmt-line                 pic 9(6) value 0.
            77 bv-perform-line              pic 9(6) value 0.
            77 bv-if-line                   pic 9(6) value 0.
            01 bv-left                      pic x(30).
            01 bv-left-kind                 pic x.
            01 bv-op                        pic x(4).
            77 bv-op-open-flag              pic 9 value 0.
            01 bv-operand                   pic x(30).
            01 bv-operand-kind              pic x.
            01 bv-found-field               pic x(30).
            01 bv-found-literal             pic x(20).
            01 bv-found-op                  pic x(4).

      * EVALUATE subjects, innermost on top -- a WHEN's values
      * are compared with the subject when it is a single field
            77 bv-subject-top               pic 9(2) value 0.
            01 bv-subject-tbl.
                05 bv-subject-row occurs BV-SUBJECT-MAX.
                    10 bs-field              pic x(30).
                    10 bs-state              pic 9.
                    10 bs-line               pic 9(6).

      * numeric literal test
            77 bv-char-pos                  pic 9(3) value 0.
            77 bv-digit-count               pic 9(3) value 0.
            77 bv-point-count               pic 9(3) value 0.
            77 bv-numeric-flag              pic 9 value 0.

      * one threshold's cases
            77 bv-field-index               pic 9(3) value 0.
            77 bv-pic-ok-flag               pic 9 value 0.
            77 bv-int-digits                pic 9(2) value 0.
            77 bv-dec-digits                pic 9(2) value 0.
            77 bv-repeat                    pic 9(2) value 0.
            77 bv-pic-pos                   pic 9(2) value 0.
            77 bv-after-v-flag              pic 9 value 0.
            01 bv-pic-char                  pic x.
            01 bv-threshold                 pic s9(12)v9(6).
            01 bv-step                      pic s9(12)v9(6).
            01 bv-case-value                pic s9(12)v9(6).
            01 bv-scaled                    pic s9(18).
            01 bv-abs                       pic 9(18).
            77 bv-lead-zeros                pic 9(2) value 0.
            77 bv-value-len                 pic 9(2) value 0.
            01 bv-value-text                pic x(20).
            77 bv-case                      pic 9 value 0.
            01 bv-case-tag                  pic x(5).
            01 bv-seq-edit                  pic 9(3).
            01 bv-test-name                 pic x(30).
            01 bv-outcome                   pic x(60).

            01 bv-run-command               pic x(300) value spaces.
            01 bv-system-rc                 pic s9(9) binary value 0.
            01 bv-rc-edit                   pic z(8)9.
            77 bv-added-count               pic 9(4) value 0.
            77 bv-left-out-count            pic 9(4) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to bv-module.
            accept bv-module from environment
                'COB_STRUCTURE_MODULE' end-accept.
            move spaces to map-path.
            accept map-path from environment 'COB_INJGEN_MAP'
            end-accept.
            move spaces to bv-command.
            accept bv-command from environment
                'COB_BOUNDARY_COMMAND' end-accept.

            if bv-module = spaces or map-path = spaces
                or bv-command = spaces

                display 'Set COB_STRUCTURE_MODULE, COB_INJGEN_MAP '
                    'and COB_BOUNDARY_COMMAND.' end-display
                move 99 to return-code
                stop run
            end-if.

      * the suite catalog is ;-separated -- a ; in the command
      * would split it
            move 0 to bv-bad-chars.
            inspect bv-command tallying bv-bad-chars for all ';'.
            if bv-bad-chars > 0
                display 'COB_BOUNDARY_COMMAND may not hold a ; -- '
                    'wrap it in a script.' end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to bv-prefix.
            accept bv-prefix from environment 'COB_BOUNDARY_PREFIX'
            end-accept.
            if bv-prefix = spaces
                move 'bv' to bv-prefix
            end-if.
            move 0 to bv-bad-chars.
            inspect function trim (bv-prefix) tallying
                bv-bad-chars for all ';' all ' '.
            if bv-prefix(1:1) = '#' or bv-bad-chars > 0
                display 'Test names may not start with # or hold '
                    'a space or a ;.' end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to bv-injgen-cmd.
            accept bv-injgen-cmd from environment 'COB_INJGEN_CMD'
            end-accept.
            if bv-injgen-cmd = spaces
                move 'gc-injgen' to bv-injgen-cmd
            end-if.

            move spaces to suite-path.
            accept suite-path from environment 'COB_SUITE_FILE'
            end-accept.
            if suite-path = spaces
                move 'gc-verify.suite' to suite-path
            end-if.

            move spaces to report-path.
            accept report-path from environment
                'COB_BOUNDARY_REPORT' end-accept.
            if report-path = spaces
                move 'gc-boundary.report' to report-path
            end-if.

            move spaces to bv-getline.
            string 'get_aniline_' delimited by size
                bv-module delimited by spaces
                into bv-getline
            end-string.
            move spaces to bv-getlinecount.
            string 'get_linecount_' delimited by size
                bv-module delimited by spaces
                into bv-getlinecount
            end-string.

            call bv-getlinecount
                on exception
                    display 'Module '
                        function trim (bv-module)
                        ' is not linked into this job.'
                    end-display
                    move 99 to return-code
                    stop run
            end-call.
            move return-code to bv-line-count.
            move 0 to return-code.

            perform load-layout-map.
            perform load-suite-names.
            perform find-thresholds.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if

            move spaces to report-line.
            string 'Boundary cases -- ' delimited by size
                function trim (bv-module) delimited by size
                ' (layout ' delimited by size
                function trim (map-path) delimited by size
                ')' delimited by size
                into report-line
            end-string.
            write report-line.

            perform varying bv-thresh from 1 by 1
                until bv-thresh > bv-thresh-count

                perform generate-threshold-cases
            end-perform

            move spaces to report-line.
            write report-line.
            move spaces to report-line.
            string 'Thresholds: ' delimited by size
                bv-thresh-count delimited by size
                '  cases added: ' delimited by size
                bv-added-count delimited by size
                '  left out: ' delimited by size
                bv-left-out-count delimited by size
                into report-line
            end-string.
            write report-line.

            close report-file.

            display 'Boundary cases of ' function trim (bv-module)
                ': ' bv-added-count ' added to '
                function trim (suite-path) ', '
                bv-left-out-count ' left out -- see '
                function trim (report-path)
            end-display.

            evaluate true
                when bv-added-count = 0
                    move 99 to return-code
                when bv-left-out-count > 0
                    move 1 to return-code
                when other
                    move 0 to return-code
            end-evaluate.

            stop run.

      ***************************************************************
      *** ----------------- the layout export's rows (gc-injgen's
      *** load-layout-map rules)
        load-layout-map section.
            move 0 to bv-field-count.

            open input map-file.

            if map-file-status not = 0
                display 'Cannot open layout map '
                    function trim (map-path) end-display
                move 99 to return-code
                stop run
            end-if

            read map-file end-read
            perform until map-file-status not = 0
                or bv-field-count >= BV-FIELD-MAX

                if map-record not = spaces
                    perform parse-one-map-row
                end-if

                read map-file end-read
            end-perform

            close map-file

            continue.

      ***************************************************************
        parse-one-map-row section.
            move 1 to bv-tok-ptr.
            move spaces to bv-token-1.
            move spaces to bv-token-2.
            move spaces to bv-token-3.
            move spaces to bv-token-4.
            move spaces to bv-token-5.
            move spaces to bv-token-6.
            move spaces to bv-token-7.
            move spaces to bv-token-8.

            unstring map-record delimited by all space
                into bv-token-1 bv-token-2 bv-token-3
                    bv-token-4 bv-token-5 bv-token-6
                    bv-token-7 bv-token-8
                with pointer bv-tok-ptr
            end-unstring

            if function trim (bv-token-1) is not numeric
                or function trim (bv-token-3) not = 'off'
                or function trim (bv-token-5) not = 'len'
                or bv-token-8 = spaces

                exit section
            end-if

            add 1 to bv-field-count.
            move function numval (bv-token-1)
                to bf-level(bv-field-count).
            move function upper-case (bv-token-2)
                to bf-name(bv-field-count).
            move bv-token-8(1:12) to bf-pic(bv-field-count).

            continue.

      ***************************************************************
      *** ----------------- the names the suite already uses
        load-suite-names section.
            move 0 to bv-suite-count.

            open input suite-file.
            if suite-file-status not = 0
                exit section
            end-if

            read suite-file end-read
            perform until suite-file-status not = 0
                or bv-suite-count >= BV-SUITE-MAX

                if suite-line not = spaces
                    and suite-line(1:1) not = '#'

                    add 1 to bv-suite-count
                    move spaces to bv-suite-name(bv-suite-count)
                    unstring suite-line delimited by ';'
                        into bv-suite-name(bv-suite-count)
                    end-unstring
                end-if

                read suite-file end-read
            end-perform

            close suite-file

            continue.

      ***************************************************************
        fetch-source-line section.
            move spaces to bv-source-buffer.
            move bv-line to bv-line-bin.

            call bv-getline using bv-line-bin
                bv-source-buffer
            end-call.

      * comment lines -- indicator column, or a floating *>
            move spaces to bv-text.
            move 0 to bv-text-len.
            if bv-source-buffer(7:1) = '*'
                or bv-source-buffer(7:1) = '/'

                exit section
            end-if

            move function trim (bv-source-buffer(8:65)) to bv-text.
            if bv-text(1:2) = '*>'
                move spaces to bv-text
            end-if
            if bv-text not = spaces
                move function length (function trim (bv-text))
                    to bv-text-len
            end-if

            continue.

      ***************************************************************
      *** ----------------- every line of the PROCEDURE DIVISION,
      *** token by token
        find-thresholds section.
            move 0 to bv-thresh-count.
            move 0 to bv-in-procedure-flag.

            perform varying bv-line from 1 by 1
                until bv-line > bv-line-count

                perform fetch-source-line

                if bv-text-len > 0
                    if bv-in-procedure-flag = 1
                        perform check-paragraph-header
                    end-if
                    if bv-text-len > 0
                        perform scan-source-line
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- paragraph/section headers, recognized
      *** as gc-complexity recognizes them; a header line holds no
      *** condition and is taken out of the scan
        check-paragraph-header section.
            if bv-text(bv-text-len:1) not = '.'
                exit section
            end-if

            move 1 to bv-tok-ptr.
            move spaces to bv-head-1.
            move spaces to bv-head-2.
            move spaces to bv-head-3.
            unstring function upper-case (bv-text)
                delimited by all space
                into bv-head-1 bv-head-2 bv-head-3
                with pointer bv-tok-ptr
            end-unstring

            inspect bv-head-1 replacing all '.' by space.
            inspect bv-head-2 replacing all '.' by space.

            evaluate true
                when bv-head-2 = spaces
                    and bv-head-1 not = spaces
                    and function trim (bv-head-1) not = 'EXIT'
                    and function trim (bv-head-1) not = 'GOBACK'
                    and function trim (bv-head-1)
                        not = 'CONTINUE'
                    and bv-head-1(1:4) not = 'END-'

                    continue
                when function trim (bv-head-2) = 'SECTION'
                    and bv-head-3 = spaces

                    continue
                when other
                    exit section
            end-evaluate

            move bv-head-1(1:30) to bv-para.
            move 0 to bv-literal-flag.
            perform end-of-sentence.
            move 0 to bv-text-len.

            continue.

      ***************************************************************
      *** ----------------- the line's tokens; a literal split by
      *** its embedded spaces is put back together
        scan-source-line section.
            move 1 to bv-tok-ptr.

            perform until bv-tok-ptr > bv-text-len
                move spaces to bv-raw
                unstring bv-text delimited by all space
                    into bv-raw
                    with pointer bv-tok-ptr
                end-unstring

                if bv-raw = spaces
                    exit perform
                end-if

                move function length (function trim (bv-raw))
                    to bv-raw-len

                if bv-literal-flag = 1
                    move function length (function trim (bv-token))
                        to bv-token-len
                    if bv-token-len < 78
                        move bv-raw
                            to bv-token(bv-token-len + 2:)
                    end-if
                    perform check-literal-end
                    if bv-literal-flag = 0
                        perform take-source-token
                    end-if
                else
                    move bv-raw to bv-token
                    if bv-raw(1:1) = '"' or bv-raw(1:1) = "'"
                        move 1 to bv-literal-flag
                        if bv-raw-len > 1
                            perform check-literal-end
                        end-if
                        if bv-literal-flag = 0
                            perform take-source-token
                        end-if
                    else
                        perform take-source-token
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
        check-literal-end section.
            if bv-raw(bv-raw-len:1) = '"'
                or bv-raw(bv-raw-len:1) = "'"

                move 0 to bv-literal-flag
                exit section
            end-if

            if bv-raw-len > 1
                if bv-raw(bv-raw-len - 1:1) = '"'
                    or bv-raw(bv-raw-len - 1:1) = "'"

                    move 0 to bv-literal-flag
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- one whole token, a closing period or
      *** comma taken off; the period ends the sentence after it
        take-source-token section.
            move 0 to bv-period-flag.
            move 0 to bv-is-literal-flag.

            move function length (function trim (bv-token))
                to bv-token-len.
            if bv-token(bv-token-len:1) = '.'
                move 1 to bv-period-flag
                move space to bv-token(bv-token-len:1)
            end-if
            if bv-token(1:1) = '"' or bv-token(1:1) = "'"
                move 1 to bv-is-literal-flag
            else
                move function upper-case (bv-token) to bv-token
                inspect bv-token replacing all ',' by space
                inspect bv-token replacing all ';' by space
            end-if

            if bv-token not = spaces
                if bv-token = 'DIVISION'
                    and bv-prev-token = 'PROCEDURE'

                    move 1 to bv-in-procedure-flag
                    move '(entry)' to bv-para
                    move 1 to bv-period-flag
                else
                    if bv-in-procedure-flag = 1
                        perform take-procedure-token
                    end-if
                end-if
                move bv-token to bv-prev-token
            end-if

            if bv-period-flag = 1
                perform end-of-sentence
            end-if

            continue.

      ***************************************************************
        end-of-sentence section.
            move 0 to bv-cond-flag.
            move 0 to bv-subject-top.
            move 0 to bv-skip-next-flag.

            continue.

      ***************************************************************
      *** ----------------- IF, WHEN and UNTIL open a condition; a
      *** statement verb (or THEN, ELSE, a scope terminator) closes
      *** it
        take-procedure-token section.
            move spaces to bv-verb.
            if bv-is-literal-flag = 0
                move bv-token to bv-verb
            end-if

            if bv-subject-top > 0
                perform note-evaluate-subject
            end-if

            evaluate true
                when bv-verb = 'WHEN'
                    perform open-when-condition
                when bv-verb = 'UNTIL'
                    move 'UNTIL' to bv-cond-kind
                    move bv-perform-line to bv-stmt-line
                    perform open-condition
                when bv-verb = 'THEN' or bv-verb = 'ELSE'
                    move 0 to bv-cond-flag
                when bv-verb = 'END-EVALUATE'
                    move 0 to bv-cond-flag
                    if bv-subject-top > 0
                        subtract 1 from bv-subject-top
                    end-if
                when bv-verb(1:4) = 'END-'
                    move 0 to bv-cond-flag
                when bv-is-statement-verb
                    perform take-statement-verb
                when bv-cond-flag = 1
                    perform take-condition-token
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
        take-statement-verb section.
            move 0 to bv-cond-flag.

            evaluate bv-verb
                when 'IF'
                    move 'IF' to bv-cond-kind
                    move bv-line to bv-stmt-line
                    perform open-condition
                when 'PERFORM'
                    move bv-line to bv-perform-line
                when 'EVALUATE'
                    if bv-subject-top < BV-SUBJECT-MAX
                        add 1 to bv-subject-top
                        move spaces to bs-field(bv-subject-top)
                        move 1 to bs-state(bv-subject-top)
                        move bv-line to bs-line(bv-subject-top)
                    end-if
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- an EVALUATE's subject counts when it is
      *** one field alone: state 1 waits for it, 2 has it, 3 is
      *** anything else (TRUE, an expression, ALSO)
        note-evaluate-subject section.
            if bs-state(bv-subject-top) = 0
                or bv-verb = 'EVALUATE'

                exit section
            end-if

            if bv-verb = 'WHEN'
                if bs-state(bv-subject-top) not = 2
                    move spaces to bs-field(bv-subject-top)
                end-if
                move 0 to bs-state(bv-subject-top)
                exit section
            end-if

            if bs-state(bv-subject-top) = 1
                and bv-is-literal-flag = 0
                and bv-token(1:1) is alphabetic
                and bv-verb not = 'TRUE'
                and bv-verb not = 'FALSE'

                move bv-token(1:30) to bs-field(bv-subject-top)
                inspect bs-field(bv-subject-top)
                    replacing characters by space after initial '('
                inspect bs-field(bv-subject-top)
                    replacing all '(' by space
                move 2 to bs-state(bv-subject-top)
            else
                move 3 to bs-state(bv-subject-top)
            end-if

            continue.

      ***************************************************************
        open-condition section.
            move 1 to bv-cond-flag.
            move bv-line to bv-cond-line.
            move spaces to bv-left.
            move space to bv-left-kind.
            move spaces to bv-op.
            move 0 to bv-op-open-flag.
            move 0 to bv-skip-next-flag.

            continue.

      ***************************************************************
      *** ----------------- under a one-field subject each WHEN
      *** value is an equality with it (THRU adds the upper end)
        open-when-condition section.
            move 'WHEN' to bv-cond-kind.
            move 0 to bv-stmt-line.
            if bv-subject-top > 0
                move bs-line(bv-subject-top) to bv-stmt-line
            end-if
            perform open-condition.

            if bv-subject-top > 0
                if bs-field(bv-subject-top) not = spaces
                    move bs-field(bv-subject-top) to bv-left
                    move 'F' to bv-left-kind
                    move '=' to bv-op
                    move 1 to bv-op-open-flag
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- one token of a condition, building up
      *** field-operator-literal relations (an abbreviated one,
      *** "A > 5 AND < 10", keeps its subject)
        take-condition-token section.
            if bv-skip-next-flag = 1
                move 0 to bv-skip-next-flag
                exit section
            end-if

            if bv-is-literal-flag = 1
                move 'L' to bv-operand-kind
                move spaces to bv-operand
                perform take-operand
                exit section
            end-if

            evaluate true
                when bv-is-noise-word
                    continue
                when bv-verb = 'GREATER'
                    move '>' to bv-op
                    move 1 to bv-op-open-flag
                when bv-verb = 'LESS'
                    move '<' to bv-op
                    move 1 to bv-op-open-flag
                when bv-verb = 'EQUAL' or bv-verb = 'EQUALS'
                    evaluate bv-op
                        when '>'
                            move '>=' to bv-op
                        when '<'
                            move '<=' to bv-op
                        when other
                            move '=' to bv-op
                    end-evaluate
                    move 1 to bv-op-open-flag
                when bv-verb = '>' or bv-verb = '<' or bv-verb = '='
                    or bv-verb = '>=' or bv-verb = '<='
                    or bv-verb = '<>'
                    move bv-verb(1:2) to bv-op
                    move 1 to bv-op-open-flag
                when bv-verb = 'THRU' or bv-verb = 'THROUGH'
                    move 'THRU' to bv-op
                    move 1 to bv-op-open-flag
      * "GREATER THAN OR EQUAL TO" -- the OR is the operator's
                when bv-verb = 'AND' or bv-verb = 'OR'
                    if bv-op-open-flag = 0
                        move spaces to bv-op
                    end-if
                when bv-verb = 'OF' or bv-verb = 'IN'
                    or bv-verb = 'FUNCTION'
                    move 1 to bv-skip-next-flag
                when bv-is-reset-word
                    move spaces to bv-left
                    move space to bv-left-kind
                    move spaces to bv-op
                    move 0 to bv-op-open-flag
                when other
                    perform classify-operand
                    perform take-operand
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- a field (subscript dropped), a numeric
      *** literal, or anything else
        classify-operand section.
            move spaces to bv-operand.
            move space to bv-operand-kind.

      * a subscript standing apart from its field: "A (I)"
            if bv-token(1:1) = '('
                and bv-op-open-flag = 0
                and bv-left-kind = 'F'

                move 'S' to bv-operand-kind
                exit section
            end-if

            move bv-token(1:30) to bv-operand.
            perform until bv-operand(1:1) not = '('
                or bv-operand = spaces
                move bv-operand(2:) to bv-operand
            end-perform
            inspect bv-operand replacing all ')' by space.

            if bv-is-zero-word
                move '0' to bv-operand
                move 'N' to bv-operand-kind
                exit section
            end-if

            perform check-numeric-literal.
            if bv-numeric-flag = 1
                move 'N' to bv-operand-kind
                exit section
            end-if

            if bv-operand(1:1) is alphabetic
                and bv-operand not = spaces

                inspect bv-operand replacing characters by space
                    after initial '('
                inspect bv-operand replacing all '(' by space
                move 'F' to bv-operand-kind
            else
                move 'L' to bv-operand-kind
            end-if

            continue.

      ***************************************************************
      *** ----------------- sign, digits, at most one point
        check-numeric-literal section.
            move 0 to bv-numeric-flag.
            move 0 to bv-digit-count.
            move 0 to bv-point-count.

            perform varying bv-char-pos from 1 by 1
                until bv-char-pos > 30
                or bv-operand(bv-char-pos:1) = space

                evaluate true
                    when bv-operand(bv-char-pos:1) is numeric
                        add 1 to bv-digit-count
                    when bv-operand(bv-char-pos:1) = '.'
                        add 1 to bv-point-count
                    when bv-char-pos = 1
                        and (bv-operand(1:1) = '+'
                            or bv-operand(1:1) = '-')
                        continue
                    when other
                        exit section
                end-evaluate
            end-perform

            if bv-digit-count > 0 and bv-digit-count <= 18
                and bv-point-count <= 1

                move 1 to bv-numeric-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- an operand with no operator pending is
      *** the left side; with one, it completes the relation
        take-operand section.
            if bv-operand-kind = 'S'
                exit section
            end-if

            if bv-op-open-flag = 0
                move bv-operand to bv-left
                move bv-operand-kind to bv-left-kind
                exit section
            end-if

            move spaces to bv-found-field.
            if bv-left-kind = 'F' and bv-operand-kind = 'N'
                move bv-left to bv-found-field
                move bv-operand(1:20) to bv-found-literal
            end-if
            if bv-left-kind = 'N' and bv-operand-kind = 'F'
                move bv-operand to bv-found-field
                move bv-left(1:20) to bv-found-literal
            end-if

            if bv-found-field not = spaces
                move bv-op to bv-found-op
                perform add-threshold
            end-if

            if bv-left-kind not = 'F'
                move bv-operand to bv-left
                move bv-operand-kind to bv-left-kind
            end-if
            move 0 to bv-op-open-flag.
            move spaces to bv-op.

            continue.

      ***************************************************************
      *** ----------------- one field/literal pair kept once
        add-threshold section.
            perform varying bv-thresh from 1 by 1
                until bv-thresh > bv-thresh-count

                if bt-field(bv-thresh) = bv-found-field
                    and bt-literal(bv-thresh) = bv-found-literal

                    exit section
                end-if
            end-perform

            if bv-thresh-count >= BV-THRESH-MAX
                exit section
            end-if

            add 1 to bv-thresh-count.
            move bv-found-field to bt-field(bv-thresh-count).
            move bv-found-literal to bt-literal(bv-thresh-count).
            move bv-found-op to bt-op(bv-thresh-count).
            move bv-cond-kind to bt-kind(bv-thresh-count).
            move bv-cond-line to bt-line(bv-thresh-count).
            move bv-stmt-line to bt-stmt-line(bv-thresh-count).
            if bv-stmt-line = 0
                move bv-cond-line to bt-stmt-line(bv-thresh-count)
            end-if
            move bv-para to bt-para(bv-thresh-count).

            continue.

      ***************************************************************
      *** ----------------- one threshold: the field's PICTURE,
      *** then below, on and above
        generate-threshold-cases section.
            move spaces to report-line.
            write report-line.

            move spaces to report-line.
            string function trim (bt-field(bv-thresh))
                    delimited by size
                ' ' delimited by size
                function trim (bt-op(bv-thresh)) delimited by size
                ' ' delimited by size
                function trim (bt-literal(bv-thresh))
                    delimited by size
                '  (' delimited by size
                function trim (bt-kind(bv-thresh)) delimited by size
                ', line ' delimited by size
                bt-line(bv-thresh) delimited by size
                ', ' delimited by size
                function trim (bt-para(bv-thresh)) delimited by size
                ')' delimited by size
                into report-line
            end-string.
            write report-line.

            move 0 to bv-field-index.
            perform varying bv-field-index from 1 by 1
                until bv-field-index > bv-field-count

                if bf-name(bv-field-index) = bt-field(bv-thresh)
                    exit perform
                end-if
            end-perform

            if bv-field-index > bv-field-count
                move '    not in the layout -- no cases'
                    to report-line
                write report-line
                add 3 to bv-left-out-count
                exit section
            end-if

            perform read-field-picture.
            if bv-pic-ok-flag = 0
                move spaces to report-line
                string '    PIC ' delimited by size
                    function trim (bf-pic(bv-field-index))
                        delimited by size
                    ' is not numeric -- no cases' delimited by size
                    into report-line
                end-string
                write report-line
                add 3 to bv-left-out-count
                exit section
            end-if

            move function numval (bt-literal(bv-thresh))
                to bv-threshold.
            move 1 to bv-step.
            if bv-dec-digits > 0
                compute bv-step = 10 ** (0 - bv-dec-digits)
                end-compute
            end-if

            perform varying bv-case from 1 by 1 until bv-case > 3
                perform generate-one-case
            end-perform

            continue.

      ***************************************************************
      *** ----------------- digits before and after the V; only a
      *** PICTURE of 9s (signed or not) takes a case
        read-field-picture section.
            move 1 to bv-pic-ok-flag.
            move 0 to bv-int-digits.
            move 0 to bv-dec-digits.
            move 0 to bv-after-v-flag.

            perform varying bv-pic-pos from 1 by 1
                until bv-pic-pos > 12
                or bf-pic(bv-field-index)(bv-pic-pos:1) = space

                move bf-pic(bv-field-index)(bv-pic-pos:1)
                    to bv-pic-char
                evaluate bv-pic-char
                    when '9'
                        move 1 to bv-repeat
                        if bv-pic-pos < 12
                            if bf-pic(bv-field-index)
                                    (bv-pic-pos + 1:1) = '('
                                perform read-picture-repeat
                            end-if
                        end-if
                        if bv-after-v-flag = 1
                            add bv-repeat to bv-dec-digits
                        else
                            add bv-repeat to bv-int-digits
                        end-if
                    when 'V'
                        move 1 to bv-after-v-flag
                    when 'S'
                        continue
                    when other
                        move 0 to bv-pic-ok-flag
                end-evaluate
            end-perform

            if bv-int-digits + bv-dec-digits = 0
                or bv-int-digits + bv-dec-digits > 18

                move 0 to bv-pic-ok-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- "9(n)" -- n, and the position past ")"
        read-picture-repeat section.
            move 0 to bv-repeat.
            add 2 to bv-pic-pos.

            perform until bv-pic-pos > 12
                or bf-pic(bv-field-index)(bv-pic-pos:1) = ')'

                if bf-pic(bv-field-index)(bv-pic-pos:1) is numeric
                    compute bv-repeat = bv-repeat * 10
                        + function numval
                            (bf-pic(bv-field-index)(bv-pic-pos:1))
                    end-compute
                end-if
                add 1 to bv-pic-pos
            end-perform

            continue.

      ***************************************************************
      *** ----------------- one case: its value, its inject file,
      *** CHECK, then the command file, baseline and suite line
        generate-one-case section.
            evaluate bv-case
                when 1
                    move 'below' to bv-case-tag
                    compute bv-case-value = bv-threshold - bv-step
                    end-compute
                when 2
                    move 'on' to bv-case-tag
                    move bv-threshold to bv-case-value
                when other
                    move 'above' to bv-case-tag
                    compute bv-case-value = bv-threshold + bv-step
                    end-compute
            end-evaluate

            move bv-thresh to bv-seq-edit.
            move spaces to bv-test-name.
            string function trim (bv-prefix) delimited by size
                '-' delimited by size
                bv-seq-edit delimited by size
                '-' delimited by size
                function trim (bv-case-tag) delimited by size
                into bv-test-name
            end-string.

            perform build-case-value.

            perform find-suite-name.

            if bv-outcome = spaces
                perform write-case-files
            end-if

            if bv-outcome = spaces
                move 'added' to bv-outcome
                add 1 to bv-added-count
            else
                add 1 to bv-left-out-count
            end-if

            move spaces to report-line.
            string '    ' delimited by size
                bv-test-name delimited by size
                ' ' delimited by size
                function trim (bt-field(bv-thresh))
                    delimited by size
                '=' delimited by size
                function trim (bv-value-text) delimited by size
                '  ' delimited by size
                function trim (bv-outcome) delimited by size
                into report-line
            end-string.
            write report-line.

            continue.

      ***************************************************************
      *** ----------------- the value as the PICTURE holds it:
      *** scaled to whole units of the last decimal place, every
      *** digit place filled; more digits than the PICTURE has, or
      *** a sign, is left for CHECK to refuse
        build-case-value section.
            compute bv-scaled = bv-case-value * 10 ** bv-dec-digits
            end-compute.
            if bv-scaled < 0
                compute bv-abs = 0 - bv-scaled end-compute
            else
                move bv-scaled to bv-abs
            end-if

            move 0 to bv-lead-zeros.
            inspect bv-abs tallying bv-lead-zeros
                for leading '0'.
            compute bv-value-len = 18 - bv-lead-zeros end-compute.
            if bv-value-len < bv-int-digits + bv-dec-digits
                compute bv-value-len = bv-int-digits + bv-dec-digits
                end-compute
            end-if

            move spaces to bv-value-text.
            if bv-scaled < 0
                string '-' delimited by size
                    bv-abs(19 - bv-value-len:bv-value-len)
                        delimited by size
                    into bv-value-text
                end-string
            else
                move bv-abs(19 - bv-value-len:bv-value-len)
                    to bv-value-text
            end-if

            continue.

      ***************************************************************
      *** ----------------- a test already under this name stays
      *** as it is (gc-verify runs the first line with a name)
        find-suite-name section.
            move spaces to bv-outcome.

            perform varying bv-suite-index from 1 by 1
                until bv-suite-index > bv-suite-count

                if bv-suite-name(bv-suite-index) = bv-test-name
                    move 'already in the suite' to bv-outcome
                    exit perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- inject file, CHECK, command file,
      *** baseline run, suite line -- bv-outcome says why a case
      *** stopped short
        write-case-files section.
            move spaces to inject-path.
            string function trim (bv-test-name) delimited by size
                '.inject' delimited by size
                into inject-path
            end-string.
            move spaces to cmd-path.
            string function trim (bv-test-name) delimited by size
                '.cmd' delimited by size
                into cmd-path
            end-string.
            move spaces to expect-path.
            string function trim (bv-test-name) delimited by size
                '.expected' delimited by size
                into expect-path
            end-string.

            move inject-path to case-path.
            open output case-file.
            if case-file-status not = 0
                move 'inject file not written' to bv-outcome
                exit section
            end-if
            move spaces to case-record.
            string function trim (bt-field(bv-thresh))
                    delimited by size
                '=' delimited by size
                function trim (bv-value-text) delimited by size
                into case-record
            end-string.
            write case-record.
            close case-file.

            perform run-inject-check.
            if bv-outcome not = spaces
                exit section
            end-if

            perform write-command-file.
            if bv-outcome not = spaces
                exit section
            end-if

            perform run-for-baseline.
            if bv-outcome not = spaces
                exit section
            end-if

            perform check-baseline-inject.
            if bv-outcome not = spaces
                exit section
            end-if

            perform append-suite-line.

            continue.

      ***************************************************************
      *** ----------------- gc-injgen CHECK against the layout --
      *** its return code is the error count
        run-inject-check section.
            set environment 'COB_INJGEN_MODE' to 'CHECK'.
            set environment 'COB_INJGEN_MAP' to map-path.
            set environment 'COB_INJGEN_IN' to inject-path.

            move spaces to bv-run-command.
            move function trim (bv-injgen-cmd) to bv-run-command.

            call "SYSTEM" using bv-run-command
                returning bv-system-rc
                on exception
                    move -1 to bv-system-rc
            end-call

      * the shell answers with the wait status -- gc-injgen's
      * own return code sits in its high byte
            if bv-system-rc > 255
                divide 256 into bv-system-rc
            end-if

            evaluate true
                when bv-system-rc = 0
                    continue
                when bv-system-rc < 0 or bv-system-rc = 99
                    move 'not checked -- gc-injgen did not run'
                        to bv-outcome
                when other
                    move 'refused by CHECK' to bv-outcome
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- break on the condition's statement,
      *** inject, capture, one step to show the way it went, run on
        write-command-file section.
            move cmd-path to case-path.
            open output case-file.
            if case-file-status not = 0
                move 'command file not written' to bv-outcome
                exit section
            end-if

            move spaces to case-record.
            string 'B ' delimited by size
                bt-stmt-line(bv-thresh) delimited by size
                into case-record
            end-string.
            write case-record.

            move 'G' to case-record.
            write case-record.

            move spaces to case-record.
            string 'I ' delimited by size
                function trim (inject-path) delimited by size
                into case-record
            end-string.
            write case-record.

            move spaces to case-record.
            string 'V ' delimited by size
                function trim (bt-field(bv-thresh)) delimited by size
                into case-record
            end-string.
            write case-record.

            move 'S' to case-record.
            write case-record.

            move 'G' to case-record.
            write case-record.

            close case-file.

            continue.

      ***************************************************************
      *** ----------------- one headless run, its response kept as
      *** the expected baseline (gc-jrntest's run-for-baseline)
        run-for-baseline section.
            set environment 'COB_TRACE_MODE' to 'Y'.
            set environment 'COB_COMMAND_FILE' to cmd-path.
            set environment 'COB_RESPONSE_FILE' to expect-path.

            move spaces to bv-run-command.
            move function trim (bv-command) to bv-run-command.

            call "SYSTEM" using bv-run-command
                returning bv-system-rc
                on exception
                    move -1 to bv-system-rc
            end-call

            if bv-system-rc not = 0
                move bv-system-rc to bv-rc-edit
                move spaces to bv-outcome
                string 'debuggee did not run cleanly (rc '
                        delimited by size
                    function trim (bv-rc-edit) delimited by size
                    ') -- no baseline' delimited by size
                    into bv-outcome
                end-string
            end-if

            continue.

      ***************************************************************
      *** ----------------- the baseline only tests the boundary
      *** if the channel took the "I" -- an ERR;I;reason answer
      *** (role, change window, inject file) means it did not
        check-baseline-inject section.
            move expect-path to case-path.
            open input case-file.
            if case-file-status not = 0
                move 'no baseline response written' to bv-outcome
                exit section
            end-if

            read case-file end-read
            perform until case-file-status not = 0
                or bv-outcome not = spaces

                if case-record(1:6) = 'ERR;I;'
                    string 'inject refused: ' delimited by size
                        case-record(7:) delimited by size
                        into bv-outcome
                    end-string
                end-if
                read case-file end-read
            end-perform

            close case-file.

            continue.

      ***************************************************************
        append-suite-line section.
            open extend suite-file.
            if suite-file-status not = 0
                open output suite-file
            end-if

            if suite-file-status not = 0
                move 'suite catalog not writable' to bv-outcome
                exit section
            end-if

            move spaces to suite-line.
            string function trim (bv-test-name) delimited by size
                ';' delimited by size
                function trim (bv-command) delimited by size
                ';' delimited by size
                function trim (cmd-path) delimited by size
                ';' delimited by size
                function trim (expect-path) delimited by size
                into suite-line
            end-string.
            write suite-line end-write.

            close suite-file.

            if bv-suite-count < BV-SUITE-MAX
                add 1 to bv-suite-count
                move bv-test-name to bv-suite-name(bv-suite-count)
            end-if

            continue.
