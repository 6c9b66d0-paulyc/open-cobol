        identification division.
        program-id. gc-rules.

      * business-rule extraction -- every IF condition and every
      * EVALUATE WHEN clause of one module, paragraph by paragraph
      * (paragraphs and sections recognized the way gc-complexity
      * recognizes them), written out as rules: the condition as
      * coded, the data names it tests, the literal values and
      * 88-level condition names involved -- each condition name
      * decoded to its field and VALUE, as the "V" view's condition
      * list decodes it (vv-decode-condition-names, view-
      * variable.cpy) -- and the first statement each branch takes.
      * An IF is one rule with a THEN and an ELSE outcome (an IF
      * with no ELSE falls through); an EVALUATE is one rule with an
      * outcome per WHEN, stacked WHENs sharing theirs.
      *
      * Each outcome is marked EXERCISED or NEVER from the
      * cumulative coverage store gc-coverage keeps
      * (COB_COVERAGE_STORE, default gc-debugger.covstore): an
      * outcome counts as exercised once the line of its first
      * statement has run. An action written on the same line as
      * its condition is judged by that line. Without a store the
      * outcomes are left unmarked.
      *   COB_STRUCTURE_MODULE  the module to read (its
      *                         get_linecount_/get_aniline_ entry
      *                         points linked into this job)
      *   COB_RULES_REPORT      the report (default gc-rules.report)
      * The return code is the number of outcomes never exercised
      * (99 at most), 0 without coverage data.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

            select store-file assign to store-path
                organization is line sequential
                file status is store-file-status.

        data division.
        file section.

        fd  report-file.
            01 report-line          pic x(132).

        fd  store-file.
            01 store-record         pic x(60).

        working-storage section.

            78 RL-PARA-MAX          value 500.
            78 RL-NAME-MAX          value 3000.
            78 RL-RULE-MAX          value 1000.
            78 RL-BRANCH-MAX        value 4000.
            78 RL-SCOPE-MAX         value 50.
            78 RL-LINE-MAX          value 40000.

            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.
            01 store-path                   pic x(256) value spaces.
            01 store-file-status            pic 99.
            01 rl-module                    pic x(30) value spaces.

      * per-module animator entry points
            01 rl-getline                   pic x(128).
            01 rl-getlinecount              pic x(128).
            01 rl-line-bin                  usage binary-long.
            01 rl-source-buffer             pic x(512).
            77 rl-line-count                pic 9(6) value 0.
            77 rl-line                      pic 9(6) value 0.

      * the coverage store's executed lines for this module
            77 rl-cov-flag                  pic 9 value 0.
            01 rl-cov-map                   pic x(RL-LINE-MAX)
                                            value spaces.
            01 rl-store-module              pic x(30).
            01 rl-store-line                pic 9(6).

      * the paragraphs -- row 1 holds whatever stands between
      * PROCEDURE DIVISION and the first header
            77 rl-para-count                pic 9(3) value 0.
            01 rl-para-tbl.
                05 rl-para-row occurs RL-PARA-MAX.
                    10 rlp-name              pic x(30).
                    10 rlp-line              pic 9(6).
            77 rl-para                      pic 9(3) value 0.

      * the module's data names and condition names, in name
      * order for SEARCH ALL -- a condition name keeps the field
      * it belongs to and the VALUE it stands for
            77 rl-name-count                pic 9(4) value 0.
            01 rl-name-tbl.
                05 rl-name-row occurs 0 to RL-NAME-MAX
                              depending on rl-name-count
                              ascending key rln-name
                              indexed by rl-name-index.
                    10 rln-name              pic x(30).
                    10 rln-kind              pic x.
                    10 rln-parent            pic x(30).
                    10 rln-value             pic x(40).
            77 rl-name                      pic 9(4) value 0.
            77 rl-insert-at                 pic 9(4) value 0.
            77 rl-cond-entry                pic 9(4) value 0.

      * the rules: one per IF or EVALUATE
            77 rl-rule-count                pic 9(4) value 0.
            01 rl-rule-tbl.
                05 rl-rule-row occurs RL-RULE-MAX.
                    10 rlr-para              pic 9(3).
                    10 rlr-line              pic 9(6).
                    10 rlr-kind              pic x(8).
                    10 rlr-condition         pic x(200).
                    10 rlr-fields            pic x(200).
                    10 rlr-values            pic x(300).
            77 rl-rule                      pic 9(4) value 0.

      * their outcomes: THEN/ELSE, or one per WHEN
            77 rl-branch-count              pic 9(4) value 0.
            01 rl-branch-tbl.
                05 rl-branch-row occurs RL-BRANCH-MAX.
                    10 rlb-rule              pic 9(4).
                    10 rlb-label             pic x(120).
                    10 rlb-action-line       pic 9(6).
                    10 rlb-action            pic x(80).
                    10 rlb-more-flag         pic 9.
            77 rl-branch                    pic 9(4) value 0.

      * the open IF/EVALUATE/SEARCH scopes, innermost on top
            77 rl-scope-top                 pic 9(2) value 0.
            01 rl-scope-tbl.
                05 rl-scope-row occurs RL-SCOPE-MAX.
                    10 rls-kind              pic x.
                    10 rls-rule              pic 9(4).

      * where the scan stands: collecting a condition (for a
      * rule, or for a WHEN outcome), waiting for an outcome's
      * first statement, or copying that statement
            01 rl-mode                      pic x value space.
                88 rl-collecting            value 'C'.
                88 rl-idle                  value space.
            77 rl-cond-rule                 pic 9(4) value 0.
            77 rl-cond-branch               pic 9(4) value 0.
            77 rl-pending-branch            pic 9(4) value 0.
            77 rl-action-branch             pic 9(4) value 0.

      * the token scan
            01 rl-text                      pic x(65).
            01 rl-upper                     pic x(65).
            77 rl-text-len                  pic 9(3) value 0.
            77 rl-tok-ptr                   pic 9(4) value 0.
            01 rl-raw                       pic x(65).
            77 rl-raw-len                   pic 9(3) value 0.
            01 rl-token                     pic x(80).
            77 rl-token-len                 pic 9(3) value 0.
            01 rl-name-part                 pic x(30).
            01 rl-prev-token                pic x(80) value spaces.
            01 rl-token-1                   pic x(32).
            01 rl-token-2                   pic x(32).
            01 rl-token-3                   pic x(32).
            01 rl-area                      pic x value space.
                88 rl-in-data               value 'D'.
                88 rl-in-procedure          value 'P'.
            77 rl-literal-flag              pic 9 value 0.
            77 rl-is-literal-flag           pic 9 value 0.
            77 rl-period-flag               pic 9 value 0.
            77 rl-entry-start-flag          pic 9 value 1.
            77 rl-expect-name-flag          pic 9 value 0.
            77 rl-value-flag                pic 9 value 0.
            77 rl-header-flag               pic 9 value 0.
            01 rl-level                     pic x(2).
            01 rl-last-field                pic x(30) value spaces.

            01 rl-verb                      pic x(14).
                88 rl-is-statement-verb     values 'ACCEPT' 'ADD'
                    'CALL' 'CANCEL' 'CLOSE' 'COMPUTE' 'CONTINUE'
                    'DELETE' 'DISPLAY' 'DIVIDE' 'EVALUATE' 'EXIT'
                    'GO' 'GOBACK' 'IF' 'INITIALIZE' 'INSPECT'
                    'INVOKE' 'MERGE' 'MOVE' 'MULTIPLY' 'NEXT' 'OPEN'
                    'PERFORM' 'READ' 'RELEASE' 'RETURN' 'REWRITE'
                    'SEARCH' 'SET' 'SORT' 'START' 'STOP' 'STRING'
                    'SUBTRACT' 'UNSTRING' 'WRITE'.
                88 rl-is-figurative         values 'ZERO' 'ZEROS'
                    'ZEROES' 'SPACE' 'SPACES' 'HIGH-VALUE'
                    'HIGH-VALUES' 'LOW-VALUE' 'LOW-VALUES' 'QUOTE'
                    'QUOTES' 'NULL' 'NULLS'.

      * list building -- an item goes in once
            01 rl-item                      pic x(80).
            01 rl-item-key                  pic x(82).
            01 rl-list                      pic x(300).
            77 rl-list-max                  pic 9(3) value 0.
            77 rl-tally                     pic 9(4) value 0.
            77 rl-append-ptr                pic 9(4) value 0.

      * the report
            01 rl-status                    pic x(10).
            01 rl-print-list                pic x(300).
            77 rl-print-len                 pic 9(3) value 0.
            01 rl-rule-edit                 pic 9(4).
            77 rl-exercised-count           pic 9(5) value 0.
            77 rl-never-count               pic 9(5) value 0.
            77 rl-printed-para              pic 9(3) value 0.
            77 rl-else-flag                 pic 9 value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to rl-module.
            accept rl-module from environment
                'COB_STRUCTURE_MODULE' end-accept.
            if rl-module = spaces
                display 'COB_STRUCTURE_MODULE must name the '
                    'module to read.' end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to report-path.
            accept report-path from environment
                'COB_RULES_REPORT' end-accept.
            if report-path = spaces
                move 'gc-rules.report' to report-path
            end-if.

            move spaces to store-path.
            accept store-path from environment
                'COB_COVERAGE_STORE' end-accept.
            if store-path = spaces
                move 'gc-debugger.covstore' to store-path
            end-if.

            move spaces to rl-getline.
            string 'get_aniline_' delimited by size
                rl-module delimited by spaces
                into rl-getline
            end-string.
            move spaces to rl-getlinecount.
            string 'get_linecount_' delimited by size
                rl-module delimited by spaces
                into rl-getlinecount
            end-string.

            call rl-getlinecount
                on exception
                    display 'Module '
                        function trim (rl-module)
                        ' is not linked into this job.'
                    end-display
                    move 99 to return-code
                    stop run
            end-call.
            move return-code to rl-line-count.
            move 0 to return-code.

            perform load-coverage-store.
            perform extract-rules.

            if rl-para-count = 0
                display 'No PROCEDURE DIVISION found in '
                    function trim (rl-module) end-display
                stop run
            end-if.

            perform write-rules-report.

            display 'Business rules of ' function trim (rl-module)
                ': ' rl-rule-count ' rule(s) -- see '
                function trim (report-path)
            end-display.

            if rl-never-count > 99
                move 99 to return-code
            else
                move rl-never-count to return-code
            end-if.

            stop run.

      ***************************************************************
      *** ----------------- this module's executed lines from the
      *** cumulative store (module;line;count)
        load-coverage-store section.
            move 0 to rl-cov-flag.
            move spaces to rl-cov-map.

            open input store-file.
            if store-file-status not = 0
                exit section
            end-if
            move 1 to rl-cov-flag.

            read store-file end-read
            perform until store-file-status not = 0
                move spaces to rl-store-module
                move 0 to rl-store-line
                move 1 to rl-tok-ptr
                unstring store-record delimited by ';'
                    into rl-store-module rl-store-line
                    with pointer rl-tok-ptr
                end-unstring

                if function upper-case (rl-store-module)
                    = function upper-case (rl-module)
                    and rl-store-line > 0
                    and rl-store-line <= RL-LINE-MAX

                    move 'X' to rl-cov-map(rl-store-line:1)
                end-if

                read store-file end-read
            end-perform

            close store-file.

            continue.

      ***************************************************************
        fetch-source-line section.
            move spaces to rl-source-buffer.
            move rl-line to rl-line-bin.

            call rl-getline using rl-line-bin
                rl-source-buffer
            end-call.

      * comment lines -- indicator column, or a floating *>
            move spaces to rl-text.
            move spaces to rl-upper.
            move 0 to rl-text-len.
            if rl-source-buffer(7:1) = '*'
                or rl-source-buffer(7:1) = '/'

                exit section
            end-if

            move function trim (rl-source-buffer(8:65)) to rl-text.
            if rl-text(1:2) = '*>'
                move spaces to rl-text
            end-if
            if rl-text not = spaces
                move function length (function trim (rl-text))
                    to rl-text-len
            end-if
            move function upper-case (rl-text) to rl-upper.

            continue.

      ***************************************************************
      *** ----------------- one pass: data and condition names out
      *** of the DATA DIVISION, then the rules out of the PROCEDURE
      *** DIVISION
        extract-rules section.
            move space to rl-area.
            move 0 to rl-para-count.

            perform varying rl-line from 1 by 1
                until rl-line > rl-line-count

                perform fetch-source-line

                if rl-text-len > 0
                    move 0 to rl-header-flag
                    if rl-in-procedure
                        perform check-paragraph-header
                    end-if

                    if rl-header-flag = 0
                        perform scan-source-line
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- paragraph/section headers, recognized
      *** as gc-complexity recognizes them
        check-paragraph-header section.
            if rl-upper(rl-text-len:1) not = '.'
                exit section
            end-if

            move 1 to rl-tok-ptr.
            move spaces to rl-token-1.
            move spaces to rl-token-2.
            move spaces to rl-token-3.
            unstring rl-upper delimited by all space
                into rl-token-1 rl-token-2 rl-token-3
                with pointer rl-tok-ptr
            end-unstring

            inspect rl-token-1 replacing all '.' by space.
            inspect rl-token-2 replacing all '.' by space.

            evaluate true
                when rl-token-2 = spaces
                    and rl-token-1 not = spaces
                    and function trim (rl-token-1) not = 'EXIT'
                    and function trim (rl-token-1)
                        not = 'GOBACK'
                    and function trim (rl-token-1)
                        not = 'CONTINUE'
                    and rl-token-1(1:4) not = 'END-'

                    perform add-paragraph
                when function trim (rl-token-2) = 'SECTION'
                    and rl-token-3 = spaces

                    perform add-paragraph
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- a header ends the sentence before it
        add-paragraph section.
            move 1 to rl-header-flag.
            move 0 to rl-literal-flag.
            perform end-of-sentence.

            if rl-para-count < RL-PARA-MAX
                add 1 to rl-para-count
                move rl-token-1(1:30) to rlp-name(rl-para-count)
                move rl-line to rlp-line(rl-para-count)
            end-if

            continue.

      ***************************************************************
      *** ----------------- the line's tokens, as written; a
      *** literal split by its embedded spaces is put back together
        scan-source-line section.
            move 1 to rl-tok-ptr.

            perform until rl-tok-ptr > rl-text-len
                move spaces to rl-raw
                unstring rl-text delimited by all space
                    into rl-raw
                    with pointer rl-tok-ptr
                end-unstring

                if rl-raw = spaces
                    exit perform
                end-if

                move function length (function trim (rl-raw))
                    to rl-raw-len

                if rl-literal-flag = 1
                    move function length (function trim (rl-token))
                        to rl-token-len
                    if rl-token-len < 78
                        move rl-raw
                            to rl-token(rl-token-len + 2:)
                    end-if
                    perform check-literal-end
                    if rl-literal-flag = 0
                        perform take-source-token
                    end-if
                else
                    move rl-raw to rl-token
                    if rl-raw(1:1) = '"' or rl-raw(1:1) = "'"
                        move 1 to rl-literal-flag
                        if rl-raw-len > 1
                            perform check-literal-end
                        end-if
                        if rl-literal-flag = 0
                            perform take-source-token
                        end-if
                    else
                        perform take-source-token
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- does rl-raw close the open literal --
      *** a quote last, or before a closing period or comma
        check-literal-end section.
            if rl-raw(rl-raw-len:1) = '"'
                or rl-raw(rl-raw-len:1) = "'"

                move 0 to rl-literal-flag
                exit section
            end-if

            if rl-raw-len > 1
                if rl-raw(rl-raw-len - 1:1) = '"'
                    or rl-raw(rl-raw-len - 1:1) = "'"

                    move 0 to rl-literal-flag
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- one whole token: a literal keeps its
      *** case, anything else is folded; a closing period or comma
      *** comes off and the period ends the sentence after it
        take-source-token section.
            move rl-period-flag to rl-entry-start-flag.
            move 0 to rl-period-flag.
            move 0 to rl-is-literal-flag.

            move function length (function trim (rl-token))
                to rl-token-len.
            if rl-token(rl-token-len:1) = '.'
                move 1 to rl-period-flag
                move space to rl-token(rl-token-len:1)
            end-if
            if rl-token(1:1) = '"' or rl-token(1:1) = "'"
                move 1 to rl-is-literal-flag
            else
                move function upper-case (rl-token) to rl-token
                inspect rl-token replacing all ',' by space
                inspect rl-token replacing all ';' by space
            end-if

            if rl-token not = spaces
                evaluate true
                    when rl-token = 'DIVISION'
                        and rl-prev-token = 'DATA'
                        set rl-in-data to true
                    when rl-token = 'DIVISION'
                        and rl-prev-token = 'PROCEDURE'
                        set rl-in-procedure to true
                        perform open-entry-row
                        move 1 to rl-period-flag
                    when rl-in-data
                        perform take-data-token
                    when rl-in-procedure
                        perform take-procedure-token
                    when other
                        continue
                end-evaluate

                move rl-token to rl-prev-token
            end-if

            if rl-period-flag = 1
                perform end-of-sentence
            end-if

            continue.

      ***************************************************************
      *** ----------------- a period closes every open scope;
      *** in the DATA DIVISION it ends the entry
        end-of-sentence section.
            move 0 to rl-scope-top.
            set rl-idle to true.
            move 0 to rl-pending-branch.
            move 0 to rl-action-branch.
            move 0 to rl-expect-name-flag.
            move 0 to rl-value-flag.

            continue.

      ***************************************************************
      *** ----------------- statements between PROCEDURE DIVISION
      *** and the first header make up the entry
        open-entry-row section.
            move 1 to rl-para-count.
            move '(entry)' to rlp-name(1).
            move rl-line to rlp-line(1).

            continue.

      ***************************************************************
      *** ----------------- a level number where an entry can begin
      *** names the next token; an 88's VALUE phrase is kept as
      *** written
        take-data-token section.
            if rl-value-flag = 2
                if rl-token not = 'IS' and rl-token not = 'ARE'
                    move function length
                            (function trim (rln-value(rl-cond-entry)))
                        to rl-append-ptr
                    if rln-value(rl-cond-entry) = spaces
                        move 1 to rl-append-ptr
                    else
                        add 2 to rl-append-ptr
                    end-if
                    if rl-append-ptr < 40
                        move rl-token
                            to rln-value(rl-cond-entry)(rl-append-ptr:)
                    end-if
                end-if
                exit section
            end-if

            if rl-value-flag = 1
                if rl-token = 'VALUE' or rl-token = 'VALUES'
                    move 2 to rl-value-flag
                end-if
                exit section
            end-if

            if rl-expect-name-flag = 1
                move 0 to rl-expect-name-flag
                if rl-level = '88'
                    perform add-data-name
                    if rl-cond-entry > 0
                        move 1 to rl-value-flag
                    end-if
                else
                    move rl-token(1:30) to rl-last-field
                    if rl-token not = 'FILLER'
                        perform add-data-name
                    end-if
                end-if
                exit section
            end-if

            if rl-entry-start-flag = 1
                and rl-is-literal-flag = 0
                and rl-token-len <= 2
                and rl-token(1:rl-token-len) is numeric

                move spaces to rl-level
                if rl-token-len = 1
                    move '0' to rl-level(1:1)
                    move rl-token(1:1) to rl-level(2:1)
                else
                    move rl-token(1:2) to rl-level
                end-if
                move 1 to rl-expect-name-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- into the name-ordered table, kind F
      *** (field) or C (condition name, with its field); a name met
      *** twice is kept once. rl-cond-entry is the condition row
      *** just placed, 0 for anything else.
        add-data-name section.
            move 0 to rl-cond-entry.

            if rl-name-count >= RL-NAME-MAX
                exit section
            end-if

            move 0 to rl-insert-at.
            perform varying rl-name from 1 by 1
                until rl-name > rl-name-count
                or rl-insert-at > 0

                if rln-name(rl-name) >= rl-token(1:30)
                    move rl-name to rl-insert-at
                end-if
            end-perform

            if rl-insert-at > 0
                if rln-name(rl-insert-at) = rl-token(1:30)
                    exit section
                end-if
            else
                compute rl-insert-at = rl-name-count + 1
                end-compute
            end-if

            add 1 to rl-name-count.
            perform varying rl-name from rl-name-count by -1
                until rl-name <= rl-insert-at

                move rl-name-row(rl-name - 1)
                    to rl-name-row(rl-name)
            end-perform

            move rl-token(1:30) to rln-name(rl-insert-at).
            move spaces to rln-parent(rl-insert-at).
            move spaces to rln-value(rl-insert-at).
            if rl-level = '88'
                move 'C' to rln-kind(rl-insert-at)
                move rl-last-field to rln-parent(rl-insert-at)
                move rl-insert-at to rl-cond-entry
            else
                move 'F' to rln-kind(rl-insert-at)
            end-if

            continue.

      ***************************************************************
      *** ----------------- the rule machine: conditions are
      *** collected up to the first statement verb, which is the
      *** outcome's action
        take-procedure-token section.
            if rl-para-count = 0
                exit section
            end-if

            move spaces to rl-verb.
            if rl-is-literal-flag = 0
                move rl-token to rl-verb
            end-if

            evaluate true
                when rl-verb = 'THEN' and rl-collecting
                    continue
                when rl-verb = 'ELSE'
                    perform take-else
                when rl-verb = 'WHEN'
                    perform take-when
                when rl-verb = 'END-IF'
                    move 'I' to rl-verb
                    perform close-scope
                when rl-verb = 'END-EVALUATE'
                    move 'E' to rl-verb
                    perform close-scope
                when rl-verb = 'END-SEARCH'
                    move 'S' to rl-verb
                    perform close-scope
                when rl-is-statement-verb
                    perform take-statement-verb
                when rl-collecting
                    perform take-condition-token
                when rl-action-branch > 0
                    perform copy-action-token
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- a statement begins: it ends a condition
      *** being collected, is the action an outcome was waiting for,
      *** and may itself open a rule
        take-statement-verb section.
            if rl-collecting
                set rl-idle to true
                if rl-cond-branch > 0
                    move rl-cond-branch to rl-pending-branch
                else
                    if rlr-kind(rl-cond-rule) = 'IF'
                        perform add-branch
                        move 'THEN' to rlb-label(rl-branch)
                        move rl-branch to rl-pending-branch
                    end-if
                end-if
            end-if

            if rl-pending-branch > 0
                move rl-pending-branch to rl-action-branch
                move 0 to rl-pending-branch
                move rl-line to rlb-action-line(rl-action-branch)
                move rl-token to rlb-action(rl-action-branch)
            else
      * the outcome's first statement is all it shows
                if rl-action-branch > 0
                    move 1 to rlb-more-flag(rl-action-branch)
                    move 0 to rl-action-branch
                end-if
            end-if

            evaluate rl-verb
                when 'IF'
                    perform add-rule
                    move 'IF' to rlr-kind(rl-rule)
                    perform name-nested-rule
                    move 'I' to rl-verb
                    perform open-scope
                when 'EVALUATE'
                    perform add-rule
                    move 'EVALUATE' to rlr-kind(rl-rule)
                    perform name-nested-rule
                    move 'E' to rl-verb
                    perform open-scope
                when 'SEARCH'
                    move 0 to rl-rule
                    move 'S' to rl-verb
                    perform open-scope
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- a new rule, its condition collected next
        add-rule section.
            if rl-rule-count >= RL-RULE-MAX
                move 0 to rl-rule
                exit section
            end-if

            add 1 to rl-rule-count.
            move rl-rule-count to rl-rule.
            move rl-para-count to rlr-para(rl-rule).
            move rl-line to rlr-line(rl-rule).
            move spaces to rlr-condition(rl-rule).
            move spaces to rlr-fields(rl-rule).
            move spaces to rlr-values(rl-rule).

            set rl-collecting to true.
            move rl-rule to rl-cond-rule.
            move 0 to rl-cond-branch.

      * a full table leaves the rest of the module unread
            if rl-rule = 0
                set rl-idle to true
            end-if

            continue.

      ***************************************************************
      *** ----------------- an outcome whose action is another rule
      *** points at that rule rather than repeat its condition
        name-nested-rule section.
            if rl-action-branch = 0 or rl-rule = 0
                exit section
            end-if

            move rl-rule to rl-rule-edit.
            move spaces to rlb-action(rl-action-branch).
            string function trim (rl-token) delimited by size
                ' -- rule R' delimited by size
                rl-rule-edit delimited by size
                into rlb-action(rl-action-branch)
            end-string.
            move 0 to rl-action-branch.

            continue.

      ***************************************************************
        add-branch section.
            move 0 to rl-branch.
            if rl-branch-count >= RL-BRANCH-MAX
                exit section
            end-if

            add 1 to rl-branch-count.
            move rl-branch-count to rl-branch.
            move rl-cond-rule to rlb-rule(rl-branch).
            move spaces to rlb-label(rl-branch).
            move 0 to rlb-action-line(rl-branch).
            move spaces to rlb-action(rl-branch).
            move 0 to rlb-more-flag(rl-branch).

            continue.

      ***************************************************************
        open-scope section.
            if rl-scope-top < RL-SCOPE-MAX
                add 1 to rl-scope-top
                move rl-verb(1:1) to rls-kind(rl-scope-top)
                move rl-rule to rls-rule(rl-scope-top)
            end-if

            if rl-rule = 0
                set rl-idle to true
            end-if

            continue.

      ***************************************************************
      *** ----------------- an explicit terminator closes its own
      *** scope (and anything left open inside it)
        close-scope section.
            set rl-idle to true.
            move 0 to rl-pending-branch.
            move 0 to rl-action-branch.

            perform until rl-scope-top = 0
                if rls-kind(rl-scope-top) = rl-verb(1:1)
                    subtract 1 from rl-scope-top
                    exit perform
                end-if
                subtract 1 from rl-scope-top
            end-perform

            continue.

      ***************************************************************
      *** ----------------- ELSE: the innermost IF's other outcome
        take-else section.
            set rl-idle to true.
            move 0 to rl-pending-branch.
            move 0 to rl-action-branch.

            if rl-scope-top = 0
                exit section
            end-if
            if rls-kind(rl-scope-top) not = 'I'
                or rls-rule(rl-scope-top) = 0

                exit section
            end-if

            move rls-rule(rl-scope-top) to rl-cond-rule.
            perform add-branch.
            if rl-branch > 0
                move 'ELSE' to rlb-label(rl-branch)
                move rl-branch to rl-pending-branch
            end-if

            continue.

      ***************************************************************
      *** ----------------- WHEN: a new outcome of the innermost
      *** EVALUATE -- or, right behind another WHEN, one more
      *** selection for the same outcome
        take-when section.
            move 0 to rl-action-branch.

            if rl-scope-top = 0
                set rl-idle to true
                exit section
            end-if
            if rls-kind(rl-scope-top) not = 'E'
                or rls-rule(rl-scope-top) = 0

                set rl-idle to true
                move 0 to rl-pending-branch
                exit section
            end-if

      * an EVALUATE's subject ends at its first WHEN
            if rl-collecting and rl-cond-branch = 0
                set rl-idle to true
            end-if

            if rl-collecting and rl-cond-branch > 0
                move ' /' to rl-item
                perform append-to-label
                exit section
            end-if

            if rl-pending-branch > 0
                move rl-pending-branch to rl-cond-branch
                move 0 to rl-pending-branch
                move rlb-rule(rl-cond-branch) to rl-cond-rule
                set rl-collecting to true
                move ' /' to rl-item
                perform append-to-label
                exit section
            end-if

            move rls-rule(rl-scope-top) to rl-cond-rule.
            perform add-branch.
            if rl-branch = 0
                set rl-idle to true
                exit section
            end-if
            move 'WHEN' to rlb-label(rl-branch).
            move rl-branch to rl-cond-branch.
            set rl-collecting to true.

            continue.

      ***************************************************************
      *** ----------------- one token of a condition: into the
      *** condition's text, and into the rule's fields or values
        take-condition-token section.
            move rl-token to rl-item.
            if rl-cond-branch > 0
                perform append-to-label
            else
                perform append-to-condition
            end-if

            evaluate true
                when rl-is-literal-flag = 1
                    perform add-rule-value
                when rl-token(1:1) is numeric
                    perform add-rule-value
                when (rl-token(1:1) = '-' or rl-token(1:1) = '+')
                    and rl-token(2:1) is numeric
                    perform add-rule-value
                when rl-is-figurative
                    perform add-rule-value
                when other
                    perform take-condition-name
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- a word of a condition that is one of
      *** the module's data names: a field is tested; a condition
      *** name tests its field against its VALUE
        take-condition-name section.
            move spaces to rl-name-part.
            move rl-token(1:30) to rl-name-part.
            inspect rl-name-part replacing characters by space
                after initial '('.
            inspect rl-name-part replacing all '(' by space.
            if rl-name-part = spaces or rl-name-count = 0
                exit section
            end-if

            search all rl-name-row
                at end
                    continue
                when rln-name(rl-name-index) = rl-name-part
                    move rl-name-index to rl-name
                    if rln-kind(rl-name) = 'C'
                        move rln-parent(rl-name) to rl-item
                        perform add-rule-field
                        move spaces to rl-item
                        string function trim (rln-name(rl-name))
                                delimited by size
                            ' (' delimited by size
                            function trim (rln-parent(rl-name))
                                delimited by size
                            ' = ' delimited by size
                            function trim (rln-value(rl-name))
                                delimited by size
                            ')' delimited by size
                            into rl-item
                        end-string
                        perform add-rule-value
                    else
                        move rl-name-part to rl-item
                        perform add-rule-field
                    end-if
            end-search

            continue.

      ***************************************************************
        add-rule-value section.
            if rl-cond-rule = 0
                exit section
            end-if
            move rlr-values(rl-cond-rule) to rl-list.
            move 300 to rl-list-max.
            perform add-list-item.
            move rl-list to rlr-values(rl-cond-rule).

            continue.

      ***************************************************************
        add-rule-field section.
            if rl-cond-rule = 0
                exit section
            end-if

            move rlr-fields(rl-cond-rule) to rl-list.
            move 200 to rl-list-max.
            perform add-list-item.
            move rl-list(1:200) to rlr-fields(rl-cond-rule).

            continue.

      ***************************************************************
      *** ----------------- rl-item onto rl-list, " item;" each,
      *** unless it is already there or would not fit
        add-list-item section.
            if rl-item = spaces
                exit section
            end-if

            move spaces to rl-item-key.
            string ' ' delimited by size
                function trim (rl-item) delimited by size
                ';' delimited by size
                into rl-item-key
            end-string.

            move 0 to rl-tally.
            inspect rl-list tallying rl-tally
                for all function trim (rl-item-key).
            if rl-tally > 0
                exit section
            end-if

            move 1 to rl-append-ptr.
            if rl-list not = spaces
                compute rl-append-ptr = function length
                    (function trim (rl-list trailing)) + 1
                end-compute
            end-if
            if rl-append-ptr + function length
                    (function trim (rl-item-key)) + 1 > rl-list-max

                exit section
            end-if

            string ' ' delimited by size
                function trim (rl-item) delimited by size
                ';' delimited by size
                into rl-list
                with pointer rl-append-ptr
            end-string.

            continue.

      ***************************************************************
        append-to-condition section.
            if rl-cond-rule = 0
                exit section
            end-if

            move 1 to rl-append-ptr.
            if rlr-condition(rl-cond-rule) not = spaces
                compute rl-append-ptr = function length (function trim
                    (rlr-condition(rl-cond-rule) trailing)) + 2
                end-compute
            end-if
            if rl-append-ptr < 200
                string function trim (rl-item) delimited by size
                    into rlr-condition(rl-cond-rule)
                    with pointer rl-append-ptr
                end-string
            end-if

            continue.

      ***************************************************************
        append-to-label section.
            move 1 to rl-append-ptr.
            if rlb-label(rl-cond-branch) not = spaces
                compute rl-append-ptr = function length (function trim
                    (rlb-label(rl-cond-branch) trailing)) + 2
                end-compute
            end-if
            if rl-item(1:1) = space
                subtract 1 from rl-append-ptr
            end-if
            if rl-append-ptr < 120
                string function trim (rl-item trailing)
                        delimited by size
                    into rlb-label(rl-cond-branch)
                    with pointer rl-append-ptr
                end-string
            end-if

            continue.

      ***************************************************************
      *** ----------------- the rest of an outcome's first statement
        copy-action-token section.
            move 1 to rl-append-ptr.
            compute rl-append-ptr = function length (function trim
                (rlb-action(rl-action-branch) trailing)) + 2
            end-compute.
            if rl-append-ptr < 80
                string function trim (rl-token) delimited by size
                    into rlb-action(rl-action-branch)
                    with pointer rl-append-ptr
                end-string
            end-if

            continue.

      ***************************************************************
        write-rules-report section.
            open output report-file.

            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if

            move spaces to report-line.
            string 'Business rules -- ' delimited by size
                function trim (rl-module) delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            if rl-cov-flag = 1
                string 'Outcomes marked from the coverage store '
                        delimited by size
                    function trim (store-path) delimited by size
                    into report-line
                end-string
            else
                string 'No coverage store (' delimited by size
                    function trim (store-path) delimited by size
                    ') -- outcomes are not marked' delimited by size
                    into report-line
                end-string
            end-if.
            write report-line.

            move 0 to rl-printed-para.
            perform varying rl-rule from 1 by 1
                until rl-rule > rl-rule-count

                if rlr-para(rl-rule) not = rl-printed-para
                    move rlr-para(rl-rule) to rl-printed-para
                    perform write-paragraph-heading
                end-if
                perform write-one-rule
            end-perform

            move spaces to report-line.
            write report-line.
            move spaces to report-line.
            string 'Rules: ' delimited by size
                rl-rule-count delimited by size
                '  outcomes: ' delimited by size
                rl-branch-count delimited by size
                '  exercised: ' delimited by size
                rl-exercised-count delimited by size
                '  never exercised: ' delimited by size
                rl-never-count delimited by size
                into report-line
            end-string.
            write report-line.

            close report-file.

            continue.

      ***************************************************************
        write-paragraph-heading section.
            move spaces to report-line.
            write report-line.

            move spaces to report-line.
            string function trim (rlp-name(rl-printed-para))
                    delimited by size
                '  (line ' delimited by size
                rlp-line(rl-printed-para) delimited by size
                ')' delimited by size
                into report-line
            end-string.
            write report-line.

            continue.

      ***************************************************************
        write-one-rule section.
            move rl-rule to rl-rule-edit.
            move spaces to report-line.
            string '  R' delimited by size
                rl-rule-edit delimited by size
                '  line ' delimited by size
                rlr-line(rl-rule) delimited by size
                '  ' delimited by size
                function trim (rlr-kind(rl-rule)) delimited by size
                ' ' delimited by size
                function trim (rlr-condition(rl-rule))
                    delimited by size
                into report-line
            end-string.
            write report-line.

            if rlr-fields(rl-rule) not = spaces
                move rlr-fields(rl-rule) to rl-print-list
                perform edit-print-list
                move spaces to report-line
                string '         tests   ' delimited by size
                    rl-print-list(1:rl-print-len) delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            if rlr-values(rl-rule) not = spaces
                move rlr-values(rl-rule) to rl-print-list
                perform edit-print-list
                move spaces to report-line
                string '         values  ' delimited by size
                    rl-print-list(1:rl-print-len) delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            move 0 to rl-else-flag.
            perform varying rl-branch from 1 by 1
                until rl-branch > rl-branch-count

                if rlb-rule(rl-branch) = rl-rule
                    perform write-one-branch
                    if rlb-label(rl-branch) = 'ELSE'
                        move 1 to rl-else-flag
                    end-if
                end-if
            end-perform

            if rlr-kind(rl-rule) = 'IF' and rl-else-flag = 0
                move '         ELSE    (none -- falls through)'
                    to report-line
                write report-line
            end-if

            continue.

      ***************************************************************
      *** ----------------- one outcome, its mark and its action
        write-one-branch section.
            evaluate true
                when rlb-action-line(rl-branch) = 0
                    move 'NO ACTION' to rl-status
                when rl-cov-flag = 0
                    move spaces to rl-status
                when rlb-action-line(rl-branch) > RL-LINE-MAX
                    move spaces to rl-status
                when rl-cov-map(rlb-action-line(rl-branch):1) = 'X'
                    move 'EXERCISED' to rl-status
                    add 1 to rl-exercised-count
                when other
                    move 'NEVER' to rl-status
                    add 1 to rl-never-count
            end-evaluate

            move spaces to report-line.
            string '         ' delimited by size
                function trim (rlb-label(rl-branch)) delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            if rlb-action-line(rl-branch) = 0
                string '           -> ' delimited by size
                    function trim (rl-status) delimited by size
                    into report-line
                end-string
            else
                string '           -> ' delimited by size
                    rl-status delimited by size
                    ' line ' delimited by size
                    rlb-action-line(rl-branch) delimited by size
                    ': ' delimited by size
                    function trim (rlb-action(rl-branch))
                        delimited by size
                    into report-line
                end-string
                if rlb-more-flag(rl-branch) = 1
                    move function length
                            (function trim (report-line trailing))
                        to rl-print-len
                    if rl-print-len < 128
                        move ' ...' to report-line(rl-print-len + 1:)
                    end-if
                end-if
            end-if.
            write report-line.

            continue.

      ***************************************************************
      *** ----------------- " a; b;" printed as "a, b"
        edit-print-list section.
            inspect rl-print-list converting ';' to ','.
            move function trim (rl-print-list) to rl-print-list.
            move function length
                    (function trim (rl-print-list trailing))
                to rl-print-len.
            if rl-print-len > 1
                and rl-print-list(rl-print-len:1) = ','

                move space to rl-print-list(rl-print-len:1)
                subtract 1 from rl-print-len
            end-if

            continue.
