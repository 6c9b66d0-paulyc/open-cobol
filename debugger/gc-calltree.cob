        identification division.
        program-id. gc-calltree.

      * static inter-module call tree against what actually ran --
      * every CALL statement in every module of a job (each read
      * through its own get_linecount_/get_aniline_ entry points,
      * so link them all into this job): a literal target as
      * written, a data-name target resolved through that data
      * item's VALUE clause. The possible call tree is charted from
      * each module no other listed module calls, and every edge is
      * then marked exercised or NEVER EXERCISED from the saved
      * call-graph reports of past sessions (write-callgraph-report,
      * module;line;kind;target;count rows) -- a CALL whose module
      * and line no report holds has never run. Those are the
      * untested interfaces: the error-path CALL nobody has seen.
      *   COB_CALLTREE_LIST    the job's modules, one per line,
      *                        # lines ignored
      *                        (default gc-calltree.list)
      *   COB_CALLGRAPH_LIST   the saved call-graph reports to
      *                        judge against, one path per line;
      *                        without it, COB_CALLGRAPH_FILE alone
      *                        (default gc-debugger.callgraph)
      *   COB_CALLTREE_REPORT  the report
      *                        (default gc-calltree.report)
      * The return code is the number of edges never exercised.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select list-file assign to list-path
                organization is line sequential
                file status is list-file-status.

            select cg-file assign to cg-path
                organization is line sequential
                file status is cg-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  list-file.
            01 list-record          pic x(256).

        fd  cg-file.
            01 cg-record            pic x(200).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 CT-MODULE-MAX        value 50.
            78 CT-VALUE-MAX         value 2000.
            78 CT-EDGE-MAX          value 1000.
            78 CT-REPORT-MAX        value 100.
            78 CT-DEPTH-MAX         value 25.

            01 list-path                    pic x(256) value spaces.
            01 list-file-status             pic 99.
            01 cg-path                      pic x(256) value spaces.
            01 cg-file-status               pic 99.
            01 cg-list-path                 pic x(256) value spaces.
            01 ct-module-list-path          pic x(256) value spaces.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

            77 ct-module-count              pic 9(3) value 0.
            01 ct-module-tbl.
                05 ct-module-row occurs CT-MODULE-MAX.
                    10 ctm-name              pic x(30).
                    10 ctm-linked            pic 9.
                    10 ctm-called            pic 9.
                    10 ctm-expanded          pic 9.
                    10 ctm-on-path           pic 9.
            77 ct-mod                       pic 9(3) value 0.

      * every data item with a VALUE literal -- what a CALL
      * data-name can resolve to
            77 ct-value-count               pic 9(4) value 0.
            01 ct-value-tbl.
                05 ct-value-row occurs CT-VALUE-MAX.
                    10 ctv-module            pic 9(3).
                    10 ctv-name              pic x(30).
                    10 ctv-literal           pic x(30).
            77 ct-value                     pic 9(4) value 0.

      * every CALL found, in module and source order
            77 ct-edge-count                pic 9(4) value 0.
            01 ct-edge-tbl.
                05 ct-edge-row occurs CT-EDGE-MAX.
                    10 cte-module            pic 9(3).
                    10 cte-line              pic 9(6).
                    10 cte-target            pic x(30).
                    10 cte-target-kind       pic x.
                        88 cte-by-literal    value 'L'.
                        88 cte-by-name       value 'N'.
                    10 cte-callee            pic x(30).
                    10 cte-callee-module     pic 9(3).
                    10 cte-runs              pic 9(9).
            77 ct-edge                      pic 9(4) value 0.
            77 ct-never-count               pic 9(4) value 0.
            77 ct-unresolved-count          pic 9(4) value 0.

            77 ct-report-count              pic 9(3) value 0.
            01 ct-report-tbl.
                05 ct-report-row occurs CT-REPORT-MAX.
                    10 ctr-path              pic x(256).
                    10 ctr-read-flag         pic 9.
            77 ct-report                    pic 9(3) value 0.

      * per-module animator entry points
            01 ct-getline                   pic x(128).
            01 ct-getlinecount              pic x(128).
            01 ct-line-bin                  usage binary-long.
            01 ct-source-buffer             pic x(512).
            77 ct-line-count                pic 9(6) value 0.
            77 ct-line                      pic 9(6) value 0.

      * the statement scan
            01 ct-trimmed                   pic x(255).
            77 ct-trimmed-len               pic 9(3) value 0.
            77 ct-tok-ptr                   pic 9(4) value 0.
            01 ct-token                     pic x(60).
            77 ct-token-len                 pic 99 value 0.
            01 ct-area                      pic x value space.
                88 ct-in-data               value 'D'.
                88 ct-in-procedure          value 'P'.
            01 ct-prev-token                pic x(60) value spaces.
            01 ct-expect                    pic x(8) value spaces.
            01 ct-cur-name                  pic x(30) value spaces.
            01 ct-literal-flag              pic 9 value 0.
            01 ct-quote-end-flag            pic 9 value 0.
      * a level number only counts where an entry can begin
            01 ct-entry-start-flag          pic 9 value 0.
            01 ct-period-flag               pic 9 value 0.

      * the saved call-graph rows
            01 ct-rec-module                pic x(30).
            01 ct-rec-line-x                pic x(10).
            01 ct-rec-kind                  pic x(10).
            01 ct-rec-target                pic x(30).
            01 ct-rec-count-x               pic x(12).
            77 ct-rec-line                  pic 9(6) value 0.
            77 ct-rec-count                 pic 9(9) value 0.

      * the chart walk -- explicit stack, no recursion
            77 ct-stack-top                 pic 9(2) value 0.
            01 ct-stack-tbl.
                05 ct-stack-row occurs CT-DEPTH-MAX.
                    10 cts-module            pic 9(3).
                    10 cts-edge-ptr          pic 9(4).
            77 ct-cur-module                pic 9(3) value 0.
            77 ct-push-module               pic 9(3) value 0.
            77 ct-edge-cursor               pic 9(4) value 0.
            77 ct-indent-pos                pic 9(3) value 0.
            01 ct-chart-text                pic x(132).
            01 ct-runs-text                 pic x(30).
            01 ct-edit-runs                 pic z(8)9.
            01 ct-edit-line                 pic z(5)9.
            01 ct-root-found-flag           pic 9 value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to list-path.
            accept list-path from environment 'COB_CALLTREE_LIST'
            end-accept.
            if list-path = spaces
                move 'gc-calltree.list' to list-path
            end-if.

            move spaces to cg-list-path.
            accept cg-list-path from environment
                'COB_CALLGRAPH_LIST' end-accept.

            move spaces to report-path.
            accept report-path from environment
                'COB_CALLTREE_REPORT' end-accept.
            if report-path = spaces
                move 'gc-calltree.report' to report-path
            end-if.

            perform load-module-list.

            if ct-module-count = 0
                display 'No modules listed in '
                    function trim (list-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform load-report-list.

            perform varying ct-mod from 1 by 1
                until ct-mod > ct-module-count

                perform scan-one-module
            end-perform.

            perform resolve-call-targets.

            perform varying ct-report from 1 by 1
                until ct-report > ct-report-count

                perform load-one-callgraph
            end-perform.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform write-report-head.
            perform write-call-tree.
            perform write-edge-list.

            close report-file.

            display 'Call tree: ' ct-edge-count ' CALL(s), '
                ct-never-count ' never exercised -- see '
                function trim (report-path) end-display.

            move ct-never-count to return-code.

            stop run.

      ***************************************************************
        load-module-list section.
            open input list-file.
            if list-file-status not = 0
                display 'Cannot open module list '
                    function trim (list-path) end-display
                move 99 to return-code
                stop run
            end-if

            read list-file end-read
            perform until list-file-status not = 0
                if list-record not = spaces
                    and list-record(1:1) not = '#'
                    and ct-module-count < CT-MODULE-MAX

                    add 1 to ct-module-count
                    move function upper-case
                            (function trim (list-record))
                        to ctm-name(ct-module-count)
                    move 0 to ctm-linked(ct-module-count)
                    move 0 to ctm-called(ct-module-count)
                    move 0 to ctm-expanded(ct-module-count)
                    move 0 to ctm-on-path(ct-module-count)
                end-if

                read list-file end-read
            end-perform

            close list-file

            continue.

      ***************************************************************
      *** ----------------- the call-graph reports to judge by --
      *** a list of them, or the one the debugger writes by default
        load-report-list section.
            move 0 to ct-report-count.

            if cg-list-path = spaces
                move spaces to cg-path
                accept cg-path from environment
                    'COB_CALLGRAPH_FILE' end-accept
                if cg-path = spaces
                    move 'gc-debugger.callgraph' to cg-path
                end-if
                move 1 to ct-report-count
                move cg-path to ctr-path(1)
                move 0 to ctr-read-flag(1)
                exit section
            end-if

      * the list file serves both lists, one after the other
            move list-path to ct-module-list-path.
            move cg-list-path to list-path.
            open input list-file.
            if list-file-status not = 0
                display 'Cannot open call-graph list '
                    function trim (cg-list-path) end-display
                move 99 to return-code
                stop run
            end-if

            read list-file end-read
            perform until list-file-status not = 0
                if list-record not = spaces
                    and list-record(1:1) not = '#'
                    and ct-report-count < CT-REPORT-MAX

                    add 1 to ct-report-count
                    move function trim (list-record)
                        to ctr-path(ct-report-count)
                    move 0 to ctr-read-flag(ct-report-count)
                end-if

                read list-file end-read
            end-perform

            close list-file
            move ct-module-list-path to list-path

            continue.

      ***************************************************************
      *** ----------------- one module, token by token -- a module
      *** not linked into this job is reported as such and skipped
        scan-one-module section.
            move spaces to ct-getline.
            string 'get_aniline_' delimited by size
                ctm-name(ct-mod) delimited by spaces
                into ct-getline
            end-string.
            move spaces to ct-getlinecount.
            string 'get_linecount_' delimited by size
                ctm-name(ct-mod) delimited by spaces
                into ct-getlinecount
            end-string.

            move 0 to ct-line-count.
            call ct-getlinecount
                on exception
                    display 'Module '
                        function trim (ctm-name(ct-mod))
                        ' is not linked into this job -- skipped.'
                    end-display
                    exit section
            end-call.
            move return-code to ct-line-count.
            move 0 to return-code.

            move 1 to ctm-linked(ct-mod).
            move space to ct-area.
            move spaces to ct-expect.
            move spaces to ct-prev-token.
            move spaces to ct-cur-name.
            move 0 to ct-literal-flag.
            move 0 to ct-period-flag.

            perform varying ct-line from 1 by 1
                until ct-line > ct-line-count

                perform fetch-source-line
                perform scan-source-line
            end-perform

            continue.

      ***************************************************************
        fetch-source-line section.
            move spaces to ct-source-buffer.
            move ct-line to ct-line-bin.

            call ct-getline using ct-line-bin
                ct-source-buffer
            end-call.

      * comment lines -- indicator column, or a floating *>
            move spaces to ct-trimmed.
            if ct-source-buffer(7:1) = '*'
                or ct-source-buffer(7:1) = '/'

                move 0 to ct-trimmed-len
                exit section
            end-if

            move function upper-case (function trim
                    (ct-source-buffer(1:255)))
                to ct-trimmed.
            if ct-trimmed(1:2) = '*>'
                move spaces to ct-trimmed
            end-if
            move function length (function trim (ct-trimmed))
                to ct-trimmed-len.

            continue.

      ***************************************************************
        scan-source-line section.
            if ct-trimmed-len = 0
                exit section
            end-if

            move 1 to ct-tok-ptr.

            perform until ct-tok-ptr > ct-trimmed-len
                move spaces to ct-token
                unstring ct-trimmed delimited by all space
                    into ct-token
                    with pointer ct-tok-ptr
                end-unstring

                if ct-token = spaces
                    exit perform
                end-if

                perform take-source-token
            end-perform

            continue.

      ***************************************************************
      *** ----------------- a literal is the CALL target or VALUE
      *** being waited for, or is stepped over (a DISPLAY 'CALL X'
      *** is no CALL)
        take-source-token section.
            move function length (function trim (ct-token))
                to ct-token-len.
            move ct-period-flag to ct-entry-start-flag.
            move 0 to ct-period-flag.
            if ct-token(ct-token-len:1) = '.'
                move 1 to ct-period-flag
            end-if
            perform check-literal-end.

            if ct-literal-flag = 1
                if ct-quote-end-flag = 1
                    move 0 to ct-literal-flag
                end-if
                exit section
            end-if

            if ct-token(1:1) = '"' or ct-token(1:1) = "'"
                if ct-token-len = 1 or ct-quote-end-flag = 0
                    move 1 to ct-literal-flag
                end-if

                if ct-expect = 'CALL' or ct-expect = 'VALUE'
                    if ct-token(ct-token-len:1) = '.'
                        move space to ct-token(ct-token-len:1)
                    end-if
                    inspect ct-token replacing all '"' by space
                    inspect ct-token replacing all "'" by space
                    move function trim (ct-token) to ct-token

                    if ct-expect = 'CALL'
                        move 'L' to cte-target-kind(ct-edge-count)
                        move ct-token to cte-target(ct-edge-count)
                    else
                        perform add-value-literal
                    end-if
                end-if
                move spaces to ct-expect
                exit section
            end-if

            inspect ct-token replacing all ',' by space.
            if ct-token(ct-token-len:1) = '.'
                move space to ct-token(ct-token-len:1)
            end-if
            if ct-token = spaces
                exit section
            end-if

            evaluate true
                when ct-token = 'DIVISION'
                    and ct-prev-token = 'DATA'
                    set ct-in-data to true
                    move spaces to ct-expect
                    move 1 to ct-period-flag
                when ct-token = 'DIVISION'
                    and ct-prev-token = 'PROCEDURE'
                    set ct-in-procedure to true
                    move spaces to ct-expect
                when ct-expect = 'CALL'
                    move 'N' to cte-target-kind(ct-edge-count)
                    move ct-token to cte-target(ct-edge-count)
                    move spaces to ct-expect
                when ct-expect = 'NAME'
                    move ct-token to ct-cur-name
                    if ct-token = 'FILLER'
                        move spaces to ct-cur-name
                    end-if
                    move spaces to ct-expect
                when ct-expect = 'VALUE'
                    and (ct-token = 'IS' or ct-token = 'ARE')
                    continue
                when ct-in-data
                    perform take-data-token
                when ct-in-procedure
                    and ct-token = 'CALL'
                    perform add-call-edge
                when other
                    move spaces to ct-expect
            end-evaluate

            move ct-token to ct-prev-token.

            continue.

      ***************************************************************
      *** ----------------- does ct-token close a literal -- a
      *** quote last, or before a closing period or comma
        check-literal-end section.
            move 0 to ct-quote-end-flag.

            if ct-token(ct-token-len:1) = '"'
                or ct-token(ct-token-len:1) = "'"

                move 1 to ct-quote-end-flag
                exit section
            end-if

            if ct-token-len > 1
                if ct-token(ct-token-len - 1:1) = '"'
                    or ct-token(ct-token-len - 1:1) = "'"

                    move 1 to ct-quote-end-flag
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- a level number opens a data item (an
      *** 88 is a condition, not a callable name); VALUE is waited
      *** on for the item it belongs to
        take-data-token section.
            evaluate true
                when ct-token = '88'
                    move spaces to ct-cur-name
                    move spaces to ct-expect
                when ct-entry-start-flag = 1
                    and ct-token-len <= 2
                    and ct-token(1:ct-token-len) is numeric
                    move 'NAME' to ct-expect
                when ct-token = 'VALUE' or ct-token = 'VALUES'
                    if ct-cur-name not = spaces
                        move 'VALUE' to ct-expect
                    end-if
                when other
                    move spaces to ct-expect
            end-evaluate

            continue.

      ***************************************************************
        add-value-literal section.
            if ct-value-count < CT-VALUE-MAX
                and ct-cur-name not = spaces

                add 1 to ct-value-count
                move ct-mod to ctv-module(ct-value-count)
                move ct-cur-name to ctv-name(ct-value-count)
                move ct-token to ctv-literal(ct-value-count)
            end-if

            move spaces to ct-cur-name.

            continue.

      ***************************************************************
        add-call-edge section.
            if ct-edge-count >= CT-EDGE-MAX
                exit section
            end-if

            add 1 to ct-edge-count.
            move ct-mod to cte-module(ct-edge-count).
            move ct-line to cte-line(ct-edge-count).
            move spaces to cte-target(ct-edge-count).
            move 'N' to cte-target-kind(ct-edge-count).
            move spaces to cte-callee(ct-edge-count).
            move 0 to cte-callee-module(ct-edge-count).
            move 0 to cte-runs(ct-edge-count).
            move 'CALL' to ct-expect.

            continue.

      ***************************************************************
      *** ----------------- literal targets are the program; a
      *** data-name target is looked up among the calling module's
      *** VALUE clauses
        resolve-call-targets section.
            perform varying ct-edge from 1 by 1
                until ct-edge > ct-edge-count

                if cte-by-literal(ct-edge)
                    move cte-target(ct-edge) to cte-callee(ct-edge)
                else
                    perform varying ct-value from 1 by 1
                        until ct-value > ct-value-count
                        or cte-callee(ct-edge) not = spaces

                        if ctv-module(ct-value) = cte-module(ct-edge)
                            and ctv-name(ct-value)
                                = cte-target(ct-edge)

                            move ctv-literal(ct-value)
                                to cte-callee(ct-edge)
                        end-if
                    end-perform
                end-if

                if cte-callee(ct-edge) = spaces
                    add 1 to ct-unresolved-count
                else
                    perform varying ct-mod from 1 by 1
                        until ct-mod > ct-module-count
                        or cte-callee-module(ct-edge) > 0

                        if ctm-name(ct-mod) = cte-callee(ct-edge)
                            move ct-mod
                                to cte-callee-module(ct-edge)
                            if ct-mod not = cte-module(ct-edge)
                                move 1 to ctm-called(ct-mod)
                            end-if
                        end-if
                    end-perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- one saved report -- its CALL rows add
      *** their counts to the static edge at the same module and
      *** line
        load-one-callgraph section.
            move ctr-path(ct-report) to cg-path.
            open input cg-file.
            if cg-file-status not = 0
                exit section
            end-if

            move 1 to ctr-read-flag(ct-report).

            read cg-file end-read
            perform until cg-file-status not = 0
                move spaces to ct-rec-module
                move spaces to ct-rec-line-x
                move spaces to ct-rec-kind
                move spaces to ct-rec-target
                move spaces to ct-rec-count-x
                unstring cg-record delimited by ';'
                    into ct-rec-module ct-rec-line-x ct-rec-kind
                        ct-rec-target ct-rec-count-x
                end-unstring

                if ct-rec-kind = 'CALL'
                    and ct-rec-line-x not = spaces
                    and function trim (ct-rec-line-x) is numeric

                    perform credit-call-row
                end-if

                read cg-file end-read
            end-perform

            close cg-file

            continue.

      ***************************************************************
        credit-call-row section.
            move function numval (ct-rec-line-x) to ct-rec-line.
            move 1 to ct-rec-count.
            if ct-rec-count-x not = spaces
                and function trim (ct-rec-count-x) is numeric

                move function numval (ct-rec-count-x)
                    to ct-rec-count
            end-if

            move function upper-case (function trim (ct-rec-module))
                to ct-rec-module.

            perform varying ct-edge from 1 by 1
                until ct-edge > ct-edge-count

                if cte-line(ct-edge) = ct-rec-line
                    and ctm-name(cte-module(ct-edge)) = ct-rec-module

                    add ct-rec-count to cte-runs(ct-edge)
                end-if
            end-perform

            continue.

      ***************************************************************
        write-report-head section.
            move spaces to report-line.
            string 'Static call tree -- ' delimited by size
                ct-module-count delimited by size
                ' module(s) from ' delimited by size
                function trim (list-path) delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            string 'Judged against ' delimited by size
                ct-report-count delimited by size
                ' call-graph report(s):' delimited by size
                into report-line
            end-string.
            write report-line.

            perform varying ct-report from 1 by 1
                until ct-report > ct-report-count

                move spaces to report-line
                if ctr-read-flag(ct-report) = 1
                    string '  ' delimited by size
                        function trim (ctr-path(ct-report))
                            delimited by size
                        into report-line
                    end-string
                else
                    string '  ' delimited by size
                        function trim (ctr-path(ct-report))
                            delimited by size
                        '  (not readable)' delimited by size
                        into report-line
                    end-string
                end-if
                write report-line
            end-perform

            move spaces to report-line.
            write report-line.

            continue.

      ***************************************************************
      *** ----------------- a tree from every listed module no
      *** other listed module calls (the first module, should
      *** every one of them be called)
        write-call-tree section.
            move 'Possible call tree' to report-line.
            write report-line.
            move all '-' to report-line.
            write report-line.

            move 0 to ct-root-found-flag.
            perform varying ct-mod from 1 by 1
                until ct-mod > ct-module-count

                if ctm-linked(ct-mod) = 1
                    and ctm-called(ct-mod) = 0

                    move 1 to ct-root-found-flag
                    move ct-mod to ct-push-module
                    perform chart-one-tree
                end-if
            end-perform

            if ct-root-found-flag = 0
                and ctm-linked(1) = 1

                move 1 to ct-push-module
                perform chart-one-tree
            end-if

            move spaces to report-line.
            write report-line.

            continue.

      ***************************************************************
      *** ----------------- depth-first walk, explicit stack -- a
      *** module already on the current path flags recursion, one
      *** already charted is shown folded
        chart-one-tree section.
            move 0 to ct-stack-top.
            move ct-push-module to ct-cur-module.

            move spaces to report-line.
            move ctm-name(ct-cur-module) to report-line.
            write report-line.

            perform chart-enter-module.

            perform until ct-stack-top = 0
                move cts-module(ct-stack-top) to ct-cur-module

                perform find-next-edge

                if ct-edge-cursor = 0
                    move 0 to ctm-on-path(ct-cur-module)
                    subtract 1 from ct-stack-top
                else
                    perform chart-edge-row

                    move cte-callee-module(ct-edge-cursor)
                        to ct-push-module

                    if ct-push-module > 0
                        and ctm-on-path(ct-push-module) = 0
                        and ctm-expanded(ct-push-module) = 0
                        and ctm-linked(ct-push-module) = 1

                        move ct-push-module to ct-cur-module
                        perform chart-enter-module
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
        chart-enter-module section.
            if ct-stack-top >= CT-DEPTH-MAX
                exit section
            end-if

            add 1 to ct-stack-top.
            move ct-cur-module to cts-module(ct-stack-top).
            move 1 to cts-edge-ptr(ct-stack-top).
            move 1 to ctm-on-path(ct-cur-module).
            move 1 to ctm-expanded(ct-cur-module).

            continue.

      ***************************************************************
        find-next-edge section.
            move 0 to ct-edge-cursor.

            perform varying ct-edge
                from cts-edge-ptr(ct-stack-top) by 1
                until ct-edge > ct-edge-count
                or ct-edge-cursor not = 0

                if cte-module(ct-edge) = cts-module(ct-stack-top)
                    move ct-edge to ct-edge-cursor
                end-if
            end-perform

            if ct-edge-cursor not = 0
                compute cts-edge-ptr(ct-stack-top) =
                    ct-edge-cursor + 1
                end-compute
            end-if

            continue.

      ***************************************************************
        chart-edge-row section.
            move ct-edge-cursor to ct-edge.
            perform build-runs-text.

            move spaces to ct-chart-text.
            compute ct-indent-pos = (ct-stack-top * 2) + 1
            end-compute.

            move cte-line(ct-edge) to ct-edit-line.
            string function trim (cte-callee(ct-edge))
                    delimited by size
                ' (line ' delimited by size
                function trim (ct-edit-line) delimited by size
                ') ' delimited by size
                into ct-chart-text(ct-indent-pos:)
            end-string.

            if cte-callee(ct-edge) = spaces
                move spaces to ct-chart-text
                string '? ' delimited by size
                    function trim (cte-target(ct-edge))
                        delimited by size
                    ' (line ' delimited by size
                    function trim (ct-edit-line) delimited by size
                    ') ' delimited by size
                    into ct-chart-text(ct-indent-pos:)
                end-string
            end-if

            move ct-chart-text to report-line.
            move ct-runs-text to report-line(80:30).

            evaluate true
                when cte-callee-module(ct-edge) = 0
                    continue
                when ctm-linked(cte-callee-module(ct-edge)) = 0
                    continue
                when ctm-on-path(cte-callee-module(ct-edge)) = 1
                    move '<- RECURSION' to report-line(110:12)
                when ctm-expanded(cte-callee-module(ct-edge)) = 1
                    move '(charted above)' to report-line(110:15)
                when other
                    continue
            end-evaluate

            write report-line.

            continue.

      ***************************************************************
        build-runs-text section.
            move spaces to ct-runs-text.
            if cte-runs(ct-edge) = 0
                move 'NEVER EXERCISED' to ct-runs-text
            else
                move cte-runs(ct-edge) to ct-edit-runs
                string 'exercised x' delimited by size
                    function trim (ct-edit-runs) delimited by size
                    into ct-runs-text
                end-string
            end-if

            continue.

      ***************************************************************
      *** ----------------- every CALL, module by module, with its
      *** target as written and as resolved
        write-edge-list section.
            move 'CALL statements' to report-line.
            write report-line.
            move spaces to report-line.
            move 'module' to report-line(1:6).
            move 'line' to report-line(19:4).
            move 'target as written' to report-line(25:17).
            move 'program' to report-line(50:7).
            move 'runs' to report-line(80:4).
            write report-line.
            move all '-' to report-line.
            write report-line.

            move 0 to ct-never-count.

            perform varying ct-edge from 1 by 1
                until ct-edge > ct-edge-count

                perform build-runs-text
                if cte-runs(ct-edge) = 0
                    add 1 to ct-never-count
                end-if

                move spaces to report-line
                move ctm-name(cte-module(ct-edge))
                    to report-line(1:16)
                move cte-line(ct-edge) to ct-edit-line
                move ct-edit-line to report-line(17:6)

                if cte-by-literal(ct-edge)
                    string "'" delimited by size
                        function trim (cte-target(ct-edge))
                            delimited by size
                        "'" delimited by size
                        into report-line(25:24)
                    end-string
                else
                    move cte-target(ct-edge) to report-line(25:24)
                end-if

                evaluate true
                    when cte-callee(ct-edge) = spaces
                        move '(no VALUE to resolve)'
                            to report-line(50:29)
                    when cte-callee-module(ct-edge) = 0
                        string function trim (cte-callee(ct-edge))
                                delimited by size
                            ' (not in job)' delimited by size
                            into report-line(50:29)
                        end-string
                    when other
                        move cte-callee(ct-edge)
                            to report-line(50:29)
                end-evaluate

                move ct-runs-text to report-line(80:30)
                write report-line
            end-perform

            if ct-edge-count = 0
                move '  (no CALL statements found)' to report-line
                write report-line
            end-if

            move spaces to report-line.
            write report-line.

            move spaces to report-line.
            string 'CALLs: ' delimited by size
                ct-edge-count delimited by size
                '  never exercised: ' delimited by size
                ct-never-count delimited by size
                '  target unresolved: ' delimited by size
                ct-unresolved-count delimited by size
                into report-line
            end-string.
            write report-line.

            continue.
