        identification division.
        program-id. gc-impact.

      * test-impact selection for the hot-fix window -- once
      * check-module-source-stamp has flagged a module as changed,
      * this answers which suite tests actually ran the changed
      * lines, instead of the whole suite or a guess. The changed
      * line ranges come from a ranges file, one range per line:
      *   module;first-line;last-line   (last-line may be omitted)
      * Every test in the suite catalog is checked against its own
      * per-test line set, <COB_COVERAGE_STORE>.<test>, which
      * gc-coverage writes when a suite run collects coverage
      * (gc-verify with COB_SUITE_COVERAGE=Y). A test that has no
      * line set yet cannot be ruled out, so it is selected and
      * flagged as such.
      *   COB_IMPACT_RANGES   the changed ranges
      *                       (default gc-impact.ranges)
      *   COB_SUITE_FILE      the full suite catalog
      *                       (default gc-verify.suite)
      *   COB_COVERAGE_STORE  the cumulative store the per-test
      *                       sets sit beside
      *                       (default gc-debugger.covstore)
      *   COB_IMPACT_SUITE    the reduced catalog, runnable as is
      *                       by gc-verify (default gc-impact.suite)
      *   COB_IMPACT_REPORT   why each test was or wasn't chosen
      *                       (default gc-impact.report)

        environment division.
        configuration section.
        input-output section.
        file-control.

            select ranges-file assign to ranges-path
                organization is line sequential
                file status is ranges-file-status.

            select suite-file assign to suite-path
                organization is line sequential
                file status is suite-file-status.

            select test-store-file assign to test-store-path
                organization is line sequential
                file status is test-store-file-status.

            select out-suite-file assign to out-suite-path
                organization is line sequential
                file status is out-suite-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  ranges-file.
            01 ranges-record        pic x(100).

        fd  suite-file.
            01 suite-line           pic x(600).

        fd  test-store-file.
            01 test-store-record    pic x(60).

        fd  out-suite-file.
            01 out-suite-line       pic x(600).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 IMP-RANGE-MAX        value 200.
            78 IMP-TEST-MAX         value 500.

            01 ranges-path                  pic x(256) value spaces.
            01 ranges-file-status           pic 99.
            01 suite-path                   pic x(256) value spaces.
            01 suite-file-status            pic 99.
            01 store-path                   pic x(256) value spaces.
            01 test-store-path              pic x(300) value spaces.
            01 test-store-file-status       pic 99.
            01 out-suite-path               pic x(256) value spaces.
            01 out-suite-file-status        pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

            77 imp-range-count              pic 9(3) value 0.
            01 imp-range-tbl.
                05 imp-range-row occurs IMP-RANGE-MAX.
                    10 ir-module             pic x(30).
                    10 ir-first              pic 9(6).
                    10 ir-last               pic 9(6).

            77 imp-test-count               pic 9(3) value 0.
            01 imp-test-tbl.
                05 imp-test-row occurs IMP-TEST-MAX.
                    10 it-name               pic x(30).
                    10 it-catalog-line       pic x(600).
                    10 it-verdict            pic x(8).
                    10 it-hit-count          pic 9(6).
                    10 it-first-module       pic x(30).
                    10 it-first-line         pic 9(6).

            77 imp-selected-count           pic 9(3) value 0.
            77 imp-nocov-count              pic 9(3) value 0.
      * tests past IMP-TEST-MAX -- any at all and nothing is ruled
      * out, the whole suite goes through
            77 imp-overflow-count           pic 9(5) value 0.
            77 imp-test-limit               pic 9(3) value IMP-TEST-MAX.

      * record parse scratch
            01 imp-unstring-ptr             pic 9(5).
            01 imp-token-1                  pic x(30).
            01 imp-token-2                  pic x(10).
            01 imp-token-3                  pic x(10).
            01 imp-record-module            pic x(30).
            01 imp-record-line              pic 9(6).

            77 imp-index                    pic 9(3) value 0.
            77 imp-range-index              pic 9(3) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to ranges-path.
            accept ranges-path from environment 'COB_IMPACT_RANGES'
            end-accept.
            if ranges-path = spaces
                move 'gc-impact.ranges' to ranges-path
            end-if.

            move spaces to suite-path.
            accept suite-path from environment 'COB_SUITE_FILE'
            end-accept.
            if suite-path = spaces
                move 'gc-verify.suite' to suite-path
            end-if.

            move spaces to store-path.
            accept store-path from environment 'COB_COVERAGE_STORE'
            end-accept.
            if store-path = spaces
                move 'gc-debugger.covstore' to store-path
            end-if.

            move spaces to out-suite-path.
            accept out-suite-path from environment 'COB_IMPACT_SUITE'
            end-accept.
            if out-suite-path = spaces
                move 'gc-impact.suite' to out-suite-path
            end-if.

            move spaces to report-path.
            accept report-path from environment 'COB_IMPACT_REPORT'
            end-accept.
            if report-path = spaces
                move 'gc-impact.report' to report-path
            end-if.

            perform load-changed-ranges.

            if imp-range-count = 0
                display 'No changed ranges in '
                    function trim (ranges-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform load-suite-catalog.

            if imp-test-count = 0
                display 'No tests listed in '
                    function trim (suite-path) end-display
                move 99 to return-code
                stop run
            end-if.

      * a suite longer than the table cannot be reduced honestly --
      * the tests that did not fit were never checked, so the whole
      * suite is passed through and the run ends with a warning
            if imp-overflow-count > 0
                perform write-full-suite
                display 'Suite ' function trim (suite-path)
                    ' has more than ' imp-test-limit ' tests ('
                    imp-overflow-count ' over); whole suite copied to '
                    function trim (out-suite-path) end-display
                move 4 to return-code
                stop run
            end-if.

            perform varying imp-index from 1 by 1
                until imp-index > imp-test-count

                perform check-one-test
            end-perform.

            perform write-reduced-suite.

            perform write-impact-report.

            display imp-selected-count ' of ' imp-test-count
                ' test(s) selected into '
                function trim (out-suite-path) end-display.

            stop run.

      ***************************************************************
      *** ----------------- module;first-line;last-line, one
      *** changed range per line
        load-changed-ranges section.
            move 0 to imp-range-count.

            open input ranges-file.

            if ranges-file-status not = 0
                exit section
            end-if

            read ranges-file end-read
            perform until ranges-file-status not = 0
                or imp-range-count >= IMP-RANGE-MAX

                if ranges-record not = spaces
                    and ranges-record(1:1) not = '#'

                    move spaces to imp-token-1
                    move spaces to imp-token-2
                    move spaces to imp-token-3
                    move 1 to imp-unstring-ptr

                    unstring ranges-record delimited by ';'
                        into imp-token-1
                        with pointer imp-unstring-ptr
                    end-unstring
                    unstring ranges-record delimited by ';'
                        into imp-token-2
                        with pointer imp-unstring-ptr
                    end-unstring
                    unstring ranges-record delimited by ';'
                        into imp-token-3
                        with pointer imp-unstring-ptr
                    end-unstring

                    if imp-token-1 not = spaces
                        and function trim (imp-token-2) is numeric

                        add 1 to imp-range-count
                        move imp-token-1 to ir-module(imp-range-count)
                        move function numval (imp-token-2)
                            to ir-first(imp-range-count)
                        if function trim (imp-token-3) is numeric
                            move function numval (imp-token-3)
                                to ir-last(imp-range-count)
                        else
                            move ir-first(imp-range-count)
                                to ir-last(imp-range-count)
                        end-if
                    end-if
                end-if

                read ranges-file end-read
            end-perform

            close ranges-file

            continue.

      ***************************************************************
      *** ----------------- the catalog, each line kept verbatim
      *** for the reduced copy
        load-suite-catalog section.
            move 0 to imp-test-count.

            open input suite-file.

            if suite-file-status not = 0
                exit section
            end-if

            read suite-file end-read
            perform until suite-file-status not = 0

                if suite-line not = spaces
                    and suite-line(1:1) not = '#'
                    and imp-test-count >= IMP-TEST-MAX

                    add 1 to imp-overflow-count
                end-if

                if suite-line not = spaces
                    and suite-line(1:1) not = '#'
                    and imp-test-count < IMP-TEST-MAX

                    add 1 to imp-test-count
                    move suite-line
                        to it-catalog-line(imp-test-count)
                    move spaces to it-name(imp-test-count)
                    unstring suite-line delimited by ';'
                        into it-name(imp-test-count)
                    end-unstring
                    move spaces to it-verdict(imp-test-count)
                    move 0 to it-hit-count(imp-test-count)
                    move spaces to it-first-module(imp-test-count)
                    move 0 to it-first-line(imp-test-count)
                end-if

                read suite-file end-read
            end-perform

            close suite-file

            continue.

      ***************************************************************
      *** ----------------- one test's line set against every
      *** changed range
        check-one-test section.
            move spaces to test-store-path.
            string function trim (store-path) delimited by size
                '.' delimited by size
                function trim (it-name(imp-index)) delimited by size
                into test-store-path
            end-string

            open input test-store-file.

            if test-store-file-status not = 0
                move 'NOCOV' to it-verdict(imp-index)
                add 1 to imp-nocov-count
                add 1 to imp-selected-count
                exit section
            end-if

            read test-store-file end-read
            perform until test-store-file-status not = 0
                perform check-one-store-record
                read test-store-file end-read
            end-perform

            close test-store-file

            if it-hit-count(imp-index) > 0
                move 'SELECTED' to it-verdict(imp-index)
                add 1 to imp-selected-count
            else
                move 'SKIPPED' to it-verdict(imp-index)
            end-if

            continue.

      ***************************************************************
        check-one-store-record section.
            move spaces to imp-record-module.
            move 0 to imp-record-line.
            move 1 to imp-unstring-ptr.

            unstring test-store-record delimited by ';'
                into imp-record-module
                with pointer imp-unstring-ptr
            end-unstring
            unstring test-store-record delimited by ';'
                into imp-record-line
                with pointer imp-unstring-ptr
            end-unstring

            if imp-record-module = spaces or imp-record-line = 0
                exit section
            end-if

            perform varying imp-range-index from 1 by 1
                until imp-range-index > imp-range-count

                if ir-module(imp-range-index) = imp-record-module
                    and imp-record-line >= ir-first(imp-range-index)
                    and imp-record-line <= ir-last(imp-range-index)

                    add 1 to it-hit-count(imp-index)
                    if it-first-line(imp-index) = 0
                        move imp-record-module
                            to it-first-module(imp-index)
                        move imp-record-line
                            to it-first-line(imp-index)
                    end-if
                    exit perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the reduced catalog -- the selected
      *** tests' lines exactly as the full suite has them
        write-reduced-suite section.
            open output out-suite-file.

            if out-suite-file-status not = 0
                display 'Cannot write reduced suite '
                    function trim (out-suite-path) end-display
                move 99 to return-code
                stop run
            end-if

            move spaces to out-suite-line.
            string '# impact selection from ' delimited by size
                function trim (suite-path) delimited by size
                ' over ' delimited by size
                function trim (ranges-path) delimited by size
                into out-suite-line
            end-string
            write out-suite-line

            perform varying imp-index from 1 by 1
                until imp-index > imp-test-count

                if it-verdict(imp-index) = 'SELECTED'
                    or it-verdict(imp-index) = 'NOCOV'

                    move it-catalog-line(imp-index) to out-suite-line
                    write out-suite-line
                end-if
            end-perform

            close out-suite-file

            continue.

      ***************************************************************
      *** ----------------- the suite too long to reduce -- every
      *** line copied through, and the report says why
        write-full-suite section.
            open output out-suite-file.

            if out-suite-file-status not = 0
                display 'Cannot write reduced suite '
                    function trim (out-suite-path) end-display
                move 99 to return-code
                stop run
            end-if

            move spaces to out-suite-line.
            string '# whole suite from ' delimited by size
                function trim (suite-path) delimited by size
                ' -- too many tests to reduce' delimited by size
                into out-suite-line
            end-string
            write out-suite-line

            open input suite-file.

            if suite-file-status = 0
                read suite-file end-read
                perform until suite-file-status not = 0
                    move suite-line to out-suite-line
                    write out-suite-line
                    read suite-file end-read
                end-perform
                close suite-file
            end-if

            close out-suite-file

            open output report-file.

            if report-file-status not = 0
                exit section
            end-if

            move spaces to report-line.
            string 'Test-impact selection -- ' delimited by size
                function trim (suite-path) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line.
            string 'Not reduced: more than ' delimited by size
                imp-test-limit delimited by size
                ' tests (' delimited by size
                imp-overflow-count delimited by size
                ' over), every test selected' delimited by size
                into report-line
            end-string
            write report-line

            close report-file

            continue.

      ***************************************************************
        write-impact-report section.
            open output report-file.

            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                exit section
            end-if

            move spaces to report-line.
            string 'Test-impact selection -- ' delimited by size
                function trim (suite-path) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line.
            string 'Selected ' delimited by size
                imp-selected-count delimited by size
                ' of ' delimited by size
                imp-test-count delimited by size
                ' test(s); ' delimited by size
                imp-nocov-count delimited by size
                ' of them have no per-test coverage yet'
                    delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line
            write report-line

            move 'Changed ranges:' to report-line
            write report-line

            perform varying imp-range-index from 1 by 1
                until imp-range-index > imp-range-count

                move spaces to report-line
                string '  ' delimited by size
                    function trim (ir-module(imp-range-index))
                        delimited by size
                    ' ' delimited by size
                    ir-first(imp-range-index) delimited by size
                    '-' delimited by size
                    ir-last(imp-range-index) delimited by size
                    into report-line
                end-string
                write report-line
            end-perform

            move spaces to report-line
            write report-line

            perform varying imp-index from 1 by 1
                until imp-index > imp-test-count

                move spaces to report-line
                evaluate it-verdict(imp-index)
                    when 'SELECTED'
                        string '  SELECTED ' delimited by size
                            function trim (it-name(imp-index))
                                delimited by size
                            '  -- ' delimited by size
                            it-hit-count(imp-index)
                                delimited by size
                            ' changed line(s), first ' delimited by size
                            function trim
                                (it-first-module(imp-index))
                                delimited by size
                            ' ' delimited by size
                            it-first-line(imp-index)
                                delimited by size
                            into report-line
                        end-string
                    when 'NOCOV'
                        string '  SELECTED ' delimited by size
                            function trim (it-name(imp-index))
                                delimited by size
                            '  -- no per-test coverage, cannot '
                                delimited by size
                            'be ruled out' delimited by size
                            into report-line
                        end-string
                    when other
                        string '  skipped  ' delimited by size
                            function trim (it-name(imp-index))
                                delimited by size
                            into report-line
                        end-string
                end-evaluate
                write report-line
            end-perform

            close report-file

            continue.
