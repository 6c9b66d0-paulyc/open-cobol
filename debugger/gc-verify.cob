      * COB_SUITE_REPORT (default gc-verify.report), and the
      * return code carries the failed-test count for the release
      * weekend's job stream.
      *
      * With COB_SUITE_COVERAGE=Y each test's trace goes to its
      * own <name>.trace, and gc-coverage (COB_COVERAGE_CMD, default
      * gc-coverage) is run over it with COB_COVERAGE_TEST set, so
      * the per-test line sets gc-impact selects from are kept up
      * to date by the ordinary suite run.
      *
      * A test whose programs read and write data files can name a
      * fixture set as a fifth catalog field. The sets are kept in
      * COB_SUITE_FIXTURES (default gc-verify.fixtures), one file
      * per line:
      *   set;IN;data-file;golden-copy
      *   set;OUT;output-file;expected-file;layout-export;key-field
      * Before the test runs every IN file is restored from its
      * golden copy and every OUT file is removed, so no test
      * inherits what the one before it left behind; afterwards
      * every OUT file is compared with its expected copy through
      * gc-filecmp (COB_FILECMP_CMD, default gc-filecmp), by the
      * named layout and key, the compare report going to
      * <name>.<n>.cmp. A fixture that cannot be restored, or any
      * field break, fails the test; what each restore and compare
      * did is listed under the test's verdict in the report.
      *
      * A program that ACCEPTs replies from the console can name
      * an answer file as a sixth field (the fifth may be left
      * empty); it goes to the debugger as COB_ACCEPT_FILE, and an
      * ACCEPT the file cannot answer fails the test instead of
      * leaving the suite waiting.
      *
      * A seventh field lists the requirement ids the test proves,
      * separated by commas or spaces. The run itself ignores it;
      * gc-reqtrace builds the traceability matrix from it.
      *
      * With COB_SUITE_TRIAGE=Y every test's trace goes to
      * <name>.trace as for coverage; a test that passes keeps its
      * trace as <name>.pass.trace, and a test that fails is run
      * through gc-triage (COB_TRIAGE_CMD, default gc-triage)
      * against the last one kept, its baseline standing for the
      * passing response. The page goes to <name>.triage and is
      * named under the test's verdict.

        environment division.
        configuration section.
                organization is line sequential
                file status is expect-file-status.

            select fixture-file assign to fixture-path
                organization is line sequential
                file status is fixture-file-status.

        data division.
        file section.

        fd  expect-file.
            01 expect-record        pic x(300).

        fd  fixture-file.
            01 fixture-line         pic x(900).

        working-storage section.

            78 VFY-TEST-MAX         value 500.
            78 VFY-FIXTURE-MAX      value 200.
            78 VFY-NOTE-MAX         value 500.

            01 suite-path                   pic x(256) value spaces.
            01 suite-file-status            pic 99.
            01 actual-file-status           pic 99.
            01 expect-path                  pic x(256) value spaces.
            01 expect-file-status           pic 99.
            01 fixture-path                 pic x(256) value spaces.
            01 fixture-file-status          pic 99.

            77 vfy-test-count               pic 9(3) value 0.
            01 vfy-test-tbl.
                    10 vt-verdict            pic x(6).
                    10 vt-fail-line          pic 9(6).
                    10 vt-fail-text          pic x(60).
                    10 vt-fixture            pic x(30).
                    10 vt-answer-path        pic x(256).

      * catalog parse scratch
            01 vfy-unstring-ptr             pic 9(5).
            77 vfy-line-number              pic 9(6) value 0.
            77 vfy-mismatch-flag            pic 9 value 0.

      * per-test coverage collection
            77 vfy-coverage-flag            pic x value 'N'.
            01 vfy-coverage-cmd             pic x(200) value spaces.
            01 vfy-trace-path               pic x(256) value spaces.
            01 vfy-covrpt-path              pic x(256) value spaces.
            01 vfy-coverage-rc              pic s9(9) binary value 0.

      * failure triage -- the last passing trace kept per test
            77 vfy-triage-flag              pic x value 'N'.
            01 vfy-triage-cmd               pic x(200) value spaces.
            01 vfy-pass-trace-path          pic x(256) value spaces.
            01 vfy-triage-path              pic x(256) value spaces.
            01 vfy-triage-rc                pic s9(9) binary value 0.
            01 vfy-file-info.
                05 vfy-fi-size              pic x(8) comp-x.
                05 vfy-fi-rest              pic x(8).

      * fixture sets -- the files each set restores (IN) and
      * compares (OUT), and what happened to them per test
            77 vfy-fixture-count            pic 9(3) value 0.
            77 vfy-fixture-index            pic 9(3) value 0.
            01 vfy-fixture-tbl.
                05 vfy-fixture-row occurs VFY-FIXTURE-MAX.
                    10 vx-set                pic x(30).
                    10 vx-kind               pic x(3).
                    10 vx-file               pic x(256).
                    10 vx-source             pic x(256).
                    10 vx-map                pic x(256).
                    10 vx-key                pic x(30).
            77 vfy-note-count               pic 9(3) value 0.
            77 vfy-note-index               pic 9(3) value 0.
            01 vfy-note-tbl.
                05 vfy-note-row occurs VFY-NOTE-MAX.
                    10 vn-test               pic 9(3).
                    10 vn-text               pic x(120).
            01 vfy-note-text                pic x(120) value spaces.
            77 vfy-set-rows                 pic 9(3) value 0.
            77 vfy-fixture-fail-flag        pic 9 value 0.
            77 vfy-output-break-count       pic 9(3) value 0.
            77 vfy-output-number            pic 9(3) value 0.
            01 vfy-output-edit              pic zz9.
            01 vfy-filecmp-cmd              pic x(200) value spaces.
            01 vfy-cmp-path                 pic x(256) value spaces.
            01 vfy-filecmp-rc               pic s9(9) binary value 0.
            01 vfy-rc-edit                  pic z(8)9.
            01 vfy-call-rc                  pic s9(9) binary value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to suite-path.
            accept suite-path from environment 'COB_SUITE_FILE'
            end-accept.
                move 'gc-verify.report' to report-path
            end-if.

            accept vfy-coverage-flag from environment
                'COB_SUITE_COVERAGE' end-accept.
            move function upper-case (vfy-coverage-flag)
                to vfy-coverage-flag.

            move spaces to vfy-coverage-cmd.
            accept vfy-coverage-cmd from environment
                'COB_COVERAGE_CMD' end-accept.
            if vfy-coverage-cmd = spaces
                move 'gc-coverage' to vfy-coverage-cmd
            end-if.

            accept vfy-triage-flag from environment
                'COB_SUITE_TRIAGE' end-accept.
            move function upper-case (vfy-triage-flag)
                to vfy-triage-flag.

            move spaces to vfy-triage-cmd.
            accept vfy-triage-cmd from environment
                'COB_TRIAGE_CMD' end-accept.
            if vfy-triage-cmd = spaces
                move 'gc-triage' to vfy-triage-cmd
            end-if.

            move spaces to fixture-path.
            accept fixture-path from environment 'COB_SUITE_FIXTURES'
            end-accept.
            if fixture-path = spaces
                move 'gc-verify.fixtures' to fixture-path
            end-if.

            move spaces to vfy-filecmp-cmd.
            accept vfy-filecmp-cmd from environment
                'COB_FILECMP_CMD' end-accept.
            if vfy-filecmp-cmd = spaces
                move 'gc-filecmp' to vfy-filecmp-cmd
            end-if.

            perform load-suite-catalog.
            perform load-fixture-sets.

            if vfy-test-count = 0
                display 'No tests listed in '

      ***************************************************************
      *** ----------------- read the catalog -- one test per line,
      *** name;debuggee-command;command-file;expected-response and,
      *** optionally, ;fixture-set and ;answer-file
        load-suite-catalog section.
            move 0 to vfy-test-count.

                            into vt-expect-path(vfy-test-count)
                            with pointer vfy-unstring-ptr
                        end-unstring
                        move spaces to vt-fixture(vfy-test-count)
                        unstring suite-line delimited by ';'
                            into vt-fixture(vfy-test-count)
                            with pointer vfy-unstring-ptr
                        end-unstring
                        move spaces
                            to vt-answer-path(vfy-test-count)
                        unstring suite-line delimited by ';'
                            into vt-answer-path(vfy-test-count)
                            with pointer vfy-unstring-ptr
                        end-unstring

                        move spaces to vt-verdict(vfy-test-count)
                        move 0 to vt-fail-line(vfy-test-count)
                exit section
            end-if

      * its input files start from the golden copies, or the
      * test does not run at all
            if vt-fixture(vfy-index) not = spaces
                perform restore-test-fixtures
                if vfy-fixture-fail-flag = 1
                    move 'FAIL' to vt-verdict(vfy-index)
                    move 0 to vt-fail-line(vfy-index)
                    move 'fixture not restored -- test not run'
                        to vt-fail-text(vfy-index)
                    add 1 to vfy-fail-count
                    exit section
                end-if
            end-if

            move spaces to actual-path.
            string function trim (vt-name(vfy-index))
                delimited by size
                to vt-cmd-path(vfy-index).
            set environment 'COB_RESPONSE_FILE' to actual-path.

      * its console replies, or none -- never the answer file
      * of the test before it
            if vt-answer-path(vfy-index) = spaces
                set environment 'COB_ACCEPT_FILE' to ' '
            else
                set environment 'COB_ACCEPT_FILE'
                    to vt-answer-path(vfy-index)
            end-if

            if vfy-coverage-flag = 'Y' or vfy-triage-flag = 'Y'
                move spaces to vfy-trace-path
                string function trim (vt-name(vfy-index))
                    delimited by size
                    '.trace' delimited by size
                    into vfy-trace-path
                end-string
                set environment 'COB_TRACE_FILE' to vfy-trace-path
            end-if

            move spaces to vfy-run-command.
            move function trim (vt-debuggee(vfy-index))
                to vfy-run-command.
                    move -1 to vfy-system-rc
            end-call

            if vfy-coverage-flag = 'Y'
                perform collect-test-coverage
            end-if

            if vfy-system-rc not = 0
                move 'FAIL' to vt-verdict(vfy-index)
                move 0 to vt-fail-line(vfy-index)
                move 'debuggee did not run cleanly'
                    to vt-fail-text(vfy-index)
                add 1 to vfy-fail-count
                if vfy-triage-flag = 'Y'
                    perform triage-failed-test
                end-if
                exit section
            end-if

            perform compare-response-files

            move 0 to vfy-output-break-count.
            if vt-fixture(vfy-index) not = spaces
                perform compare-test-outputs
            end-if

            if vfy-output-break-count > 0 and vfy-mismatch-flag = 0
                move 1 to vfy-mismatch-flag
                move 0 to vt-fail-line(vfy-index)
                move vfy-output-break-count to vfy-output-edit
                move spaces to vt-fail-text(vfy-index)
                string 'output file breaks in ' delimited by size
                    function trim (vfy-output-edit) delimited by size
                    ' file(s)' delimited by size
                    into vt-fail-text(vfy-index)
                end-string
            end-if

            if vfy-mismatch-flag = 0
                move 'PASS' to vt-verdict(vfy-index)
                add 1 to vfy-pass-count
                add 1 to vfy-fail-count
            end-if

            if vfy-triage-flag = 'Y'
                if vfy-mismatch-flag = 0
                    perform keep-passing-trace
                else
                    perform triage-failed-test
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- a passing run's trace becomes the one
      *** the test's next failure is triaged against
        keep-passing-trace section.
            perform set-pass-trace-path.

            call 'CBL_COPY_FILE'
                using vfy-trace-path vfy-pass-trace-path
                returning vfy-call-rc
            end-call
            move 0 to return-code.

            continue.

      ***************************************************************
      *** ----------------- a failed test through gc-triage, the
      *** page named under its verdict
        triage-failed-test section.
            perform set-pass-trace-path.
            move spaces to vfy-note-text.

            call 'CBL_CHECK_FILE_EXIST'
                using vfy-pass-trace-path vfy-file-info
                returning vfy-call-rc
            end-call
            move 0 to return-code.

            if vfy-call-rc not = 0
                move 'triage    none    no passing run kept yet'
                    to vfy-note-text
                perform add-test-note
                exit section
            end-if

            move spaces to vfy-triage-path.
            string function trim (vt-name(vfy-index))
                delimited by size
                '.triage' delimited by size
                into vfy-triage-path
            end-string

            set environment 'COB_TRIAGE_TEST' to vt-name(vfy-index).
            set environment 'COB_TRIAGE_TRACE_FAIL' to vfy-trace-path.
            set environment 'COB_TRIAGE_TRACE_PASS'
                to vfy-pass-trace-path.
            set environment 'COB_TRIAGE_RESPONSE_FAIL' to actual-path.
            set environment 'COB_TRIAGE_RESPONSE_PASS'
                to vt-expect-path(vfy-index).
            set environment 'COB_TRIAGE_REPORT' to vfy-triage-path.

            move spaces to vfy-run-command.
            move function trim (vfy-triage-cmd) to vfy-run-command.

            call "SYSTEM" using vfy-run-command
                returning vfy-triage-rc
                on exception
                    move -1 to vfy-triage-rc
            end-call

            if vfy-triage-rc = 0
                string 'triage    ok      see ' delimited by size
                    function trim (vfy-triage-path) delimited by size
                    into vfy-note-text
                end-string
            else
                string 'triage    FAILED  ' delimited by size
                    function trim (vfy-triage-path)
                        delimited by size
                    ' not written' delimited by size
                    into vfy-note-text
                end-string
            end-if
            perform add-test-note

            continue.

      ***************************************************************
        set-pass-trace-path section.
            move spaces to vfy-pass-trace-path.
            string function trim (vt-name(vfy-index))
                delimited by size
                '.pass.trace' delimited by size
                into vfy-pass-trace-path
            end-string

            continue.

      ***************************************************************
      *** ----------------- read the fixture sets -- one file per
      *** line, set;IN;data-file;golden-copy or
      *** set;OUT;output-file;expected-file;layout-export;key-field
        load-fixture-sets section.
            move 0 to vfy-fixture-count.

            open input fixture-file.

            if fixture-file-status = 0
                read fixture-file end-read

                perform until fixture-file-status not = 0
                    or vfy-fixture-count >= VFY-FIXTURE-MAX

                    if fixture-line not = spaces
                        and fixture-line(1:1) not = '#'

                        add 1 to vfy-fixture-count
                        move spaces
                            to vfy-fixture-row(vfy-fixture-count)
                        unstring fixture-line delimited by ';'
                            into vx-set(vfy-fixture-count)
                                 vx-kind(vfy-fixture-count)
                                 vx-file(vfy-fixture-count)
                                 vx-source(vfy-fixture-count)
                                 vx-map(vfy-fixture-count)
                                 vx-key(vfy-fixture-count)
                        end-unstring
                        move function upper-case
                                (vx-kind(vfy-fixture-count))
                            to vx-kind(vfy-fixture-count)
                    end-if

                    read fixture-file end-read
                end-perform

                close fixture-file
            end-if

            continue.

      ***************************************************************
      *** ----------------- before the run: every IN file of the
      *** test's set copied back from its golden copy, every OUT
      *** file removed -- vfy-fixture-fail-flag 1 if any part of
      *** that could not be done
        restore-test-fixtures section.
            move 0 to vfy-fixture-fail-flag.
            move 0 to vfy-set-rows.

            perform varying vfy-fixture-index from 1 by 1
                until vfy-fixture-index > vfy-fixture-count

                if vx-set(vfy-fixture-index) = vt-fixture(vfy-index)
                    add 1 to vfy-set-rows
                    perform restore-one-fixture
                end-if
            end-perform

            if vfy-set-rows = 0
                move 1 to vfy-fixture-fail-flag
                move spaces to vfy-note-text
                string 'fixture set ' delimited by size
                    function trim (vt-fixture(vfy-index))
                        delimited by size
                    ' is not in ' delimited by size
                    function trim (fixture-path) delimited by size
                    into vfy-note-text
                end-string
                perform add-test-note
            end-if

            continue.

      ***************************************************************
        restore-one-fixture section.
            move spaces to vfy-note-text.

            evaluate vx-kind(vfy-fixture-index)
                when 'IN'
                    if vx-file(vfy-fixture-index) = spaces
                        or vx-source(vfy-fixture-index) = spaces
                        move 1 to vfy-fixture-fail-flag
                        string 'restore   FAILED  incomplete IN line '
                                delimited by size
                            'for set ' delimited by size
                            function trim (vx-set(vfy-fixture-index))
                                delimited by size
                            into vfy-note-text
                        end-string
                        perform add-test-note
                        exit section
                    end-if

                    call 'CBL_COPY_FILE'
                        using vx-source(vfy-fixture-index)
                              vx-file(vfy-fixture-index)
                        returning vfy-call-rc
                    end-call
                    move 0 to return-code

                    if vfy-call-rc = 0
                        string 'restore   ok      ' delimited by size
                            function trim (vx-file(vfy-fixture-index))
                                delimited by size
                            ' from ' delimited by size
                            function trim
                                (vx-source(vfy-fixture-index))
                                delimited by size
                            into vfy-note-text
                        end-string
                    else
                        move 1 to vfy-fixture-fail-flag
                        string 'restore   FAILED  ' delimited by size
                            function trim (vx-file(vfy-fixture-index))
                                delimited by size
                            ' from ' delimited by size
                            function trim
                                (vx-source(vfy-fixture-index))
                                delimited by size
                            into vfy-note-text
                        end-string
                    end-if
                    perform add-test-note
                when 'OUT'
      * a stale output must not pass for this run's
                    if vx-file(vfy-fixture-index) not = spaces
                        call 'CBL_DELETE_FILE'
                            using vx-file(vfy-fixture-index)
                        end-call
                        move 0 to return-code
                    end-if
                when other
                    move 1 to vfy-fixture-fail-flag
                    string 'restore   FAILED  kind "' delimited by size
                        function trim (vx-kind(vfy-fixture-index))
                            delimited by size
                        '" is neither IN nor OUT' delimited by size
                        into vfy-note-text
                    end-string
                    perform add-test-note
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- after the run: every OUT file of the
      *** test's set compared with its expected copy through
      *** gc-filecmp -- vfy-output-break-count counts the files that
      *** did not compare clean
        compare-test-outputs section.
            move 0 to vfy-output-number.

            perform varying vfy-fixture-index from 1 by 1
                until vfy-fixture-index > vfy-fixture-count

                if vx-set(vfy-fixture-index) = vt-fixture(vfy-index)
                    and vx-kind(vfy-fixture-index) = 'OUT'

                    add 1 to vfy-output-number
                    perform compare-one-output
                end-if
            end-perform

            continue.

      ***************************************************************
        compare-one-output section.
            move spaces to vfy-note-text.

            if vx-file(vfy-fixture-index) = spaces
                or vx-source(vfy-fixture-index) = spaces
                or vx-map(vfy-fixture-index) = spaces
                or vx-key(vfy-fixture-index) = spaces

                add 1 to vfy-output-break-count
                string 'compare   FAILED  incomplete OUT line '
                        delimited by size
                    'for set ' delimited by size
                    function trim (vx-set(vfy-fixture-index))
                        delimited by size
                    into vfy-note-text
                end-string
                perform add-test-note
                exit section
            end-if

            move vfy-output-number to vfy-output-edit.
            move spaces to vfy-cmp-path.
            string function trim (vt-name(vfy-index))
                    delimited by size
                '.' delimited by size
                function trim (vfy-output-edit) delimited by size
                '.cmp' delimited by size
                into vfy-cmp-path
            end-string

      * one file pair per run, any layout-set setting left
      * over from the caller's environment cleared
            set environment 'COB_FILECMP_A'
                to vx-file(vfy-fixture-index).
            set environment 'COB_FILECMP_B'
                to vx-source(vfy-fixture-index).
            set environment 'COB_FILECMP_MAP'
                to vx-map(vfy-fixture-index).
            set environment 'COB_FILECMP_LAYOUT_SET' to ' '.
            set environment 'COB_FILECMP_KEY'
                to vx-key(vfy-fixture-index).
            set environment 'COB_FILECMP_REPORT' to vfy-cmp-path.

            move spaces to vfy-run-command.
            move function trim (vfy-filecmp-cmd) to vfy-run-command.

            call "SYSTEM" using vfy-run-command
                returning vfy-filecmp-rc
                on exception
                    move -1 to vfy-filecmp-rc
            end-call

      * the shell answers with the wait status -- gc-filecmp's
      * own return code sits in its high byte
            if vfy-filecmp-rc > 255
                divide 256 into vfy-filecmp-rc
            end-if

            evaluate true
                when vfy-filecmp-rc = 0
                    string 'compare   ok      ' delimited by size
                        function trim (vx-file(vfy-fixture-index))
                            delimited by size
                        ' = ' delimited by size
                        function trim (vx-source(vfy-fixture-index))
                            delimited by size
                        into vfy-note-text
                    end-string
                when vfy-filecmp-rc < 0 or vfy-filecmp-rc = 99
                    add 1 to vfy-output-break-count
                    string 'compare   FAILED  ' delimited by size
                        function trim (vx-file(vfy-fixture-index))
                            delimited by size
                        ' not compared -- see ' delimited by size
                        function trim (vfy-cmp-path) delimited by size
                        into vfy-note-text
                    end-string
                when other
                    add 1 to vfy-output-break-count
                    move vfy-filecmp-rc to vfy-rc-edit
                    string 'compare   BREAKS  ' delimited by size
                        function trim (vx-file(vfy-fixture-index))
                            delimited by size
                        ': ' delimited by size
                        function trim (vfy-rc-edit) delimited by size
                        ' field(s) broken -- see ' delimited by size
                        function trim (vfy-cmp-path) delimited by size
                        into vfy-note-text
                    end-string
            end-evaluate

            perform add-test-note

            continue.

      ***************************************************************
      *** ----------------- keep vfy-note-text for the report,
      *** under test vfy-index
        add-test-note section.
            if vfy-note-count < VFY-NOTE-MAX
                add 1 to vfy-note-count
                move vfy-index to vn-test(vfy-note-count)
                move vfy-note-text to vn-text(vfy-note-count)
            end-if

            continue.

      ***************************************************************
      *** ----------------- fold the test's own trace into the
      *** cumulative store and its per-test line set -- a coverage
      *** run that fails is noted on the console, never a verdict
        collect-test-coverage section.
            move spaces to vfy-covrpt-path.
            string function trim (vt-name(vfy-index))
                delimited by size
                '.coverage' delimited by size
                into vfy-covrpt-path
            end-string

            set environment 'COB_COVERAGE_TEST'
                to vt-name(vfy-index).
            set environment 'COB_COVERAGE_REPORT'
                to vfy-covrpt-path.

            move spaces to vfy-run-command.
            move function trim (vfy-coverage-cmd)
                to vfy-run-command.

      * the debuggee's own return code decides the verdict
      * below -- the coverage run's is only reported
            call "SYSTEM" using vfy-run-command
                returning vfy-coverage-rc
                on exception
                    move -1 to vfy-coverage-rc
            end-call

            if vfy-coverage-rc not = 0
                display 'Coverage not collected for '
                    function trim (vt-name(vfy-index))
                end-display
            end-if

            continue.

      ***************************************************************

            write report-line

      * and under it, what its fixtures' restores and compares
      * did
            perform varying vfy-note-index from 1 by 1
                until vfy-note-index > vfy-note-count

                if vn-test(vfy-note-index) = vfy-index
                    move spaces to report-line
                    string '          ' delimited by size
                        vn-text(vfy-note-index) delimited by size
                        into report-line
                    end-string
                    write report-line
                end-if
            end-perform

            continue.
