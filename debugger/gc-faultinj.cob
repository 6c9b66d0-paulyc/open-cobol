        identification division.
        program-id. gc-faultinj.

      * fault-injection campaign over one gc-verify suite test --
      * answers "would our assertions have noticed?", which a green
      * suite run cannot. The test is first run clean to make sure
      * its assertions all PASS as they stand; then, once per line
      * of the fault list, it is re-run headless with the test's own
      * command file plus an "I <file>" (setback.cpy) slipped in
      * right after the first "G", so the wrong value is planted at
      * the first HIT. Each run gets its own assertion report
      * (write-assert-report), and a fault is CAUGHT when any
      * assertion in it turned FAIL. Faults that no assertion
      * caught are listed on their own at the end of the report.
      *   COB_SUITE_FILE      the suite catalog
      *                       (default gc-verify.suite)
      *   COB_FAULT_TEST      the name of the test to run
      *   COB_FAULT_FIELDS    one field=wrong-value per line
      *                       (default gc-faultinj.fields)
      *   COB_FAULT_REPORT    the campaign report
      *                       (default gc-faultinj.report)
      *   COB_SUITE_FIXTURES  the suite's fixture sets (default
      *                       gc-verify.fixtures) -- a test that
      *                       names one has its IN files restored
      *                       from their golden copies before every
      *                       run, so each fault starts from the
      *                       same data as the clean run
      * The "I" is a data write, so the campaign has to run as a
      * SENIOR (COB_DEBUG_ROLE) and, for a test whose modules are
      * under change control (COB_CHANGE_CALENDAR), inside an open
      * window for them -- otherwise the channel refuses every
      * inject and each fault comes back NOTRUN with the refusal
      * as its detail.
      * Work files are <test>.fNNN.cmd / .inj / .out / .rpt, one set
      * per fault, left behind for the post-mortem. The return code
      * is the number of faults not shown to be caught -- the MISSED
      * ones plus the NOTRUN ones that were never planted -- so 0
      * only when every fault was planted and caught; 99 when the
      * campaign could not start (no test, no faults, a baseline
      * that already fails or wrote no assertion report, no
      * campaign report). A fault run that wrote no assertion
      * report is NOTRUN.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select suite-file assign to suite-path
                organization is line sequential
                file status is suite-file-status.

            select fields-file assign to fields-path
                organization is line sequential
                file status is fields-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

      * the test's own command file, and the per-fault copy
      * of it with the injection spliced in
            select cmd-in-file assign to cmd-in-path
                organization is line sequential
                file status is cmd-in-file-status.

            select cmd-out-file assign to cmd-out-path
                organization is line sequential
                file status is cmd-out-file-status.

            select inj-file assign to inj-path
                organization is line sequential
                file status is inj-file-status.

      * what came back from one run -- the channel's
      * response file and the assertion report
            select resp-file assign to resp-path
                organization is line sequential
                file status is resp-file-status.

            select arpt-file assign to arpt-path
                organization is line sequential
                file status is arpt-file-status.

            select fixture-file assign to fixture-path
                organization is line sequential
                file status is fixture-file-status.

        data division.
        file section.

        fd  suite-file.
            01 suite-line           pic x(600).

        fd  fields-file.
            01 fields-record        pic x(200).

        fd  report-file.
            01 report-line          pic x(132).

        fd  cmd-in-file.
            01 cmd-in-record        pic x(70).

        fd  cmd-out-file.
            01 cmd-out-record       pic x(70).

        fd  inj-file.
            01 inj-record           pic x(200).

        fd  resp-file.
            01 resp-record          pic x(300).

        fd  arpt-file.
            01 arpt-line            pic x(200).

        fd  fixture-file.
            01 fixture-line         pic x(900).

        working-storage section.

            78 FLT-FAULT-MAX        value 200.

            01 suite-path                   pic x(256) value spaces.
            01 suite-file-status            pic 99.
            01 fields-path                  pic x(256) value spaces.
            01 fields-file-status           pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.
            01 cmd-in-path                  pic x(256) value spaces.
            01 cmd-in-file-status           pic 99.
            01 cmd-out-path                 pic x(256) value spaces.
            01 cmd-out-file-status          pic 99.
            01 inj-path                     pic x(256) value spaces.
            01 inj-file-status              pic 99.
            01 resp-path                    pic x(256) value spaces.
            01 resp-file-status             pic 99.
            01 arpt-path                    pic x(256) value spaces.
            01 arpt-file-status             pic 99.
            01 fixture-path                 pic x(256) value spaces.
            01 fixture-file-status          pic 99.

      * the test under campaign, as the catalog has it
            01 flt-test-name                pic x(30) value spaces.
            01 flt-debuggee                 pic x(200) value spaces.
            01 flt-cmd-path                 pic x(256) value spaces.
            77 flt-test-found               pic 9 value 0.
            01 flt-cat-name                 pic x(30).
            01 flt-cat-debuggee             pic x(200).
            01 flt-cat-cmd-path             pic x(256).
            01 flt-cat-expect-path          pic x(256).
            01 flt-cat-fixture              pic x(30).
            01 flt-fixture                  pic x(30) value spaces.
      * one row of the fixture sets
            01 flt-fx-set                   pic x(30).
            01 flt-fx-kind                  pic x(3).
            01 flt-fx-file                  pic x(256).
            01 flt-fx-source                pic x(256).
            01 flt-unstring-ptr             pic 9(5).

            77 flt-fault-count              pic 9(3) value 0.
            01 flt-fault-tbl.
                05 flt-fault-row occurs FLT-FAULT-MAX.
                    10 ft-inject             pic x(200).
                    10 ft-field              pic x(50).
                    10 ft-verdict            pic x(8).
                    10 ft-fail-count         pic 9(4).
                    10 ft-first-fail         pic x(60).

            77 flt-index                    pic 9(3) value 0.
            77 flt-caught-count             pic 9(3) value 0.
            77 flt-missed-count             pic 9(3) value 0.
            77 flt-unplanted-count          pic 9(3) value 0.

      * one run and what it left behind
            01 flt-work-stem                pic x(60) value spaces.
            01 flt-seq-text                 pic 9(3).
            01 flt-run-command              pic x(300) value spaces.
            01 flt-system-rc                pic s9(9) binary value 0.
            77 flt-g-seen-flag              pic 9 value 0.
            77 flt-spliced-flag             pic 9 value 0.
            77 flt-planted-flag             pic 9 value 0.
            77 flt-arpt-found-flag          pic 9 value 0.
            77 flt-run-fail-count           pic 9(4) value 0.
            01 flt-run-first-fail           pic x(60) value spaces.
            01 flt-cmd-upper                pic x(70).
            01 flt-resp-ok-text             pic x(3).
      * the channel's reason when it refused the "I"
            01 flt-resp-refusal             pic x(60) value spaces.

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
            if suite-path = spaces
                move 'gc-verify.suite' to suite-path
            end-if.

            move spaces to flt-test-name.
            accept flt-test-name from environment 'COB_FAULT_TEST'
            end-accept.
            if flt-test-name = spaces
                display 'Set COB_FAULT_TEST to a suite test name.'
                end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to fields-path.
            accept fields-path from environment 'COB_FAULT_FIELDS'
            end-accept.
            if fields-path = spaces
                move 'gc-faultinj.fields' to fields-path
            end-if.

            move spaces to report-path.
            accept report-path from environment 'COB_FAULT_REPORT'
            end-accept.
            if report-path = spaces
                move 'gc-faultinj.report' to report-path
            end-if.

            move spaces to fixture-path.
            accept fixture-path from environment 'COB_SUITE_FIXTURES'
            end-accept.
            if fixture-path = spaces
                move 'gc-verify.fixtures' to fixture-path
            end-if.

            perform find-suite-test.

            if flt-test-found = 0
                display 'Test ' function trim (flt-test-name)
                    ' is not in ' function trim (suite-path)
                end-display
                move 99 to return-code
                stop run
            end-if.

            perform load-fault-list.

            if flt-fault-count = 0
                display 'No faults listed in '
                    function trim (fields-path) end-display
                move 99 to return-code
                stop run
            end-if.

            set environment 'COB_TRACE_MODE' to 'Y'.

      * a test whose assertions already fail clean would
      * make every fault look caught -- refuse to measure it
            perform run-clean-baseline.

      * no report, no baseline -- every fault would be judged
      * against nothing
            if flt-arpt-found-flag = 0
                display 'Test ' function trim (flt-test-name)
                    ' wrote no assertion report when run clean ('
                    function trim (arpt-path)
                    ') -- nothing to measure faults against.'
                end-display
                move 99 to return-code
                stop run
            end-if.

            if flt-run-fail-count > 0
                display 'Test ' function trim (flt-test-name)
                    ' already has failing assertions when run'
                    ' clean -- fix it before measuring it.'
                end-display
                move 99 to return-code
                stop run
            end-if.

            perform varying flt-index from 1 by 1
                until flt-index > flt-fault-count

                perform run-one-fault
            end-perform.

            perform write-campaign-report.

            display 'Fault-injection report written to '
                function trim (report-path) end-display.

      * a fault that was never planted tested nothing -- it
      * counts against the campaign like a missed one
            compute return-code = flt-missed-count + flt-unplanted-count
            end-compute.

            stop run.

      ***************************************************************
      *** ----------------- the catalog line for the test --
      *** name;debuggee-command;command-file;expected-response and,
      *** optionally, ;fixture-set
        find-suite-test section.
            move 0 to flt-test-found.

            open input suite-file.

            if suite-file-status not = 0
                exit section
            end-if

            read suite-file end-read
            perform until suite-file-status not = 0
                or flt-test-found = 1

                if suite-line not = spaces
                    and suite-line(1:1) not = '#'

                    move spaces to flt-cat-name
                    move spaces to flt-cat-debuggee
                    move spaces to flt-cat-cmd-path
                    move spaces to flt-cat-expect-path
                    move spaces to flt-cat-fixture
                    move 1 to flt-unstring-ptr

                    unstring suite-line delimited by ';'
                        into flt-cat-name
                        with pointer flt-unstring-ptr
                    end-unstring
                    unstring suite-line delimited by ';'
                        into flt-cat-debuggee
                        with pointer flt-unstring-ptr
                    end-unstring
                    unstring suite-line delimited by ';'
                        into flt-cat-cmd-path
                        with pointer flt-unstring-ptr
                    end-unstring
                    unstring suite-line delimited by ';'
                        into flt-cat-expect-path
                        with pointer flt-unstring-ptr
                    end-unstring
                    unstring suite-line delimited by ';'
                        into flt-cat-fixture
                        with pointer flt-unstring-ptr
                    end-unstring

                    if flt-cat-name = flt-test-name
                        and flt-cat-debuggee not = spaces
                        and flt-cat-cmd-path not = spaces

                        move flt-cat-debuggee to flt-debuggee
                        move flt-cat-cmd-path to flt-cmd-path
                        move flt-cat-fixture to flt-fixture
                        move 1 to flt-test-found
                    end-if
                end-if

                read suite-file end-read
            end-perform

            close suite-file

            continue.

      ***************************************************************
      *** ----------------- the fault list -- one name=value line
      *** per fault, exactly what an "I" file holds
        load-fault-list section.
            move 0 to flt-fault-count.

            open input fields-file.

            if fields-file-status not = 0
                exit section
            end-if

            read fields-file end-read
            perform until fields-file-status not = 0
                or flt-fault-count >= FLT-FAULT-MAX

                if fields-record not = spaces
                    and fields-record(1:1) not = '#'

                    add 1 to flt-fault-count
                    move fields-record to ft-inject(flt-fault-count)
                    move spaces to ft-field(flt-fault-count)
                    unstring fields-record delimited by '='
                        into ft-field(flt-fault-count)
                    end-unstring
                    move spaces to ft-verdict(flt-fault-count)
                    move 0 to ft-fail-count(flt-fault-count)
                    move spaces to ft-first-fail(flt-fault-count)
                end-if

                read fields-file end-read
            end-perform

            close fields-file

            continue.

      ***************************************************************
      *** ----------------- the test as the suite runs it, with
      *** only the assertion report redirected
        run-clean-baseline section.
            move spaces to flt-work-stem.
            string function trim (flt-test-name) delimited by size
                '.f000' delimited by size
                into flt-work-stem
            end-string

            perform build-work-paths.

            set environment 'COB_COMMAND_FILE' to flt-cmd-path.
            set environment 'COB_RESPONSE_FILE' to resp-path.
            set environment 'COB_ASSERT_REPORT' to arpt-path.

            perform run-debuggee.

            perform scan-assert-report.

            continue.

      ***************************************************************
      *** ----------------- one fault: splice the injection into a
      *** copy of the command file, run, and read the verdicts
        run-one-fault section.
            move flt-index to flt-seq-text.
            move spaces to flt-work-stem.
            string function trim (flt-test-name) delimited by size
                '.f' delimited by size
                flt-seq-text delimited by size
                into flt-work-stem
            end-string

            perform build-work-paths.

            open output inj-file.
            if inj-file-status not = 0
                move 'NOTRUN' to ft-verdict(flt-index)
                move 'inject file not writable'
                    to ft-first-fail(flt-index)
                add 1 to flt-unplanted-count
                exit section
            end-if
            move ft-inject(flt-index) to inj-record.
            write inj-record.
            close inj-file.

            perform splice-command-file.

            if flt-spliced-flag = 0
                move 'NOTRUN' to ft-verdict(flt-index)
                move 'command file not readable'
                    to ft-first-fail(flt-index)
                add 1 to flt-unplanted-count
                exit section
            end-if

            set environment 'COB_COMMAND_FILE' to cmd-out-path.
            set environment 'COB_RESPONSE_FILE' to resp-path.
            set environment 'COB_ASSERT_REPORT' to arpt-path.

            perform run-debuggee.

            perform check-fault-planted.

            if flt-planted-flag = 0
                move 'NOTRUN' to ft-verdict(flt-index)
                if flt-resp-refusal not = spaces
                    move flt-resp-refusal to ft-first-fail(flt-index)
                else
                    move 'no HIT reached, or field unknown'
                        to ft-first-fail(flt-index)
                end-if
                add 1 to flt-unplanted-count
                exit section
            end-if

            perform scan-assert-report.

            if flt-arpt-found-flag = 0
                move 'NOTRUN' to ft-verdict(flt-index)
                move 'no assertion report written'
                    to ft-first-fail(flt-index)
                add 1 to flt-unplanted-count
                exit section
            end-if

            move flt-run-fail-count to ft-fail-count(flt-index).
            move flt-run-first-fail to ft-first-fail(flt-index).

            if flt-run-fail-count > 0
                move 'CAUGHT' to ft-verdict(flt-index)
                add 1 to flt-caught-count
            else
                move 'MISSED' to ft-verdict(flt-index)
                add 1 to flt-missed-count
            end-if

            continue.

      ***************************************************************
        build-work-paths section.
            move spaces to cmd-out-path.
            string function trim (flt-work-stem) delimited by size
                '.cmd' delimited by size
                into cmd-out-path
            end-string

            move spaces to inj-path.
            string function trim (flt-work-stem) delimited by size
                '.inj' delimited by size
                into inj-path
            end-string

            move spaces to resp-path.
            string function trim (flt-work-stem) delimited by size
                '.out' delimited by size
                into resp-path
            end-string

            move spaces to arpt-path.
            string function trim (flt-work-stem) delimited by size
                '.rpt' delimited by size
                into arpt-path
            end-string

            continue.

      ***************************************************************
      *** ----------------- copy the test's commands, and put the
      *** "I" first in the stretch the first HIT consumes -- right
      *** after the startup stretch's "G". A command file with no
      *** "G" at all runs everything at startup, so it gets one
      *** appended ahead of the injection.
        splice-command-file section.
            move 0 to flt-spliced-flag.
            move 0 to flt-g-seen-flag.

            move flt-cmd-path to cmd-in-path.
            open input cmd-in-file.
            if cmd-in-file-status not = 0
                exit section
            end-if

            open output cmd-out-file.
            if cmd-out-file-status not = 0
                close cmd-in-file
                exit section
            end-if

            read cmd-in-file end-read
            perform until cmd-in-file-status not = 0
                move cmd-in-record to cmd-out-record
                write cmd-out-record

                move function upper-case
                    (function trim (cmd-in-record))
                    to flt-cmd-upper
                if flt-g-seen-flag = 0
                    and flt-cmd-upper(1:1) = 'G'
                    and flt-cmd-upper(2:1) = space

                    move 1 to flt-g-seen-flag
                    perform write-inject-command
                end-if

                read cmd-in-file end-read
            end-perform

            if flt-g-seen-flag = 0
                move 'G' to cmd-out-record
                write cmd-out-record
                perform write-inject-command
                move 'G' to cmd-out-record
                write cmd-out-record
            end-if

            close cmd-in-file
            close cmd-out-file

            move 1 to flt-spliced-flag.

            continue.

      ***************************************************************
        write-inject-command section.
            move spaces to cmd-out-record.
            string 'I ' delimited by size
                function trim (inj-path) delimited by size
                into cmd-out-record
            end-string
            write cmd-out-record.

            continue.

      ***************************************************************
        run-debuggee section.
            if flt-fixture not = spaces
                perform restore-fixture-inputs
            end-if

            move spaces to flt-run-command.
            move function trim (flt-debuggee) to flt-run-command.

      * a response or report left by an earlier campaign must
      * not pass for this run's
            call 'CBL_DELETE_FILE' using resp-path end-call.
            call 'CBL_DELETE_FILE' using arpt-path end-call.
            move 0 to return-code.

            call "SYSTEM" using flt-run-command
                returning flt-system-rc
                on exception
                    move -1 to flt-system-rc
            end-call

            continue.

      ***************************************************************
      *** ----------------- the IN files of the test's fixture set
      *** copied back from their golden copies (gc-verify's
      *** set;IN;data-file;golden-copy rows)
        restore-fixture-inputs section.
            open input fixture-file.
            if fixture-file-status not = 0
                exit section
            end-if

            read fixture-file end-read
            perform until fixture-file-status not = 0
                if fixture-line not = spaces
                    and fixture-line(1:1) not = '#'

                    move spaces to flt-fx-set flt-fx-kind
                        flt-fx-file flt-fx-source
                    unstring fixture-line delimited by ';'
                        into flt-fx-set flt-fx-kind
                             flt-fx-file flt-fx-source
                    end-unstring

                    if flt-fx-set = flt-fixture
                        and function upper-case (flt-fx-kind) = 'IN'
                        and flt-fx-file not = spaces
                        and flt-fx-source not = spaces

                        call 'CBL_COPY_FILE'
                            using flt-fx-source flt-fx-file
                        end-call
                        move 0 to return-code
                    end-if
                end-if

                read fixture-file end-read
            end-perform

            close fixture-file

            continue.

      ***************************************************************
      *** ----------------- the fault only counts if the channel
      *** answered the "I" with at least one field applied --
      *** OK;I;applied;failed. An ERR;I;reason answer (role, change
      *** window, inject file) keeps the reason for the report.
        check-fault-planted section.
            move 0 to flt-planted-flag.
            move spaces to flt-resp-refusal.

            open input resp-file.
            if resp-file-status not = 0
                exit section
            end-if

            read resp-file end-read
            perform until resp-file-status not = 0
                if resp-record(1:5) = 'OK;I;'
                    move resp-record(6:3) to flt-resp-ok-text
                    if flt-resp-ok-text is numeric
                        and flt-resp-ok-text not = '000'

                        move 1 to flt-planted-flag
                    end-if
                end-if
                if resp-record(1:6) = 'ERR;I;'
                    move resp-record(7:60) to flt-resp-refusal
                end-if

                read resp-file end-read
            end-perform

            close resp-file

            continue.

      ***************************************************************
      *** ----------------- count the FAIL lines of the run's
      *** assertion report and keep the first for the detail
        scan-assert-report section.
            move 0 to flt-run-fail-count.
            move spaces to flt-run-first-fail.
            move 0 to flt-arpt-found-flag.

            open input arpt-file.
            if arpt-file-status not = 0
                exit section
            end-if
            move 1 to flt-arpt-found-flag.

            read arpt-file end-read
            perform until arpt-file-status not = 0
                if arpt-line(1:5) = 'FAIL '
                    add 1 to flt-run-fail-count
                    if flt-run-first-fail = spaces
                        move arpt-line(6:60) to flt-run-first-fail
                    end-if
                end-if

                read arpt-file end-read
            end-perform

            close arpt-file

            continue.

      ***************************************************************
      *** ----------------- the campaign report -- totals, one
      *** line per fault, then the uncaught ones on their own
        write-campaign-report section.
            open output report-file.

            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if

            move spaces to report-line.
            string 'Fault-injection campaign -- test '
                delimited by size
                function trim (flt-test-name) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line.
            string 'Faults: ' delimited by size
                flt-fault-count delimited by size
                '  caught ' delimited by size
                flt-caught-count delimited by size
                '  missed ' delimited by size
                flt-missed-count delimited by size
                '  not planted ' delimited by size
                flt-unplanted-count delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line
            write report-line

            perform varying flt-index from 1 by 1
                until flt-index > flt-fault-count

                move spaces to report-line
                string '  ' delimited by size
                    ft-verdict(flt-index) delimited by size
                    ' ' delimited by size
                    function trim (ft-inject(flt-index))
                        delimited by size
                    into report-line
                end-string
                write report-line

                if ft-verdict(flt-index) = 'CAUGHT'
                    or ft-verdict(flt-index) = 'NOTRUN'

                    move spaces to report-line
                    if ft-verdict(flt-index) = 'CAUGHT'
                        string '           ' delimited by size
                            ft-fail-count(flt-index)
                                delimited by size
                            ' assertion(s) failed, first: '
                                delimited by size
                            function trim
                                (ft-first-fail(flt-index))
                                delimited by size
                            into report-line
                        end-string
                    else
                        string '           ' delimited by size
                            function trim
                                (ft-first-fail(flt-index))
                                delimited by size
                            into report-line
                        end-string
                    end-if
                    write report-line
                end-if
            end-perform

            move spaces to report-line
            write report-line

            move spaces to report-line.
            if flt-missed-count = 0
                move 'Every planted fault was caught by an assertion.'
                    to report-line
                write report-line
            else
                move 'Faults no assertion caught:' to report-line
                write report-line

                perform varying flt-index from 1 by 1
                    until flt-index > flt-fault-count

                    if ft-verdict(flt-index) = 'MISSED'
                        move spaces to report-line
                        string '  ' delimited by size
                            function trim (ft-field(flt-index))
                                delimited by size
                            '  (planted ' delimited by size
                            function trim (ft-inject(flt-index))
                                delimited by size
                            ')' delimited by size
                            into report-line
                        end-string
                        write report-line
                    end-if
                end-perform
            end-if

            close report-file

            continue.
