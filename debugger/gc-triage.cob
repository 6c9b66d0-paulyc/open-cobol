        identification division.
        program-id. gc-triage.

      * one-page triage of a failed regression test -- the
      * mechanical first hour of every failure investigation in one
      * report for the ticket or the defect packet. From the failing
      * run's trace capture and the last passing run's it gives:
      *   - the first point the two runs took different paths, with
      *     the shared path leading up to it and the source lines
      *     around it on each side (from the archived version each
      *     run named in its SRCVER records, COB_SRC_LIBRARY, or the
      *     module's linked get_aniline entry point),
      *   - the source versions of the modules involved, changed
      *     or not between the two runs,
      *   - the response-file fields that differ, through gc-recon
      *     (COB_RECON_CMD, default gc-recon) under its usual rules
      *     file, COB_RECON_RULES,
      *   - the breakpoint and watchpoint HITs on each side.
      * gc-verify runs it for a failing test when COB_SUITE_TRIAGE=Y.
      *   COB_TRIAGE_TEST           the test's name -- it supplies
      *                             gc-verify's file names for the
      *                             settings below left unset
      *   COB_TRIAGE_TRACE_FAIL     the failing run's capture
      *                             (default <test>.trace)
      *   COB_TRIAGE_TRACE_PASS     the last passing run's capture
      *                             (default <test>.pass.trace)
      *   COB_TRIAGE_RESPONSE_FAIL  the failing run's response file
      *                             (default <test>.out)
      *   COB_TRIAGE_RESPONSE_PASS  the passing response, normally
      *                             the test's baseline; with either
      *                             response unset, no field compare
      *   COB_TRIAGE_REPORT         the page (default <test>.triage,
      *                             or gc-triage.report); gc-recon's
      *                             own report goes alongside it as
      *                             <page>.recon
      * Return code 0 when the page is written, 99 when it could not
      * be.

        environment division.
        configuration section.
        input-output section.
        file-control.

      * A is the last passing run, B the failing one
            select trace-file-a assign to trace-path-a
                organization is line sequential
                file status is trace-a-status.

            select trace-file-b assign to trace-path-b
                organization is line sequential
                file status is trace-b-status.

      * gc-recon's report, read back for the field breaks
            select recon-file assign to recon-path
                organization is line sequential
                file status is recon-file-status.

      * the source library (COB_SRC_LIBRARY) -- its index,
      * and one archived source version at a time
            select srclib-file assign to srclib-path
                organization is line sequential
                file status is srclib-file-status.

            select srcver-file assign to srcver-path
                organization is line sequential
                file status is srcver-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  trace-file-a.
            01 trace-line-a         pic x(200).

        fd  trace-file-b.
            01 trace-line-b         pic x(200).

        fd  recon-file.
            01 recon-record         pic x(132).

        fd  srclib-file.
            01 srclib-record        pic x(400).

        fd  srcver-file.
            01 srcver-record        pic x(256).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 TG-CONTEXT           value 3.
            78 TG-HIT-MAX           value 200.
            78 TG-HIT-SHOWN         value 15.
            78 TG-RECON-SHOWN       value 12.

            01 trace-path-a                 pic x(256) value spaces.
            01 trace-path-b                 pic x(256) value spaces.
            01 trace-a-status               pic 99.
            01 trace-b-status               pic 99.
            01 recon-path                   pic x(256) value spaces.
            01 recon-file-status            pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

            01 tg-test-name                 pic x(30) value spaces.
            01 tg-response-a                pic x(256) value spaces.
            01 tg-response-b                pic x(256) value spaces.
            01 tg-recon-cmd                 pic x(200) value spaces.
            01 tg-run-command               pic x(300) value spaces.
            01 tg-recon-rc                  pic s9(9) binary value 0.

      * the current path record from each side --
      * eof-flag 1 means that side has run out
            01 tg-a-module                  pic x(30).
            01 tg-a-line                    pic 9(6).
            01 tg-a-eof-flag                pic 9 value 0.
            01 tg-b-module                  pic x(30).
            01 tg-b-line                    pic 9(6).
            01 tg-b-eof-flag                pic 9 value 0.

            77 tg-step-number               pic 9(8) value 0.
            77 tg-diverged-flag             pic 9 value 0.
            77 tg-diverge-step              pic 9(8) value 0.

      * the shared path just before the divergence (both
      * sides agree up to there, so one ring covers both)
            01 tg-before-ring.
                05 tg-before-entry occurs TG-CONTEXT     pic x(40).
            01 tg-before-next               pic 9(2) value 1.
            01 tg-before-count              pic 9(2) value 0.
            01 tg-step-text                 pic x(40).

      * the HITs of both runs -- one row per stop point, its
      * count on each side
            77 tg-hit-count                 pic 9(3) value 0.
            01 tg-hit-tbl.
                05 tg-hit-row occurs TG-HIT-MAX.
                    10 th-kind               pic x(5).
                    10 th-module             pic x(30).
                    10 th-line               pic 9(6).
                    10 th-name               pic x(30).
                    10 th-count-a            pic 9(6).
                    10 th-count-b            pic 9(6).
            01 tg-rec-kind                  pic x(5).
            01 tg-rec-name                  pic x(30).

      * record parse scratch
            01 tg-parse-buffer              pic x(200).
            01 tg-token-1                   pic x(30).
            01 tg-record-module             pic x(30).
            01 tg-record-line               pic 9(6).
            01 tg-record-ok-flag            pic 9.
            01 tg-unstring-ptr              pic 9(5).
            01 tg-side                      pic x.

            77 tg-index                     pic 9(3) value 0.
            77 tg-index-2                   pic 9(3) value 0.
            77 tg-found                     pic 9(3) value 0.
            77 tg-shown                     pic 9(3) value 0.
            77 tg-more                      pic 9(5) value 0.
            01 tg-count-edit                pic zzzzz9.
            01 tg-count-edit-2              pic zzzzz9.
            01 tg-more-edit                 pic zzzz9.
            01 tg-mark                      pic x(2).
            01 tg-recon-trailer             pic x(132) value spaces.

      * source context around the divergence, through the
      * traced module's own entry point when the library has no
      * version to read
            01 tg-getline                   pic x(128).
            01 tg-line-bin                  usage binary-long.
            01 tg-source-buffer             pic x(512).
            77 tg-getline-ok                pic 9 value 0.
            77 tg-ctx-line                  pic 9(6) value 0.
            77 tg-ctx-from                  pic 9(6) value 0.
            77 tg-ctx-to                    pic 9(6) value 0.
            01 tg-ctx-module                pic x(30).
            77 tg-ctx-at                    pic 9(6) value 0.

      * source versions -- each capture's SRCVER records name
      * the fingerprint every module ran under, kept per side
            78 SV-MODULE-MAX        value 40.
            78 SV-LINE-MAX          value 20000.
            01 srclib-path                  pic x(256) value spaces.
            01 srclib-file-status           pic 99.
            01 srcver-path                  pic x(300) value spaces.
            01 srcver-file-status           pic 99.
            77 sv-count                     pic 9(3) value 0.
            01 sv-tbl.
                05 sv-row occurs SV-MODULE-MAX.
                    10 sv-side               pic x.
                    10 sv-module             pic x(30).
                    10 sv-lines              pic 9(6).
                    10 sv-value              pic 9(9).
      * 0 not yet looked up, 1 in the library, 2 not there
                    10 sv-state              pic 9.
                    10 sv-path               pic x(300).
            77 sv-index                     pic 9(3) value 0.
            77 sv-found                     pic 9(3) value 0.
            77 sv-loaded                    pic 9(3) value 0.
            77 sv-line-count                pic 9(6) value 0.
            01 sv-text.
                05 sv-line occurs SV-LINE-MAX pic x(160).
            01 sv-note-record               pic x(300).
            01 sv-want-side                 pic x.
            01 sv-want-module               pic x(30).
            77 sv-want-line                 pic 9(6) value 0.
            01 sv-buffer                    pic x(160).
            77 sv-ok-flag                   pic 9 value 0.
            01 sv-ptr                       pic 9(5).
            01 sv-token                     pic x(10).
            01 sv-rec-module                pic x(30).
            01 sv-rec-lines                 pic 9(6).
            01 sv-rec-value                 pic 9(9).
            01 sv-rec-date                  pic x(8).
            01 sv-rec-path                  pic x(300).

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to tg-test-name.
            accept tg-test-name from environment 'COB_TRIAGE_TEST'
            end-accept.

            move spaces to trace-path-b.
            accept trace-path-b from environment
                'COB_TRIAGE_TRACE_FAIL' end-accept.
            if trace-path-b = spaces and tg-test-name not = spaces
                string function trim (tg-test-name) delimited by size
                    '.trace' delimited by size
                    into trace-path-b
                end-string
            end-if.

            move spaces to trace-path-a.
            accept trace-path-a from environment
                'COB_TRIAGE_TRACE_PASS' end-accept.
            if trace-path-a = spaces and tg-test-name not = spaces
                string function trim (tg-test-name) delimited by size
                    '.pass.trace' delimited by size
                    into trace-path-a
                end-string
            end-if.

            move spaces to tg-response-b.
            accept tg-response-b from environment
                'COB_TRIAGE_RESPONSE_FAIL' end-accept.
            if tg-response-b = spaces and tg-test-name not = spaces
                string function trim (tg-test-name) delimited by size
                    '.out' delimited by size
                    into tg-response-b
                end-string
            end-if.

            move spaces to tg-response-a.
            accept tg-response-a from environment
                'COB_TRIAGE_RESPONSE_PASS' end-accept.

            move spaces to report-path.
            accept report-path from environment 'COB_TRIAGE_REPORT'
            end-accept.
            if report-path = spaces
                if tg-test-name not = spaces
                    string function trim (tg-test-name)
                            delimited by size
                        '.triage' delimited by size
                        into report-path
                    end-string
                else
                    move 'gc-triage.report' to report-path
                end-if
            end-if.

            move spaces to tg-recon-cmd.
            accept tg-recon-cmd from environment 'COB_RECON_CMD'
            end-accept.
            if tg-recon-cmd = spaces
                move 'gc-recon' to tg-recon-cmd
            end-if.

            if trace-path-a = spaces or trace-path-b = spaces
                display 'Set COB_TRIAGE_TEST, or COB_TRIAGE_TRACE_FAIL'
                    ' and COB_TRIAGE_TRACE_PASS' end-display
                move 99 to return-code
                stop run
            end-if.

      * first pass -- each capture on its own, for its source
      * versions and its HITs
            open input trace-file-a.
            if trace-a-status not = 0
                display 'Cannot open '
                    function trim (trace-path-a) end-display
                move 99 to return-code
                stop run
            end-if.
            perform scan-trace-a.
            close trace-file-a.

            open input trace-file-b.
            if trace-b-status not = 0
                display 'Cannot open '
                    function trim (trace-path-b) end-display
                move 99 to return-code
                stop run
            end-if.
            perform scan-trace-b.
            close trace-file-b.

      * second pass -- both in lockstep, to where they part
            move 0 to tg-a-eof-flag.
            move 0 to tg-b-eof-flag.
            open input trace-file-a.
            open input trace-file-b.
            perform walk-both-traces.
            close trace-file-a.
            close trace-file-b.

            perform run-field-recon.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform write-triage-head.
            perform write-divergence-part.
            perform write-source-version-part.
            perform write-field-part.
            perform write-hit-part.

            close report-file.

            display 'Triage written to '
                function trim (report-path) end-display.

            move 0 to return-code.

            stop run.

      ***************************************************************
        scan-trace-a section.
            move 'A' to tg-side.
            read trace-file-a end-read
            perform until trace-a-status not = 0
                move trace-line-a to tg-parse-buffer
                perform scan-one-record
                read trace-file-a end-read
            end-perform

            continue.

      ***************************************************************
        scan-trace-b section.
            move 'B' to tg-side.
            read trace-file-b end-read
            perform until trace-b-status not = 0
                move trace-line-b to tg-parse-buffer
                perform scan-one-record
                read trace-file-b end-read
            end-perform

            continue.

      ***************************************************************
      *** ----------------- SRCVER and HIT records of side tg-side;
      *** the path records wait for the lockstep pass
        scan-one-record section.
            evaluate true
                when tg-parse-buffer(1:7) = 'SRCVER;'
                    move tg-parse-buffer to sv-note-record
                    perform note-source-version
                when tg-parse-buffer(1:4) = 'HIT;'
                    perform tally-hit-record
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- HIT;kind;module;line;name -- counted
      *** against the stop point's row, added on first sight
        tally-hit-record section.
            move spaces to tg-rec-kind.
            move spaces to tg-record-module.
            move 0 to tg-record-line.
            move spaces to tg-rec-name.
            move 5 to tg-unstring-ptr.
            unstring tg-parse-buffer delimited by ';'
                into tg-rec-kind tg-record-module tg-record-line
                    tg-rec-name
                with pointer tg-unstring-ptr
            end-unstring

            move 0 to tg-found.
            perform varying tg-index from 1 by 1
                until tg-index > tg-hit-count or tg-found > 0

                if th-kind(tg-index) = tg-rec-kind
                    and th-module(tg-index) = tg-record-module
                    and th-line(tg-index) = tg-record-line
                    and th-name(tg-index) = tg-rec-name

                    move tg-index to tg-found
                end-if
            end-perform

            if tg-found = 0
                if tg-hit-count >= TG-HIT-MAX
                    exit section
                end-if
                add 1 to tg-hit-count
                move tg-hit-count to tg-found
                move tg-rec-kind to th-kind(tg-found)
                move tg-record-module to th-module(tg-found)
                move tg-record-line to th-line(tg-found)
                move tg-rec-name to th-name(tg-found)
                move 0 to th-count-a(tg-found)
                move 0 to th-count-b(tg-found)
            end-if

            if tg-side = 'A'
                add 1 to th-count-a(tg-found)
            else
                add 1 to th-count-b(tg-found)
            end-if

            continue.

      ***************************************************************
      *** ----------------- read both captures in lockstep until
      *** the paths part ways (or both end); the shared steps go
      *** through the before-context ring
        walk-both-traces section.
            perform until tg-diverged-flag = 1
                or (tg-a-eof-flag = 1 and tg-b-eof-flag = 1)

                perform read-next-path-record-a
                perform read-next-path-record-b

                if tg-a-eof-flag = 1 and tg-b-eof-flag = 1
                    exit perform
                end-if

                add 1 to tg-step-number

                if tg-a-eof-flag = 1
                    or tg-b-eof-flag = 1
                    or tg-a-module not = tg-b-module
                    or tg-a-line not = tg-b-line

                    move 1 to tg-diverged-flag
                    move tg-step-number to tg-diverge-step
                else
                    move spaces to tg-step-text
                    string function trim (tg-a-module)
                        delimited by size
                        ' line ' delimited by size
                        tg-a-line delimited by size
                        into tg-step-text
                    end-string
                    perform push-before-ring
                end-if
            end-perform

            continue.

      ***************************************************************
        read-next-path-record-a section.
            move 0 to tg-record-ok-flag.

            perform until tg-record-ok-flag = 1
                or tg-a-eof-flag = 1

                read trace-file-a
                    at end
                        move 1 to tg-a-eof-flag
                    not at end
                        move trace-line-a to tg-parse-buffer
                        perform parse-path-record
                end-read
            end-perform

            if tg-record-ok-flag = 1
                move tg-record-module to tg-a-module
                move tg-record-line to tg-a-line
            end-if

            continue.

      ***************************************************************
        read-next-path-record-b section.
            move 0 to tg-record-ok-flag.

            perform until tg-record-ok-flag = 1
                or tg-b-eof-flag = 1

                read trace-file-b
                    at end
                        move 1 to tg-b-eof-flag
                    not at end
                        move trace-line-b to tg-parse-buffer
                        perform parse-path-record
                end-read
            end-perform

            if tg-record-ok-flag = 1
                move tg-record-module to tg-b-module
                move tg-record-line to tg-b-line
            end-if

            continue.

      ***************************************************************
      *** ----------------- TRACE;module;line or the bare
      *** module;line of older captures into tg-record-module/-line,
      *** exactly as gc-tracediff reads them; ok-flag 0 skips the
      *** bookkeeping records
        parse-path-record section.
            move 0 to tg-record-ok-flag.
            move 1 to tg-unstring-ptr.
            move spaces to tg-token-1.
            move spaces to tg-record-module.
            move 0 to tg-record-line.

            unstring tg-parse-buffer delimited by ';'
                into tg-token-1
                with pointer tg-unstring-ptr
            end-unstring

            evaluate function trim (tg-token-1)
                when 'HIT'
                when 'TRACEHDR'
                when 'SLICE'
                when 'SRCVER'
                when 'JOBHDR'
                when 'STEP'
                when 'HANDOFF'
                when 'FILEIO'
                when 'ACCEPT'
                when 'STUB'
                    continue
                when 'TRACE'
                    unstring tg-parse-buffer delimited by ';'
                        into tg-record-module tg-record-line
                        with pointer tg-unstring-ptr
                    end-unstring
                when other
                    move tg-token-1 to tg-record-module
                    unstring tg-parse-buffer delimited by ';'
                        into tg-record-line
                        with pointer tg-unstring-ptr
                    end-unstring
            end-evaluate

            if tg-record-module not = spaces
                and tg-record-line > 0

                move 1 to tg-record-ok-flag
            end-if

            continue.

      ***************************************************************
        push-before-ring section.
            move tg-step-text to tg-before-entry(tg-before-next).

            if tg-before-count < TG-CONTEXT
                add 1 to tg-before-count
            end-if

            add 1 to tg-before-next.
            if tg-before-next > TG-CONTEXT
                move 1 to tg-before-next
            end-if

            continue.

      ***************************************************************
      *** ----------------- the two response files through
      *** gc-recon, its report beside the page. Nothing is run when
      *** either response file is missing.
        run-field-recon section.
            move spaces to recon-path.
            string function trim (report-path) delimited by size
                '.recon' delimited by size
                into recon-path
            end-string

            if tg-response-a = spaces or tg-response-b = spaces
                move -2 to tg-recon-rc
                exit section
            end-if

            set environment 'COB_RECON_A' to tg-response-a.
            set environment 'COB_RECON_B' to tg-response-b.
            set environment 'COB_RECON_REPORT' to recon-path.

            move spaces to tg-run-command.
            move function trim (tg-recon-cmd) to tg-run-command.

            call "SYSTEM" using tg-run-command
                returning tg-recon-rc
                on exception
                    move -1 to tg-recon-rc
            end-call

      * the shell answers with the wait status -- gc-recon's
      * own return code sits in its high byte
            if tg-recon-rc > 255
                divide 256 into tg-recon-rc
            end-if

            continue.

      ***************************************************************
        write-triage-head section.
            move spaces to report-line.
            if tg-test-name not = spaces
                string 'Failure triage -- test ' delimited by size
                    function trim (tg-test-name) delimited by size
                    into report-line
                end-string
            else
                move 'Failure triage' to report-line
            end-if
            write report-line

            move spaces to report-line.
            string '  failing run: ' delimited by size
                function trim (trace-path-b) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line.
            string '  last pass:   ' delimited by size
                function trim (trace-path-a) delimited by size
                into report-line
            end-string
            write report-line

            continue.

      ***************************************************************
      *** ----------------- where the paths part, the shared path
      *** before it, and the source around each side's line
        write-divergence-part section.
            move spaces to report-line
            write report-line
            move 'FIRST DIVERGENCE' to report-line
            write report-line

            if tg-diverged-flag = 0
                move '  The two runs took the same path.'
                    to report-line
                write report-line
                exit section
            end-if

            move spaces to report-line.
            string '  at step ' delimited by size
                tg-diverge-step delimited by size
                into report-line
            end-string
            write report-line

            if tg-before-count > 0
                if tg-before-count < TG-CONTEXT
                    move 1 to tg-index-2
                else
                    move tg-before-next to tg-index-2
                end-if

                perform varying tg-index from tg-before-count
                    by -1 until tg-index = 0

                    move spaces to report-line
                    string '    = ' delimited by size
                        tg-before-entry(tg-index-2)
                        delimited by size
                        into report-line
                    end-string
                    write report-line

                    add 1 to tg-index-2
                    if tg-index-2 > TG-CONTEXT
                        move 1 to tg-index-2
                    end-if
                end-perform
            end-if

            move spaces to report-line.
            if tg-a-eof-flag = 1
                move '  PASS  (capture ends)' to report-line
                write report-line
            else
                string '  PASS  ' delimited by size
                    function trim (tg-a-module) delimited by size
                    ' line ' delimited by size
                    tg-a-line delimited by size
                    into report-line
                end-string
                write report-line
                move 'A' to sv-want-side
                move tg-a-module to tg-ctx-module
                move tg-a-line to tg-ctx-at
                perform write-source-context
            end-if

            move spaces to report-line.
            if tg-b-eof-flag = 1
                move '  FAIL  (capture ends)' to report-line
                write report-line
            else
                string '  FAIL  ' delimited by size
                    function trim (tg-b-module) delimited by size
                    ' line ' delimited by size
                    tg-b-line delimited by size
                    into report-line
                end-string
                write report-line
                move 'B' to sv-want-side
                move tg-b-module to tg-ctx-module
                move tg-b-line to tg-ctx-at
                perform write-source-context
            end-if

            continue.

      ***************************************************************
      *** ----------------- two lines either side of tg-ctx-at in
      *** tg-ctx-module, as side sv-want-side ran it
        write-source-context section.
            move spaces to tg-getline.
            string 'get_aniline_' delimited by size
                tg-ctx-module delimited by spaces
                into tg-getline
            end-string

            if tg-ctx-at > 2
                compute tg-ctx-from = tg-ctx-at - 2 end-compute
            else
                move 1 to tg-ctx-from
            end-if
            compute tg-ctx-to = tg-ctx-at + 2 end-compute.

            perform varying tg-ctx-line from tg-ctx-from by 1
                until tg-ctx-line > tg-ctx-to

                move 0 to tg-getline-ok
                move spaces to tg-source-buffer

                move tg-ctx-module to sv-want-module
                move tg-ctx-line to sv-want-line
                perform fetch-library-line

                if sv-ok-flag = 1
                    move sv-buffer to tg-source-buffer
                    move 1 to tg-getline-ok
                else
                    move tg-ctx-line to tg-line-bin

                    call tg-getline using tg-line-bin
                        tg-source-buffer
                        on exception
                            move 0 to tg-getline-ok
                        not on exception
                            move 1 to tg-getline-ok
                    end-call
                end-if

                move spaces to report-line
                if tg-getline-ok = 1
                    if tg-ctx-line = tg-ctx-at
                        string '        ' delimited by size
                            tg-ctx-line delimited by size
                            ' > ' delimited by size
                            tg-source-buffer(1:100)
                                delimited by size
                            into report-line
                        end-string
                    else
                        string '        ' delimited by size
                            tg-ctx-line delimited by size
                            '   ' delimited by size
                            tg-source-buffer(1:100)
                                delimited by size
                            into report-line
                        end-string
                    end-if
                else
                    string '        ' delimited by size
                        '(source version not in the library)'
                        delimited by size
                        into report-line
                    end-string
      * one such row says it all
                    move tg-ctx-to to tg-ctx-line
                end-if
                write report-line
            end-perform

            continue.

      ***************************************************************
      *** ----------------- every module either run named a
      *** source version for: the same on both sides, changed, or
      *** met by one run only
        write-source-version-part section.
            move spaces to report-line
            write report-line
            move 'SOURCE VERSIONS' to report-line
            write report-line

            if sv-count = 0
                move '  Neither capture recorded source versions.'
                    to report-line
                write report-line
                exit section
            end-if

            perform varying sv-index from 1 by 1
                until sv-index > sv-count

                move 0 to tg-found
                perform varying tg-index from 1 by 1
                    until tg-index > sv-count or tg-found > 0

                    if sv-side(tg-index) not = sv-side(sv-index)
                        and sv-module(tg-index) = sv-module(sv-index)

                        move tg-index to tg-found
                    end-if
                end-perform

                move spaces to report-line
                evaluate true
      * a module both sides name is reported from the
      * passing side's row only
                    when tg-found > 0 and sv-side(sv-index) = 'B'
                        continue
                    when tg-found = 0 and sv-side(sv-index) = 'A'
                        string '  ' delimited by size
                            sv-module(sv-index) delimited by size
                            ' only in the passing run'
                                delimited by size
                            into report-line
                        end-string
                    when tg-found = 0
                        string '  ' delimited by size
                            sv-module(sv-index) delimited by size
                            ' only in the failing run'
                                delimited by size
                            into report-line
                        end-string
                    when sv-lines(sv-index) = sv-lines(tg-found)
                        and sv-value(sv-index) = sv-value(tg-found)
                        move sv-lines(sv-index) to tg-count-edit
                        string '  ' delimited by size
                            sv-module(sv-index) delimited by size
                            ' unchanged  (' delimited by size
                            function trim (tg-count-edit)
                                delimited by size
                            ' lines)' delimited by size
                            into report-line
                        end-string
                    when other
                        move sv-lines(sv-index) to tg-count-edit
                        move sv-lines(tg-found) to tg-count-edit-2
                        string '  ' delimited by size
                            sv-module(sv-index) delimited by size
                            ' CHANGED    lines ' delimited by size
                            function trim (tg-count-edit)
                                delimited by size
                            ' -> ' delimited by size
                            function trim (tg-count-edit-2)
                                delimited by size
                            '  fingerprint ' delimited by size
                            sv-value(sv-index) delimited by size
                            ' -> ' delimited by size
                            sv-value(tg-found) delimited by size
                            into report-line
                        end-string
                end-evaluate

                if report-line not = spaces
                    write report-line
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- gc-recon's breaks, as many as fit the
      *** page, and its totals line
        write-field-part section.
            move spaces to report-line
            write report-line
            move 'RESPONSE FIELDS  (PASS <> FAIL)' to report-line
            write report-line

            evaluate true
                when tg-recon-rc = -2
                    move '  Not compared -- no response files named.'
                        to report-line
                    write report-line
                    exit section
                when tg-recon-rc < 0 or tg-recon-rc = 99
                    move spaces to report-line
                    string '  Not compared -- see ' delimited by size
                        function trim (recon-path) delimited by size
                        into report-line
                    end-string
                    write report-line
                    exit section
                when other
                    continue
            end-evaluate

            open input recon-file.
            if recon-file-status not = 0
                move spaces to report-line
                string '  Not compared -- see ' delimited by size
                    function trim (recon-path) delimited by size
                    into report-line
                end-string
                write report-line
                exit section
            end-if

            move 0 to tg-shown.
            move 0 to tg-more.
            move spaces to tg-recon-trailer.

            read recon-file end-read
            perform until recon-file-status not = 0
                evaluate true
                    when recon-record(1:8) = '  BREAK '
                    when recon-record(1:8) = '  ONLY-A'
                    when recon-record(1:8) = '  ONLY-B'
                        if tg-shown < TG-RECON-SHOWN
                            add 1 to tg-shown
                            move recon-record to report-line
                            write report-line
                        else
                            add 1 to tg-more
                        end-if
                    when recon-record(1:9) = 'Compared:'
                        move recon-record to tg-recon-trailer
                    when other
                        continue
                end-evaluate

                read recon-file end-read
            end-perform

            close recon-file.

            if tg-more > 0
                move tg-more to tg-more-edit
                move spaces to report-line
                string '  ... and ' delimited by size
                    function trim (tg-more-edit) delimited by size
                    ' more -- see ' delimited by size
                    function trim (recon-path) delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            if tg-shown = 0
                move '  No field breaks.' to report-line
                write report-line
            end-if

            if tg-recon-trailer not = spaces
                move spaces to report-line
                string '  ' delimited by size
                    tg-recon-trailer delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            continue.

      ***************************************************************
      *** ----------------- the stop points each run went
      *** through; '*' marks a count that differs
        write-hit-part section.
            move spaces to report-line
            write report-line
            move 'BREAKPOINT HITS' to report-line
            move '  PASS    FAIL' to report-line(57:14)
            write report-line

            if tg-hit-count = 0
                move '  Neither run stopped at a breakpoint.'
                    to report-line
                write report-line
                exit section
            end-if

            move 0 to tg-more.
            perform varying tg-index from 1 by 1
                until tg-index > tg-hit-count

                if tg-index > TG-HIT-SHOWN
                    add 1 to tg-more
                else
                    if th-count-a(tg-index) = th-count-b(tg-index)
                        move spaces to tg-mark
                    else
                        move ' *' to tg-mark
                    end-if
                    move th-count-a(tg-index) to tg-count-edit
                    move th-count-b(tg-index) to tg-count-edit-2

                    move spaces to report-line
                    string '  ' delimited by size
                        th-kind(tg-index) delimited by size
                        ' ' delimited by size
                        th-module(tg-index)(1:20) delimited by size
                        ' ' delimited by size
                        th-line(tg-index) delimited by size
                        ' ' delimited by size
                        th-name(tg-index)(1:15) delimited by size
                        into report-line
                    end-string
                    string tg-count-edit delimited by size
                        '  ' delimited by size
                        tg-count-edit-2 delimited by size
                        tg-mark delimited by size
                        into report-line(57:)
                    end-string
                    write report-line
                end-if
            end-perform

            if tg-more > 0
                move tg-more to tg-more-edit
                move spaces to report-line
                string '  ... and ' delimited by size
                    function trim (tg-more-edit) delimited by size
                    ' more stop point(s)' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            continue.

      ***************************************************************
      *** ----------------- SRCVER;module;lines;fingerprint (in
      *** sv-note-record) for side tg-side. A later record for the
      *** same module on the same side replaces the earlier.
        note-source-version section.
            move spaces to sv-rec-module.
            move 0 to sv-rec-lines.
            move 0 to sv-rec-value.
            move 1 to sv-ptr.
            unstring sv-note-record delimited by ';'
                into sv-token sv-rec-module sv-rec-lines
                    sv-rec-value
                with pointer sv-ptr
            end-unstring

            if sv-rec-module = spaces
                exit section
            end-if

            move 0 to sv-found.
            perform varying sv-index from 1 by 1
                until sv-index > sv-count or sv-found > 0

                if sv-side(sv-index) = tg-side
                    and sv-module(sv-index) = sv-rec-module
                    move sv-index to sv-found
                end-if
            end-perform

            if sv-found = 0
                if sv-count >= SV-MODULE-MAX
                    exit section
                end-if
                add 1 to sv-count
                move sv-count to sv-found
            end-if

            move tg-side to sv-side(sv-found).
            move sv-rec-module to sv-module(sv-found).
            move sv-rec-lines to sv-lines(sv-found).
            move sv-rec-value to sv-value(sv-found).
            move 0 to sv-state(sv-found).
            move spaces to sv-path(sv-found).
            if sv-loaded = sv-found
                move 0 to sv-loaded
            end-if

            continue.

      ***************************************************************
      *** ----------------- line sv-want-line of sv-want-module,
      *** from the archived version side sv-want-side named --
      *** sv-ok-flag stays 0 when there is no such version to read
        fetch-library-line section.
            move 0 to sv-ok-flag.
            move spaces to sv-buffer.

            move 0 to sv-found.
            perform varying sv-index from 1 by 1
                until sv-index > sv-count or sv-found > 0

                if sv-side(sv-index) = sv-want-side
                    and sv-module(sv-index) = sv-want-module
                    move sv-index to sv-found
                end-if
            end-perform

            if sv-found = 0
                exit section
            end-if

            if sv-state(sv-found) = 0
                perform resolve-source-version
            end-if

            if sv-state(sv-found) not = 1
                exit section
            end-if

            if sv-loaded not = sv-found
                perform load-source-version
            end-if

            if sv-loaded not = sv-found
                or sv-want-line < 1
                or sv-want-line > sv-line-count

                exit section
            end-if

            move sv-line(sv-want-line) to sv-buffer.
            move 1 to sv-ok-flag.

            continue.

      ***************************************************************
      *** ----------------- find the version in the library index
      *** (module;lines;fingerprint;date;version-file)
        resolve-source-version section.
            move 2 to sv-state(sv-found).

            if srclib-path = spaces
                accept srclib-path from environment
                    'COB_SRC_LIBRARY' end-accept
                if srclib-path = spaces
                    move 'gc-debugger.srclib' to srclib-path
                end-if
            end-if

            open input srclib-file.
            if srclib-file-status not = 0
                exit section
            end-if

            read srclib-file end-read
            perform until srclib-file-status not = 0
                or sv-state(sv-found) = 1

                move spaces to sv-rec-module
                move 0 to sv-rec-lines
                move 0 to sv-rec-value
                move spaces to sv-rec-path
                move 1 to sv-ptr
                unstring srclib-record delimited by ';'
                    into sv-rec-module sv-rec-lines sv-rec-value
                        sv-rec-date sv-rec-path
                    with pointer sv-ptr
                end-unstring

                if sv-rec-module = sv-module(sv-found)
                    and sv-rec-lines = sv-lines(sv-found)
                    and sv-rec-value = sv-value(sv-found)
                    and sv-rec-path not = spaces

                    move sv-rec-path to sv-path(sv-found)
                    move 1 to sv-state(sv-found)
                end-if

                read srclib-file end-read
            end-perform

            close srclib-file

            continue.

      ***************************************************************
      *** ----------------- the whole version into sv-text -- one
      *** version held at a time, reloaded when another is wanted
        load-source-version section.
            move 0 to sv-loaded.
            move 0 to sv-line-count.

            move sv-path(sv-found) to srcver-path.
            open input srcver-file.
            if srcver-file-status not = 0
                move 2 to sv-state(sv-found)
                exit section
            end-if

            read srcver-file end-read
            perform until srcver-file-status not = 0
                or sv-line-count >= SV-LINE-MAX

                add 1 to sv-line-count
                move srcver-record to sv-line(sv-line-count)

                read srcver-file end-read
            end-perform

            close srcver-file

            move sv-found to sv-loaded.

            continue.
