      * A module whose entry points aren't linked into
      * this job still gets its executed-line count reported -- the
      * unexecuted ranges just can't be known without the line count.
      * When the capture names the source version each module ran
      * under (SRCVER records) and the source library holds it, the
      * line count and text come from that version instead.
      *
      * Every run also merges its executed lines into a
      * persistent cumulative store (COB_COVERAGE_STORE, default
      * gc-debugger.covstore, one module;line;count record per line
      * ever executed, the count summed over every run -- a record
      * of an older store without one counts as a single execution),
      * so the whole regression cycle accumulates into one answer
      * instead of each run starting from zero -- gc-covdiff
      * compares two such stores release to release.
      *
      * When the run is one suite test's (COB_COVERAGE_TEST
      * names it), that run's own line set is also written, not
      * merged, to <store>.<test> beside the cumulative store --
      * the per-test picture gc-impact selects tests from.

        environment division.
        configuration section.
                organization is line sequential
                file status is dlm-file-status.

      * the source library (COB_SRC_LIBRARY) -- its index,
      * and one archived source version at a time
            select srclib-file assign to srclib-path
                organization is line sequential
                file status is srclib-file-status.

            select srcver-file assign to srcver-path
                organization is line sequential
                file status is srcver-file-status.

      * this run alone, for one named suite test
            select test-store-file assign to test-store-path
                organization is line sequential
                file status is test-store-file-status.

        data division.
        file section.

        fd  dlm-file.
            01 dlm-record           pic x(100).

        fd  srclib-file.
            01 srclib-record        pic x(400).

        fd  srcver-file.
            01 srcver-record        pic x(256).

        fd  test-store-file.
            01 test-store-record    pic x(60).

        working-storage section.

            78 COV-MODULE-MAX       value 20.
                05 cov-store-map occurs COV-MODULE-MAX
                                             pic x(COV-LINE-MAX).

      * how many times each line ran -- this run, and
      * summed with the counts the store already held
            01 cov-exec-counts.
                05 cov-exec-count-row occurs COV-MODULE-MAX.
                    10 cov-exec-count occurs COV-LINE-MAX
                                             usage binary-long.
            01 cov-store-counts.
                05 cov-store-count-row occurs COV-MODULE-MAX.
                    10 cov-store-count occurs COV-LINE-MAX
                                             usage binary-long.

            01 store-path                   pic x(256) value spaces.
            01 store-file-status            pic 99.
            77 cov-store-written            pic 9(7) value 0.
            01 dlm-file-status              pic 99.
            77 report-format-env            pic x(5) value spaces.
            77 report-delim-flag            pic 9 value 0.
            01 cov-test-name                pic x(30) value spaces.
            01 test-store-path              pic x(300) value spaces.
            01 test-store-file-status       pic 99.

      * record parse scratch
            01 cov-token-1                  pic x(30).
            01 cov-record-module            pic x(30).
            01 cov-record-line              pic 9(6).
            01 cov-record-count             pic x(10).
            77 cov-record-times             pic 9(9) value 0.
            77 cov-hit-flag                 pic 9 value 0.
            01 cov-unstring-ptr             pic 9(5).

            01 cov-index                    pic 9(3).
            01 cov-source-buffer            pic x(512).
            01 cov-getline-ok-flag          pic 9.

      * source versions -- a capture's SRCVER records name
      * the fingerprint each module ran under; when the source
      * library holds that version, line text comes from it
      * rather than from whatever is linked into this job today
            78 SV-MODULE-MAX        value 20.
            78 SV-LINE-MAX          value 20000.
            01 srclib-path                  pic x(256) value spaces.
            01 srclib-file-status           pic 99.
            01 srcver-path                  pic x(300) value spaces.
            01 srcver-file-status           pic 99.
            77 sv-count                     pic 9(3) value 0.
            01 sv-tbl.
                05 sv-row occurs SV-MODULE-MAX.
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
            77 cov-want-line                pic 9(6) value 0.
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

            move spaces to trace-path.
            accept trace-path from environment 'COB_TRACE_FILE'
            end-accept.
                move 'gc-debugger.covstore' to store-path
            end-if.

            move spaces to cov-test-name.
            accept cov-test-name from environment 'COB_COVERAGE_TEST'
            end-accept.

            perform mark-executed-lines.

            if cov-module-count = 0
                display 'No trace records in '
                    function trim (trace-path) end-display
      * the test's line set is still replaced -- empty -- so an
      * older run's lines cannot stand in for this one's
                if cov-test-name not = spaces
                    perform write-test-store
                end-if
                stop run
            end-if.

            display 'Cumulative store updated: '
                function trim (store-path) end-display.

            if cov-test-name not = spaces
                perform write-test-store
            end-if.

            stop run.

      ***************************************************************
            move spaces to cov-token-1.
            move spaces to cov-record-module.
            move 0 to cov-record-line.
            move 0 to cov-hit-flag.

            unstring trace-line delimited by ';'
                into cov-token-1

            evaluate function trim (cov-token-1)
      * the capture's filter-settings header -- and a
      * slice's own header, a job capture's step and hand-off
      * markers, and its file OPEN/CLOSE records -- are not
      * statements
                when 'TRACEHDR'
                when 'SLICE'
                when 'JOBHDR'
                when 'STEP'
                when 'HANDOFF'
                when 'FILEIO'
                when 'ACCEPT'
                when 'STUB'
                    exit section
                when 'SRCVER'
                    move trace-line to sv-note-record
                    perform note-source-version
                    exit section
                when 'HIT'
      * skip the kind token, then module;line as usual --
      * the statement's own record counts its execution
                    move 1 to cov-hit-flag
                    unstring trace-line delimited by ';'
                        into cov-token-1
                        with pointer cov-unstring-ptr
                    if cov-record-line <= COV-LINE-MAX
                        move 'X' to cov-exec-map(cov-found-index)
                            (cov-record-line:1)
                        if cov-hit-flag = 0
                            add 1 to cov-exec-count
                                (cov-found-index, cov-record-line)
                        end-if
                    end-if
                end-if
            end-if
                move 0 to cm-dec-misses(cov-module-count)
                move spaces to cov-exec-map(cov-module-count)
                move spaces to cov-store-map(cov-module-count)
                initialize cov-exec-count-row(cov-module-count)
                initialize cov-store-count-row(cov-module-count)
                move cov-module-count to cov-found-index
            end-if

                into cov-getline
            end-string

      * the archived version the capture ran against, when
      * the library has it, is the line count to report against
            move cm-name(cov-index) to sv-want-module.
            move 1 to sv-want-line.
            perform fetch-library-line.
            if sv-ok-flag = 1
                move sv-line-count to cm-line-count(cov-index)
                move 1 to cm-linecount-ok(cov-index)
                exit section
            end-if

            call cov-getlinecount
                on exception
                    move 0 to cm-linecount-ok(cov-index)
      *** upper-cased text in dc-scan-trimmed and the first token
      *** in dc-token (spaces for a blank or comment line)
        fetch-decision-line section.
            move dc-scan-line to cov-want-line.
            perform fetch-coverage-source-line.

            move spaces to dc-scan-trimmed.
            move spaces to dc-token.

      ***************************************************************
        write-one-range section.
            move cov-range-start to cov-want-line.
            perform fetch-coverage-source-line.

            move function trim (cov-source-buffer, leading)
                to cov-source-buffer.

                move cov-exec-map(cov-index)
                    to cov-store-map(cov-index)
                move cov-exec-count-row(cov-index)
                    to cov-store-count-row(cov-index)
            end-perform

            open input store-file.
                into cov-record-line
                with pointer cov-unstring-ptr
            end-unstring
            move spaces to cov-record-count.
            unstring store-record delimited by ';'
                into cov-record-count
                with pointer cov-unstring-ptr
            end-unstring

            move 1 to cov-record-times.
            if cov-record-count not = spaces
                and function trim (cov-record-count) is numeric

                move function numval (cov-record-count)
                    to cov-record-times
            end-if

            if cov-record-module not = spaces
                and cov-record-line > 0
                if cov-found-index > 0
                    move 'X' to cov-store-map(cov-found-index)
                        (cov-record-line:1)
                    add cov-record-times to cov-store-count
                        (cov-found-index, cov-record-line)
                else
                    perform carry-store-record
                end-if
                        (cov-line-index:1) = 'X'

                        add 1 to cov-store-written
                        move cov-store-count(cov-index, cov-line-index)
                            to cov-record-times
                        if cov-record-times = 0
                            move 1 to cov-record-times
                        end-if
                        move spaces to store-record
                        string function trim
                                (cm-name(cov-index))
                                delimited by size
                            ';' delimited by size
                            cov-line-index delimited by size
                            ';' delimited by size
                            cov-record-times delimited by size
                            into store-record
                        end-string
                        write store-record
            close store-file

            continue.

      ***************************************************************
      *** ----------------- line cov-want-line of module cov-index
      *** -- the archived version first, then the linked entry
      *** point
        fetch-coverage-source-line section.
            move 0 to cov-getline-ok-flag.
            move spaces to cov-source-buffer.

            move cm-name(cov-index) to sv-want-module.
            move cov-want-line to sv-want-line.
            perform fetch-library-line.

            if sv-ok-flag = 1
                move sv-buffer to cov-source-buffer
                move 1 to cov-getline-ok-flag
                exit section
            end-if

            move cov-want-line to cov-line-bin.

            call cov-getline using cov-line-bin
                cov-source-buffer
                on exception
                    move 0 to cov-getline-ok-flag
                not on exception
                    move 1 to cov-getline-ok-flag
            end-call

            continue.

      ***************************************************************
      *** ----------------- this run's executed lines, and only
      *** this run's, as <store>.<test> -- replaced every time the
      *** test runs, so it always says what the test covers today
        write-test-store section.
            move spaces to test-store-path.
            string function trim (store-path) delimited by size
                '.' delimited by size
                function trim (cov-test-name) delimited by size
                into test-store-path
            end-string

            open output test-store-file.

            if test-store-file-status not = 0
                display 'Cannot write test store '
                    function trim (test-store-path) end-display
                exit section
            end-if

            perform varying cov-index from 1 by 1
                until cov-index > cov-module-count

                perform varying cov-line-index from 1 by 1
                    until cov-line-index > COV-LINE-MAX

                    if cov-exec-map(cov-index)
                        (cov-line-index:1) = 'X'

                        move cov-exec-count(cov-index, cov-line-index)
                            to cov-record-times
                        move spaces to test-store-record
                        string function trim
                                (cm-name(cov-index))
                                delimited by size
                            ';' delimited by size
                            cov-line-index delimited by size
                            ';' delimited by size
                            cov-record-times delimited by size
                            into test-store-record
                        end-string
                        write test-store-record
                    end-if
                end-perform
            end-perform

            close test-store-file

            display 'Test store written: '
                function trim (test-store-path) end-display.

            continue.

      ***************************************************************
      *** ----------------- SRCVER;module;lines;fingerprint (in
      *** sv-note-record) -- the version the module ran under. A
      *** later record for the same module replaces the earlier.
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

                if sv-module(sv-index) = sv-rec-module
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
      *** from the archived version the capture named -- sv-ok-flag
      *** stays 0 when there is no such version to read, and the
      *** caller falls back to the module's linked entry point
        fetch-library-line section.
            move 0 to sv-ok-flag.
            move spaces to sv-buffer.

            move 0 to sv-found.
            perform varying sv-index from 1 by 1
                until sv-index > sv-count or sv-found > 0

                if sv-module(sv-index) = sv-want-module
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
