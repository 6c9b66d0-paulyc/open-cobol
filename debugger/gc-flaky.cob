        identification division.
        program-id. gc-flaky.

      * flaky-test and unstable-assertion finder -- reads many
      * nights of suite results and picks out the tests and
      * assertions whose outcome flips between PASS and FAIL while
      * the source under them stayed the same, so the "known flaky"
      * failures stop hiding the real ones. The run-time has no
      * directory-scan service, so the nights are enumerated from a
      * history list (COB_FLAKY_HISTORY, default gc-flaky.lst), in
      * date order, one artifact set per line:
      *   night;verify-report;assert-report;fingerprints;sim-date
      * -- a gc-verify suite report, a write-assert-report
      * assertion report, and the source fingerprints the night ran
      * against: a config capture (its FPRINT rows) or a copy of
      * the source sums file. Any part after the night may be left
      * empty, and a night with several assertion reports is given
      * on several lines under the same name. The simulated date is
      * taken from the capture's COB_CURRENT_DATE when the line does
      * not give one.
      * An item seen several times in one night counts as FAIL if
      * any of them failed. A change of outcome from one night it
      * was seen to the next is a flip -- unless a module it covers
      * changed fingerprint in between, which makes it a source
      * change, not flakiness. An assertion covers its own module;
      * a test covers the modules of its per-test line set
      * (<COB_COVERAGE_STORE>.<test>, written by gc-coverage), or
      * every module when it has none.
      *   COB_FLAKY_HISTORY   the history list
      *   COB_COVERAGE_STORE  the store the per-test line sets sit
      *                       beside (default gc-debugger.covstore)
      *   COB_FLAKY_REPORT    the ranking
      *                       (default gc-flaky.report)
      * The report ranks the flaky items by flip rate (flips per
      * change of night), with the nights each flipped on and their
      * simulated dates. The return code is the number of flaky
      * items.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select history-file assign to history-path
                organization is line sequential
                file status is history-file-status.

            select artifact-file assign to artifact-path
                organization is line sequential
                file status is artifact-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

      * a test's per-test line set, read while its verify
      * report is still open
            select cover-file assign to cover-path
                organization is line sequential
                file status is cover-file-status.

        data division.
        file section.

        fd  history-file.
            01 history-line         pic x(900).

        fd  artifact-file.
            01 artifact-record      pic x(300).

        fd  report-file.
            01 report-line          pic x(132).

        fd  cover-file.
            01 cover-record         pic x(300).

        working-storage section.

            78 FLK-LINE-MAX         value 400.
            78 FLK-NIGHT-MAX        value 120.
            78 FLK-PRINT-MAX        value 6000.
            78 FLK-ITEM-MAX         value 1000.
            78 FLK-COVER-MAX        value 3000.
            78 FLK-FLIP-SHOWN       value 12.

            01 history-path                 pic x(256) value spaces.
            01 history-file-status          pic 99.
            01 artifact-path                pic x(256) value spaces.
            01 artifact-file-status         pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.
            01 store-path                   pic x(256) value spaces.
            01 cover-path                   pic x(256) value spaces.
            01 cover-file-status            pic 99.

      * the history list as read
            77 flk-line-count               pic 9(3) value 0.
            01 flk-line-tbl.
                05 flk-line-row occurs FLK-LINE-MAX.
                    10 fl-night              pic 9(3).
                    10 fl-verify-path        pic x(256).
                    10 fl-assert-path        pic x(256).
                    10 fl-print-path         pic x(256).

      * the nights, in list order
            77 flk-night-count              pic 9(3) value 0.
            01 flk-night-tbl.
                05 flk-night-row occurs FLK-NIGHT-MAX.
                    10 fn-name               pic x(30).
                    10 fn-sim-date           pic x(20).

      * each night's module fingerprints -- lines;value as the
      * file had them
            77 flk-print-count              pic 9(4) value 0.
            01 flk-print-tbl.
                05 flk-print-row occurs FLK-PRINT-MAX.
                    10 fp-night              pic 9(3).
                    10 fp-module             pic x(30).
                    10 fp-value              pic x(20).

      * every test and assertion seen: the night settled last
      * (prev) and the night being gathered (cur)
            77 flk-item-count               pic 9(4) value 0.
            01 flk-item-tbl.
                05 flk-item-row occurs FLK-ITEM-MAX.
                    10 fi-rate               pic 9(3)v9.
                    10 fi-flips              pic 9(4).
                    10 fi-kind               pic x.
                    10 fi-name               pic x(80).
                    10 fi-module             pic x(30).
                    10 fi-cover-flag         pic x.
                    10 fi-obs                pic 9(4).
                    10 fi-explained          pic 9(4).
                    10 fi-prev-night         pic 9(3).
                    10 fi-prev-outcome       pic x(4).
                    10 fi-cur-night          pic 9(3).
                    10 fi-cur-outcome        pic x(4).
                    10 fi-flip-night occurs FLK-FLIP-SHOWN
                                             pic 9(3).

      * the modules each test's line set touches
            77 flk-cover-count              pic 9(4) value 0.
            01 flk-cover-tbl.
                05 flk-cover-row occurs FLK-COVER-MAX.
                    10 fc-item               pic 9(4).
                    10 fc-module             pic x(30).

            01 flk-unstring-ptr             pic 9(5).
            77 flk-index                    pic 9(4) value 0.
            77 flk-night-index              pic 9(3) value 0.
            77 flk-print-index              pic 9(4) value 0.
            77 flk-print-index-2            pic 9(4) value 0.
            77 flk-cover-index              pic 9(4) value 0.
            77 flk-flip-index               pic 9(2) value 0.
            77 flk-item-index               pic 9(4) value 0.
            77 flk-search-index             pic 9(4) value 0.

      * one history line and one observation
            01 flk-night-name               pic x(30).
            01 flk-sim-date                 pic x(20).
            01 flk-verify-path              pic x(256).
            01 flk-assert-path              pic x(256).
            01 flk-print-path               pic x(256).
            01 flk-obs-kind                 pic x.
            01 flk-obs-name                 pic x(80).
            01 flk-obs-module               pic x(30).
            01 flk-obs-outcome              pic x(4).
            01 flk-token-1                  pic x(30).
            01 flk-token-2                  pic x(30).
            01 flk-print-module             pic x(30).
            01 flk-print-lines              pic x(9).
            01 flk-print-sum                pic x(10).
            01 flk-check-module             pic x(30).
            77 flk-changed-flag             pic 9 value 0.
            77 flk-found-flag               pic 9 value 0.
            01 flk-value-prev               pic x(20).
            01 flk-value-cur                pic x(20).

            77 flk-test-count               pic 9(4) value 0.
            77 flk-assert-count             pic 9(4) value 0.
            77 flk-flaky-count              pic 9(4) value 0.
            77 flk-flip-total               pic 9(5) value 0.
            01 flk-rate-edit                pic zz9.9.
            01 flk-count-edit               pic zzzz9.
            01 flk-count-edit-2             pic zzz9.
            01 flk-kind-text                pic x(6).
            01 flk-nights-text              pic x(120).
            77 flk-text-ptr                 pic 9(4) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to history-path.
            accept history-path from environment 'COB_FLAKY_HISTORY'
            end-accept.
            if history-path = spaces
                move 'gc-flaky.lst' to history-path
            end-if.

            move spaces to store-path.
            accept store-path from environment 'COB_COVERAGE_STORE'
            end-accept.
            if store-path = spaces
                move 'gc-debugger.covstore' to store-path
            end-if.

            move spaces to report-path.
            accept report-path from environment 'COB_FLAKY_REPORT'
            end-accept.
            if report-path = spaces
                move 'gc-flaky.report' to report-path
            end-if.

            initialize flk-item-tbl.

            perform load-history-list.

            if flk-night-count = 0
                display 'No nights listed in '
                    function trim (history-path) end-display
                move 99 to return-code
                stop run
            end-if.

      * every night's fingerprints first, so a flip on any
      * night can be checked against the nights either side of it
            perform varying flk-index from 1 by 1
                until flk-index > flk-line-count

                if fl-print-path(flk-index) not = spaces
                    move fl-night(flk-index) to flk-night-index
                    move fl-print-path(flk-index) to artifact-path
                    perform load-night-prints
                end-if
            end-perform.

            perform varying flk-index from 1 by 1
                until flk-index > flk-line-count

                move fl-night(flk-index) to flk-night-index
                if fl-verify-path(flk-index) not = spaces
                    move fl-verify-path(flk-index) to artifact-path
                    perform digest-verify-report
                end-if
                if fl-assert-path(flk-index) not = spaces
                    move fl-assert-path(flk-index) to artifact-path
                    perform digest-assert-report
                end-if
            end-perform.

      * the last night each item was seen is settled too
            perform varying flk-item-index from 1 by 1
                until flk-item-index > flk-item-count

                perform settle-item-night
                perform rate-one-item
            end-perform.

            sort flk-item-row descending fi-rate fi-flips.

            perform write-flaky-report.

            display 'Flaky ranking written to '
                function trim (report-path) end-display.

            move flk-flaky-count to return-code.

            stop run.

      ***************************************************************
      *** ----------------- the history list -- a new night for
      *** each change of name, in list order
        load-history-list section.
            move 0 to flk-line-count.
            move 0 to flk-night-count.

            open input history-file.
            if history-file-status not = 0
                exit section
            end-if

            read history-file end-read
            perform until history-file-status not = 0
                or flk-line-count >= FLK-LINE-MAX

                if history-line not = spaces
                    and history-line(1:1) not = '#'

                    move spaces to flk-night-name flk-verify-path
                        flk-assert-path flk-print-path flk-sim-date
                    move 1 to flk-unstring-ptr
                    unstring history-line delimited by ';'
                        into flk-night-name
                        with pointer flk-unstring-ptr
                    end-unstring
                    unstring history-line delimited by ';'
                        into flk-verify-path
                        with pointer flk-unstring-ptr
                    end-unstring
                    unstring history-line delimited by ';'
                        into flk-assert-path
                        with pointer flk-unstring-ptr
                    end-unstring
                    unstring history-line delimited by ';'
                        into flk-print-path
                        with pointer flk-unstring-ptr
                    end-unstring
                    unstring history-line delimited by ';'
                        into flk-sim-date
                        with pointer flk-unstring-ptr
                    end-unstring

                    if flk-night-count = 0
                        or fn-name(flk-night-count) not = flk-night-name

                        if flk-night-count < FLK-NIGHT-MAX
                            add 1 to flk-night-count
                            move flk-night-name
                                to fn-name(flk-night-count)
                            move spaces to fn-sim-date(flk-night-count)
                        end-if
                    end-if
                    if flk-sim-date not = spaces
                        move flk-sim-date
                            to fn-sim-date(flk-night-count)
                    end-if

                    add 1 to flk-line-count
                    move flk-night-count to fl-night(flk-line-count)
                    move flk-verify-path
                        to fl-verify-path(flk-line-count)
                    move flk-assert-path
                        to fl-assert-path(flk-line-count)
                    move flk-print-path
                        to fl-print-path(flk-line-count)
                end-if

                read history-file end-read
            end-perform

            close history-file

            continue.

      ***************************************************************
      *** ----------------- one night's fingerprints: a config
      *** capture's FPRINT;module=lines;sum rows (and its simulated
      *** date), or a sums file's module;lines;sum rows
        load-night-prints section.
            open input artifact-file.
            if artifact-file-status not = 0
                exit section
            end-if

            read artifact-file end-read
            perform until artifact-file-status not = 0
                move spaces to flk-print-module flk-print-lines
                    flk-print-sum

                evaluate true
                    when artifact-record(1:7) = 'FPRINT;'
                        unstring artifact-record(8:)
                            delimited by '=' or ';'
                            into flk-print-module flk-print-lines
                                 flk-print-sum
                        end-unstring
                    when artifact-record(1:21)
                        = 'CFG;COB_CURRENT_DATE='
                        if fn-sim-date(flk-night-index) = spaces
                            move artifact-record(22:)
                                to fn-sim-date(flk-night-index)
                        end-if
                    when artifact-record(1:4) = 'CFG;'
                        or artifact-record(1:4) = 'KEY;'
                        or artifact-record(1:5) = 'FILE;'
                        or artifact-record(1:8) = 'LETTERS;'
                        or artifact-record(1:8) = 'PROFILE;'
                        or artifact-record(1:8) = 'CAPTURE;'
                        continue
                    when other
                        unstring artifact-record delimited by ';'
                            into flk-print-module flk-print-lines
                                 flk-print-sum
                        end-unstring
                end-evaluate

                if flk-print-module not = spaces
                    and flk-print-sum not = spaces
                    and flk-print-count < FLK-PRINT-MAX

                    add 1 to flk-print-count
                    move flk-night-index to fp-night(flk-print-count)
                    move flk-print-module to fp-module(flk-print-count)
                    move spaces to fp-value(flk-print-count)
                    string function trim (flk-print-lines)
                            delimited by size
                        ';' delimited by size
                        function trim (flk-print-sum) delimited by size
                        into fp-value(flk-print-count)
                    end-string
                end-if

                read artifact-file end-read
            end-perform

            close artifact-file

            continue.

      ***************************************************************
      *** ----------------- a gc-verify suite report -- the
      *** "  PASS  name" and "  FAIL  name  -- why" verdict lines
        digest-verify-report section.
            open input artifact-file.
            if artifact-file-status not = 0
                exit section
            end-if

            read artifact-file end-read
            perform until artifact-file-status not = 0
                if artifact-record(1:8) = '  PASS  '
                    or artifact-record(1:8) = '  FAIL  '

                    move 'T' to flk-obs-kind
                    move artifact-record(3:4) to flk-obs-outcome
                    move spaces to flk-obs-name
                    unstring artifact-record(9:) delimited by '  '
                        into flk-obs-name
                    end-unstring
                    move spaces to flk-obs-module
                    perform record-observation
                end-if

                read artifact-file end-read
            end-perform

            close artifact-file

            continue.

      ***************************************************************
      *** ----------------- a write-assert-report report -- the
      *** assertion is its line as written up to the counts, and
      *** its module the first word (the second for ORDER, TIMES
      *** and WRITTEN)
        digest-assert-report section.
            open input artifact-file.
            if artifact-file-status not = 0
                exit section
            end-if

            read artifact-file end-read
            perform until artifact-file-status not = 0
                if artifact-record(1:5) = 'PASS '
                    or artifact-record(1:5) = 'FAIL '

                    move 'A' to flk-obs-kind
                    move artifact-record(1:4) to flk-obs-outcome
                    move spaces to flk-obs-name
                    unstring artifact-record(6:) delimited by '  '
                        into flk-obs-name
                    end-unstring

                    move spaces to flk-token-1 flk-token-2
                    unstring flk-obs-name delimited by all space
                        into flk-token-1 flk-token-2
                    end-unstring
                    evaluate flk-token-1
                        when 'ORDER'
                        when 'TIMES'
                        when 'WRITTEN'
                            move flk-token-2 to flk-obs-module
                        when other
                            move flk-token-1 to flk-obs-module
                    end-evaluate

                    perform record-observation
                end-if

                read artifact-file end-read
            end-perform

            close artifact-file

            continue.

      ***************************************************************
      *** ----------------- one outcome of one item on night
      *** flk-night-index -- a later night first settles the one
      *** gathered so far
        record-observation section.
            move 0 to flk-item-index.
            perform varying flk-search-index from 1 by 1
                until flk-search-index > flk-item-count
                or flk-item-index not = 0

                if fi-kind(flk-search-index) = flk-obs-kind
                    and fi-name(flk-search-index) = flk-obs-name
                    move flk-search-index to flk-item-index
                end-if
            end-perform

            if flk-item-index = 0
                if flk-item-count >= FLK-ITEM-MAX
                    exit section
                end-if
                add 1 to flk-item-count
                move flk-item-count to flk-item-index
                move flk-obs-kind to fi-kind(flk-item-index)
                move flk-obs-name to fi-name(flk-item-index)
                move flk-obs-module to fi-module(flk-item-index)
                move 0 to fi-prev-night(flk-item-index)
                move flk-night-index to fi-cur-night(flk-item-index)
                move flk-obs-outcome to fi-cur-outcome(flk-item-index)
                if flk-obs-kind = 'T'
                    add 1 to flk-test-count
                    perform load-test-cover
                else
                    add 1 to flk-assert-count
                end-if
                exit section
            end-if

            if fi-cur-night(flk-item-index) = flk-night-index
                if flk-obs-outcome = 'FAIL'
                    move 'FAIL' to fi-cur-outcome(flk-item-index)
                end-if
                exit section
            end-if

            perform settle-item-night.

            move flk-night-index to fi-cur-night(flk-item-index).
            move flk-obs-outcome to fi-cur-outcome(flk-item-index).

            continue.

      ***************************************************************
      *** ----------------- close item flk-item-index's current
      *** night: one more observation, and a flip if its outcome
      *** differs from the night before and the source did not
        settle-item-night section.
            if fi-cur-night(flk-item-index) = 0
                exit section
            end-if

            add 1 to fi-obs(flk-item-index).

            if fi-prev-night(flk-item-index) not = 0
                and fi-prev-outcome(flk-item-index)
                    not = fi-cur-outcome(flk-item-index)

                perform check-item-source-change
                if flk-changed-flag = 1
                    add 1 to fi-explained(flk-item-index)
                else
                    add 1 to fi-flips(flk-item-index)
                    add 1 to flk-flip-total
                    if fi-flips(flk-item-index) <= FLK-FLIP-SHOWN
                        move fi-cur-night(flk-item-index)
                            to fi-flip-night(flk-item-index,
                                fi-flips(flk-item-index))
                    end-if
                end-if
            end-if

            move fi-cur-night(flk-item-index)
                to fi-prev-night(flk-item-index).
            move fi-cur-outcome(flk-item-index)
                to fi-prev-outcome(flk-item-index).
            move 0 to fi-cur-night(flk-item-index).

            continue.

      ***************************************************************
      *** ----------------- did a module item flk-item-index covers
      *** change fingerprint between its prev and cur nights?
        check-item-source-change section.
            move 0 to flk-changed-flag.

            evaluate true
                when fi-kind(flk-item-index) = 'A'
                    move fi-module(flk-item-index) to flk-check-module
                    perform check-module-change
                when fi-cover-flag(flk-item-index) = 'Y'
                    perform varying flk-cover-index from 1 by 1
                        until flk-cover-index > flk-cover-count
                        or flk-changed-flag = 1

                        if fc-item(flk-cover-index) = flk-item-index
                            move fc-module(flk-cover-index)
                                to flk-check-module
                            perform check-module-change
                        end-if
                    end-perform
      * a test with no line set covers whatever was there
                when other
                    perform varying flk-print-index-2 from 1 by 1
                        until flk-print-index-2 > flk-print-count
                        or flk-changed-flag = 1

                        if fp-night(flk-print-index-2)
                            = fi-prev-night(flk-item-index)
                            move fp-module(flk-print-index-2)
                                to flk-check-module
                            perform check-module-change
                        end-if
                    end-perform
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- flk-check-module's fingerprint on the
      *** two nights -- a change only when both nights recorded one
        check-module-change section.
            move spaces to flk-value-prev.
            move spaces to flk-value-cur.

            perform varying flk-print-index from 1 by 1
                until flk-print-index > flk-print-count

                if fp-module(flk-print-index) = flk-check-module
                    evaluate fp-night(flk-print-index)
                        when fi-prev-night(flk-item-index)
                            move fp-value(flk-print-index)
                                to flk-value-prev
                        when fi-cur-night(flk-item-index)
                            move fp-value(flk-print-index)
                                to flk-value-cur
                        when other
                            continue
                    end-evaluate
                end-if
            end-perform

            if flk-value-prev not = spaces
                and flk-value-cur not = spaces
                and flk-value-prev not = flk-value-cur
                move 1 to flk-changed-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- the modules in test flk-item-index's
      *** per-test line set, module;line;count rows
        load-test-cover section.
            move 'N' to fi-cover-flag(flk-item-index).

            move spaces to cover-path.
            string function trim (store-path) delimited by size
                '.' delimited by size
                function trim (fi-name(flk-item-index))
                    delimited by size
                into cover-path
            end-string

            open input cover-file.
            if cover-file-status not = 0
                exit section
            end-if
            move 'Y' to fi-cover-flag(flk-item-index).

            read cover-file end-read
            perform until cover-file-status not = 0
                move spaces to flk-print-module
                unstring cover-record delimited by ';'
                    into flk-print-module
                end-unstring

                move 0 to flk-found-flag
                perform varying flk-cover-index from 1 by 1
                    until flk-cover-index > flk-cover-count
                    or flk-found-flag = 1

                    if fc-item(flk-cover-index) = flk-item-index
                        and fc-module(flk-cover-index)
                            = flk-print-module
                        move 1 to flk-found-flag
                    end-if
                end-perform

                if flk-found-flag = 0
                    and flk-print-module not = spaces
                    and flk-cover-count < FLK-COVER-MAX

                    add 1 to flk-cover-count
                    move flk-item-index to fc-item(flk-cover-count)
                    move flk-print-module
                        to fc-module(flk-cover-count)
                end-if

                read cover-file end-read
            end-perform

            close cover-file

            continue.

      ***************************************************************
      *** ----------------- flips per change of night, in percent
        rate-one-item section.
            move 0 to fi-rate(flk-item-index).

            if fi-obs(flk-item-index) > 1
                compute fi-rate(flk-item-index) rounded =
                    fi-flips(flk-item-index) * 100
                        / (fi-obs(flk-item-index) - 1)
                end-compute
            end-if

            if fi-flips(flk-item-index) > 0
                add 1 to flk-flaky-count
            end-if

            continue.

      ***************************************************************
      *** ----------------- the ranking: flakiest first, each with
      *** the nights it flipped on
        write-flaky-report section.
            open output report-file.

            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if

            move spaces to report-line.
            string 'Flaky tests and assertions -- ' delimited by size
                function trim (history-path) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line.
            move 1 to flk-text-ptr.
            move flk-night-count to flk-count-edit.
            string function trim (flk-count-edit) delimited by size
                ' night(s), ' delimited by size
                into report-line with pointer flk-text-ptr
            end-string
            move flk-test-count to flk-count-edit.
            string function trim (flk-count-edit) delimited by size
                ' test(s), ' delimited by size
                into report-line with pointer flk-text-ptr
            end-string
            move flk-assert-count to flk-count-edit.
            string function trim (flk-count-edit) delimited by size
                ' assertion(s) -- ' delimited by size
                into report-line with pointer flk-text-ptr
            end-string
            move flk-flaky-count to flk-count-edit.
            string function trim (flk-count-edit) delimited by size
                ' flaky, ' delimited by size
                into report-line with pointer flk-text-ptr
            end-string
            move flk-flip-total to flk-count-edit.
            string function trim (flk-count-edit) delimited by size
                ' flip(s) with no source change' delimited by size
                into report-line with pointer flk-text-ptr
            end-string
            write report-line

            move spaces to report-line
            write report-line

            if flk-flaky-count = 0
                string '  no test or assertion flipped without a '
                        delimited by size
                    'source change' delimited by size
                    into report-line
                end-string
                write report-line
            else
                move '   rate  flips/runs  kind    name' to report-line
                write report-line
            end-if

            perform varying flk-item-index from 1 by 1
                until flk-item-index > FLK-ITEM-MAX

                if fi-flips(flk-item-index) > 0
                    perform write-one-flaky-item
                end-if
            end-perform

            close report-file

            continue.

      ***************************************************************
        write-one-flaky-item section.
            move fi-rate(flk-item-index) to flk-rate-edit.
            move fi-flips(flk-item-index) to flk-count-edit.
            move fi-obs(flk-item-index) to flk-count-edit-2.
            if fi-kind(flk-item-index) = 'T'
                move 'TEST' to flk-kind-text
            else
                move 'ASSERT' to flk-kind-text
            end-if

            move spaces to report-line.
            string '  ' delimited by size
                flk-rate-edit delimited by size
                '%  ' delimited by size
                flk-count-edit delimited by size
                ' /' delimited by size
                flk-count-edit-2 delimited by size
                '  ' delimited by size
                flk-kind-text delimited by size
                '  ' delimited by size
                function trim (fi-name(flk-item-index))
                    delimited by size
                into report-line
            end-string
            write report-line.

      * the nights it flipped on, with the simulated date the
      * run used where there was one
            move spaces to flk-nights-text.
            move 1 to flk-text-ptr.
            perform varying flk-flip-index from 1 by 1
                until flk-flip-index > fi-flips(flk-item-index)
                or flk-flip-index > FLK-FLIP-SHOWN

                move fi-flip-night(flk-item-index, flk-flip-index)
                    to flk-night-index
                if flk-text-ptr > 1
                    string ', ' delimited by size
                        into flk-nights-text
                        with pointer flk-text-ptr
                    end-string
                end-if
                string function trim (fn-name(flk-night-index))
                        delimited by size
                    into flk-nights-text
                    with pointer flk-text-ptr
                end-string
                if fn-sim-date(flk-night-index) not = spaces
                    string ' (date ' delimited by size
                        function trim (fn-sim-date(flk-night-index))
                            delimited by size
                        ')' delimited by size
                        into flk-nights-text
                        with pointer flk-text-ptr
                    end-string
                end-if

      * the line is written when full and started afresh
                if flk-text-ptr > 80
                    move spaces to report-line
                    string '          flipped: ' delimited by size
                        flk-nights-text delimited by size
                        into report-line
                    end-string
                    write report-line
                    move spaces to flk-nights-text
                    move 1 to flk-text-ptr
                end-if
            end-perform

            if flk-text-ptr > 1
                move spaces to report-line
                string '          flipped: ' delimited by size
                    flk-nights-text delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            if fi-flips(flk-item-index) > FLK-FLIP-SHOWN
                move spaces to report-line
                move FLK-FLIP-SHOWN to flk-count-edit
                string '          (first ' delimited by size
                    function trim (flk-count-edit) delimited by size
                    ' flips shown)' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            if fi-explained(flk-item-index) > 0
                move fi-explained(flk-item-index) to flk-count-edit
                move spaces to report-line
                string '          and ' delimited by size
                    function trim (flk-count-edit) delimited by size
                    ' change(s) of outcome after a source change, '
                        delimited by size
                    'not counted' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            continue.
