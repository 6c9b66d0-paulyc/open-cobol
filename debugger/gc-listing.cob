        identification division.
        program-id. gc-listing.

      * annotated program listing -- one module, printed the way a
      * review meeting wants it on paper: every source line (read
      * through the module's own get_aniline_ entry point) with its
      * line number, its execution count from the cumulative
      * coverage store gc-coverage accumulates, a marker where a
      * saved breakpoint (B), bookmark (K) or assertion (A) points,
      * and any review-pack annotation printed beneath it. A
      * paragraph index with page numbers comes first; every page
      * header carries the module name and its source fingerprint
      * (gc-preflight's, so a listing can be matched to the sums
      * file it was reviewed against).
      *   COB_STRUCTURE_MODULE    the module to list (its
      *                           get_linecount_/get_aniline_ entry
      *                           points linked into this job)
      *   COB_COVERAGE_STORE      the cumulative store
      *                           (default gc-debugger.covstore)
      *   COB_BREAKPOINT_FILE     the saved breakpoint list, and its
      *                           ".marks" bookmark companion
      *                           (default xanim_breakpoint.lst)
      *   COB_ASSERT_FILE         the assertion file
      *                           (default gc-debugger.asserts)
      *   COB_REVIEW_FILE         the annotation review pack
      *                           (default gc-debugger.review)
      *   COB_LISTING_PAGE_LINES  printed lines per page (default 60)
      *   COB_LISTING_REPORT      the listing
      *                           (default gc-listing.report)

        environment division.
        configuration section.
        input-output section.
        file-control.

            select store-file assign to store-path
                organization is line sequential
                file status is store-file-status.

            select bp-file assign to bp-path
                organization is line sequential
                file status is bp-file-status.

            select bm-file assign to bm-path
                organization is line sequential
                file status is bm-file-status.

            select assert-file assign to assert-path
                organization is line sequential
                file status is assert-file-status.

            select anno-file assign to anno-path
                organization is line sequential
                file status is anno-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  store-file.
            01 store-record         pic x(60).

        fd  bp-file.
            01 bp-record            pic x(300).

        fd  bm-file.
            01 bm-record            pic x(100).

        fd  assert-file.
            01 assert-record        pic x(200).

        fd  anno-file.
            01 anno-record          pic x(300).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 LS-PARA-MAX          value 500.
            78 LS-LINE-MAX          value 40000.
            78 LS-ANNO-MAX          value 500.
            78 LS-HEADER-LINES      value 3.

            01 store-path                   pic x(256) value spaces.
            01 store-file-status            pic 99.
            01 bp-path                      pic x(256) value spaces.
            01 bp-file-status               pic 99.
            01 bm-path                      pic x(256) value spaces.
            01 bm-file-status               pic 99.
            01 assert-path                  pic x(256) value spaces.
            01 assert-file-status           pic 99.
            01 anno-path                    pic x(256) value spaces.
            01 anno-file-status             pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.
            01 ls-module                    pic x(30) value spaces.

            01 ls-getline                   pic x(128).
            01 ls-getlinecount              pic x(128).
            01 ls-line-bin                  usage binary-long.
            01 ls-source-buffer             pic x(512).
            77 ls-line-count                pic 9(6) value 0.

            01 ls-page-lines-x              pic x(10) value spaces.
            77 ls-page-lines                pic 9(4) value 60.
            77 ls-body-lines                pic 9(4) value 0.

            77 ls-para-count                pic 9(3) value 0.
            01 ls-para-tbl.
                05 ls-para-row occurs LS-PARA-MAX.
                    10 lsp-name              pic x(30).
                    10 lsp-line              pic 9(6).
                    10 lsp-page              pic 9(4).

      * per source line: the cumulative execution count, and one
      * byte each for breakpoint, bookmark, assertion and review
      * annotation
            01 ls-exec-counts.
                05 ls-exec-count occurs LS-LINE-MAX
                                            usage binary-long.
            01 ls-bp-map                    pic x(LS-LINE-MAX)
                                            value spaces.
            01 ls-bm-map                    pic x(LS-LINE-MAX)
                                            value spaces.
            01 ls-as-map                    pic x(LS-LINE-MAX)
                                            value spaces.
            01 ls-anno-map                  pic x(LS-LINE-MAX)
                                            value spaces.

            77 ls-anno-count                pic 9(3) value 0.
            01 ls-anno-tbl.
                05 ls-anno-row occurs LS-ANNO-MAX.
                    10 lsa-line              pic 9(6).
                    10 lsa-text              pic x(100).

            77 ls-line                      pic 9(6) value 0.
            77 ls-proc-start                pic 9(6) value 0.
            77 ls-index                     pic 9(3) value 0.
            77 ls-anno-index                pic 9(3) value 0.
            77 ls-executed-count            pic 9(6) value 0.

            01 ls-trimmed                   pic x(255).
            77 ls-trimmed-len               pic 9(3) value 0.
            01 ls-token-1                   pic x(32).
            01 ls-token-2                   pic x(32).
            01 ls-token-3                   pic x(32).
            77 ls-tok-ptr                   pic 9(4) value 0.

      * gc-preflight's source fingerprint
            77 ls-fingerprint               pic 9(9) value 0.
            77 ls-line-sum                  pic 9(12) value 0.
            77 ls-char-pos                  pic 9(3) value 0.

      * pagination -- the layout pass and the print pass walk the
      * same rules, so the index's page numbers are the pages the
      * paragraphs actually land on
            77 ls-page                      pic 9(4) value 0.
            77 ls-page-used                 pic 9(4) value 0.
            77 ls-index-pages               pic 9(4) value 0.
            77 ls-line-rows                 pic 9(4) value 0.
            01 ls-print-flag                pic 9 value 0.
            01 ls-page-title                pic x(20) value spaces.

            01 ls-rec-module                pic x(30).
            01 ls-rec-line-x                pic x(10).
            01 ls-rec-line-2-x              pic x(10).
            01 ls-rec-count-x               pic x(10).
            01 ls-rec-field                 pic x(30).
            77 ls-rec-line                  pic 9(6) value 0.
            77 ls-rec-count                 pic 9(9) value 0.
            01 ls-unstring-ptr              pic 9(4).
            77 ls-semi-count                  pic 9(3) value 0.

            01 ls-edit-line                 pic z(5)9.
            01 ls-edit-count                pic z(8)9.
            01 ls-edit-page                 pic zzz9.
            01 ls-edit-fp                   pic 9(9).
            01 ls-marks                     pic x(3).

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to ls-module.
            accept ls-module from environment
                'COB_STRUCTURE_MODULE' end-accept.
            if ls-module = spaces
                display 'COB_STRUCTURE_MODULE must name the '
                    'module to list.' end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to store-path.
            accept store-path from environment
                'COB_COVERAGE_STORE' end-accept.
            if store-path = spaces
                move 'gc-debugger.covstore' to store-path
            end-if.

            move spaces to bp-path.
            accept bp-path from environment
                'COB_BREAKPOINT_FILE' end-accept.
            if bp-path = spaces
                move 'xanim_breakpoint.lst' to bp-path
            end-if.

            move spaces to bm-path.
            string function trim (bp-path) delimited by size
                '.marks' delimited by size
                into bm-path
            end-string.

            move spaces to assert-path.
            accept assert-path from environment
                'COB_ASSERT_FILE' end-accept.
            if assert-path = spaces
                move 'gc-debugger.asserts' to assert-path
            end-if.

            move spaces to anno-path.
            accept anno-path from environment
                'COB_REVIEW_FILE' end-accept.
            if anno-path = spaces
                move 'gc-debugger.review' to anno-path
            end-if.

            move spaces to ls-page-lines-x.
            accept ls-page-lines-x from environment
                'COB_LISTING_PAGE_LINES' end-accept.
            if ls-page-lines-x not = spaces
                and function trim (ls-page-lines-x) is numeric

                move function numval (ls-page-lines-x)
                    to ls-page-lines
            end-if.
            if ls-page-lines < 20
                move 20 to ls-page-lines
            end-if.
            compute ls-body-lines =
                ls-page-lines - LS-HEADER-LINES
            end-compute.

            move spaces to report-path.
            accept report-path from environment
                'COB_LISTING_REPORT' end-accept.
            if report-path = spaces
                move 'gc-listing.report' to report-path
            end-if.

            move spaces to ls-getline.
            string 'get_aniline_' delimited by size
                ls-module delimited by spaces
                into ls-getline
            end-string.
            move spaces to ls-getlinecount.
            string 'get_linecount_' delimited by size
                ls-module delimited by spaces
                into ls-getlinecount
            end-string.

            call ls-getlinecount
                on exception
                    display 'Module '
                        function trim (ls-module)
                        ' is not linked into this job.'
                    end-display
                    move 99 to return-code
                    stop run
            end-call.
            move return-code to ls-line-count.
            move 0 to return-code.

            if ls-line-count > LS-LINE-MAX
                display 'Module ' function trim (ls-module)
                    ' has more lines than a listing holds -- '
                    'listing the first ' LS-LINE-MAX
                end-display
                move LS-LINE-MAX to ls-line-count
            end-if.

            initialize ls-exec-counts.

            perform scan-module-source.
            perform load-coverage-store.
            perform load-breakpoint-marks.
            perform load-bookmark-marks.
            perform load-assertion-marks.
            perform load-review-annotations.
            perform lay-out-pages.
            perform write-listing.

            display 'Listing of ' function trim (ls-module)
                ' written to ' function trim (report-path)
            end-display.

            stop run.

      ***************************************************************
        fetch-source-line section.
            move spaces to ls-source-buffer.
            move ls-line to ls-line-bin.

            call ls-getline using ls-line-bin
                ls-source-buffer
            end-call.

            continue.

      ***************************************************************
      *** ----------------- one pass over the source: the
      *** fingerprint, and the paragraph/section headers (the
      *** structural recognition gc-structure and gc-deadpara use)
        scan-module-source section.
            move 0 to ls-proc-start.
            move 0 to ls-fingerprint.

            perform varying ls-line from 1 by 1
                until ls-line > ls-line-count

                perform fetch-source-line
                perform add-line-to-fingerprint

                move spaces to ls-trimmed
                move function upper-case (function trim
                        (ls-source-buffer(1:255)))
                    to ls-trimmed
                move function length (function trim (ls-trimmed))
                    to ls-trimmed-len

                if ls-proc-start = 0
                    if ls-trimmed(1:18) = 'PROCEDURE DIVISION'
                        move ls-line to ls-proc-start
                    end-if
                else
                    perform check-paragraph-header
                end-if
            end-perform

            continue.

      ***************************************************************
        add-line-to-fingerprint section.
            move 0 to ls-line-sum.
            perform varying ls-char-pos from 1 by 1
                until ls-char-pos > 60

                compute ls-line-sum = ls-line-sum
                    + (function ord (ls-source-buffer
                        (ls-char-pos:1))
                       * ls-char-pos)
                end-compute
            end-perform

            compute ls-fingerprint =
                function mod (ls-fingerprint
                    + function length (function trim
                        (ls-source-buffer))
                    + (ls-line-sum
                       * (function mod (ls-line, 97)
                          + 1)),
                    999999999)
            end-compute.

            continue.

      ***************************************************************
        check-paragraph-header section.
            if ls-trimmed-len = 0
                or ls-trimmed(1:1) = '*'
                or ls-trimmed(ls-trimmed-len:1) not = '.'

                exit section
            end-if

            move 1 to ls-tok-ptr.
            move spaces to ls-token-1.
            move spaces to ls-token-2.
            move spaces to ls-token-3.
            unstring ls-trimmed delimited by all space
                into ls-token-1 ls-token-2 ls-token-3
                with pointer ls-tok-ptr
            end-unstring

            inspect ls-token-1 replacing all '.' by space.
            inspect ls-token-2 replacing all '.' by space.

            evaluate true
                when ls-token-2 = spaces
                    and ls-token-1 not = spaces
                    and function trim (ls-token-1) not = 'EXIT'
                    and function trim (ls-token-1)
                        not = 'GOBACK'
                    and function trim (ls-token-1)
                        not = 'CONTINUE'

                    perform add-paragraph
                when function trim (ls-token-2) = 'SECTION'
                    and ls-token-3 = spaces

                    perform add-paragraph
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
        add-paragraph section.
            if ls-para-count < LS-PARA-MAX
                add 1 to ls-para-count
                move ls-token-1(1:30) to lsp-name(ls-para-count)
                move ls-line to lsp-line(ls-para-count)
                move 0 to lsp-page(ls-para-count)
            end-if

            continue.

      ***************************************************************
      *** ----------------- module;line[;count] -- a record from
      *** before the store kept counts stands for one execution
        load-coverage-store section.
            open input store-file.

            if store-file-status not = 0
                display 'Note: coverage store '
                    function trim (store-path)
                    ' not readable -- listing without counts.'
                end-display
                exit section
            end-if

            read store-file end-read
            perform until store-file-status not = 0
                move 1 to ls-unstring-ptr
                move spaces to ls-rec-module
                move spaces to ls-rec-line-x
                move spaces to ls-rec-count-x

                unstring store-record delimited by ';'
                    into ls-rec-module ls-rec-line-x ls-rec-count-x
                    with pointer ls-unstring-ptr
                end-unstring

                perform take-record-line

                move 1 to ls-rec-count
                if ls-rec-count-x not = spaces
                    and function trim (ls-rec-count-x) is numeric

                    move function numval (ls-rec-count-x)
                        to ls-rec-count
                end-if

                if ls-rec-module = ls-module
                    and ls-rec-line > 0
                    and ls-rec-line <= ls-line-count

                    add ls-rec-count
                        to ls-exec-count(ls-rec-line)
                end-if

                read store-file end-read
            end-perform

            close store-file

            continue.

      ***************************************************************
        take-record-line section.
            move 0 to ls-rec-line.
            if ls-rec-line-x not = spaces
                and function trim (ls-rec-line-x) is numeric

                move function numval (ls-rec-line-x)
                    to ls-rec-line
            end-if

            continue.

      ***************************************************************
      *** ----------------- module;line;... -- the saved list the
      *** debugger reloads at startup
        load-breakpoint-marks section.
            open input bp-file.
            if bp-file-status not = 0
                exit section
            end-if

            read bp-file end-read
            perform until bp-file-status not = 0
                move spaces to ls-rec-module
                move spaces to ls-rec-line-x
                unstring bp-record delimited by ';'
                    into ls-rec-module ls-rec-line-x
                end-unstring

                perform take-record-line

                if ls-rec-module = ls-module
                    and ls-rec-line > 0
                    and ls-rec-line <= ls-line-count

                    move 'B' to ls-bp-map(ls-rec-line:1)
                end-if

                read bp-file end-read
            end-perform

            close bp-file

            continue.

      ***************************************************************
      *** ----------------- name;module;line
        load-bookmark-marks section.
            open input bm-file.
            if bm-file-status not = 0
                exit section
            end-if

            read bm-file end-read
            perform until bm-file-status not = 0
                move spaces to ls-rec-field
                move spaces to ls-rec-module
                move spaces to ls-rec-line-x
                unstring bm-record delimited by ';'
                    into ls-rec-field ls-rec-module ls-rec-line-x
                end-unstring

                perform take-record-line

                if ls-rec-module = ls-module
                    and ls-rec-line > 0
                    and ls-rec-line <= ls-line-count

                    move 'K' to ls-bm-map(ls-rec-line:1)
                end-if

                read bm-file end-read
            end-perform

            close bm-file

            continue.

      ***************************************************************
      *** ----------------- module;line;field;op;value, and the
      *** sequence forms ORDER;module;lineA;lineB,
      *** TIMES;module;line;n and WRITTEN;field;module;line
        load-assertion-marks section.
            open input assert-file.
            if assert-file-status not = 0
                exit section
            end-if

            read assert-file end-read
            perform until assert-file-status not = 0
                move spaces to ls-rec-field
                move spaces to ls-rec-module
                move spaces to ls-rec-line-x
                move spaces to ls-rec-line-2-x

                evaluate true
                    when assert-record(1:6) = 'ORDER;'
                        unstring assert-record delimited by ';'
                            into ls-rec-field ls-rec-module
                                ls-rec-line-x ls-rec-line-2-x
                        end-unstring
                    when assert-record(1:6) = 'TIMES;'
                        unstring assert-record delimited by ';'
                            into ls-rec-field ls-rec-module
                                ls-rec-line-x
                        end-unstring
                    when assert-record(1:8) = 'WRITTEN;'
                        unstring assert-record delimited by ';'
                            into ls-rec-field ls-rec-field
                                ls-rec-module ls-rec-line-x
                        end-unstring
                    when other
                        unstring assert-record delimited by ';'
                            into ls-rec-module ls-rec-line-x
                        end-unstring
                end-evaluate

                perform take-record-line
                perform mark-assertion-line

                if ls-rec-line-2-x not = spaces
                    move ls-rec-line-2-x to ls-rec-line-x
                    perform take-record-line
                    perform mark-assertion-line
                end-if

                read assert-file end-read
            end-perform

            close assert-file

            continue.

      ***************************************************************
        mark-assertion-line section.
            if ls-rec-module = ls-module
                and ls-rec-line > 0
                and ls-rec-line <= ls-line-count

                move 'A' to ls-as-map(ls-rec-line:1)
            end-if

            continue.

      ***************************************************************
      *** ----------------- module;line;source;note -- the source
      *** is written as exactly 60 characters, so the note starts
      *** 61 past the second ';' whatever either holds. The pack
      *** ends at the blank line before its watched-field block.
        load-review-annotations section.
            open input anno-file.
            if anno-file-status not = 0
                exit section
            end-if

            read anno-file end-read
            perform until anno-file-status not = 0
                or anno-record = spaces

                move spaces to ls-rec-module
                move spaces to ls-rec-line-x
                unstring anno-record delimited by ';'
                    into ls-rec-module ls-rec-line-x
                end-unstring

                perform take-record-line

                if ls-rec-module = ls-module
                    and ls-rec-line > 0
                    and ls-rec-line <= ls-line-count
                    and ls-anno-count < LS-ANNO-MAX

                    move 0 to ls-semi-count
                    perform varying ls-char-pos from 1 by 1
                        until ls-char-pos > 40
                        or ls-semi-count > 1

                        if anno-record(ls-char-pos:1) = ';'
                            add 1 to ls-semi-count
                        end-if
                    end-perform

                    if ls-semi-count > 1
                        and anno-record(ls-char-pos + 60:1) = ';'

                        add 1 to ls-anno-count
                        move ls-rec-line to lsa-line(ls-anno-count)
                        move anno-record(ls-char-pos + 61:)
                            to lsa-text(ls-anno-count)
                        move 'N' to ls-anno-map(ls-rec-line:1)
                    end-if
                end-if

                read anno-file end-read
            end-perform

            close anno-file

            continue.

      ***************************************************************
      *** ----------------- the layout pass: how many pages the
      *** index takes, then which page each paragraph lands on
        lay-out-pages section.
            compute ls-index-pages =
                (ls-para-count + ls-body-lines - 1) / ls-body-lines
            end-compute.
            if ls-index-pages = 0
                move 1 to ls-index-pages
            end-if

            move 0 to ls-print-flag.
            move ls-index-pages to ls-page.
            move ls-body-lines to ls-page-used.
            move 1 to ls-index.

            perform varying ls-line from 1 by 1
                until ls-line > ls-line-count

                perform place-source-line

                if ls-index <= ls-para-count
                    and lsp-line(ls-index) = ls-line

                    move ls-page to lsp-page(ls-index)
                    add 1 to ls-index
                end-if

                add ls-line-rows to ls-page-used
            end-perform

            continue.

      ***************************************************************
      *** ----------------- a source line and its annotations stay
      *** together -- start a new page when they would not fit
        place-source-line section.
            move 1 to ls-line-rows.
            if ls-anno-map(ls-line:1) not = space
                perform varying ls-anno-index from 1 by 1
                    until ls-anno-index > ls-anno-count

                    if lsa-line(ls-anno-index) = ls-line
                        add 1 to ls-line-rows
                    end-if
                end-perform
            end-if

            if ls-page-used + ls-line-rows > ls-body-lines
                and ls-page-used > 0

                add 1 to ls-page
                move 0 to ls-page-used
                if ls-print-flag = 1
                    move 'Source listing' to ls-page-title
                    perform write-page-header
                    perform write-source-heading
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- the print pass -- index pages first,
      *** then the source under the same pagination the layout
      *** pass worked out
        write-listing section.
            open output report-file.

            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if

            move 1 to ls-print-flag.
            move 0 to ls-page.

            move 'Paragraph index' to ls-page-title.
            if ls-para-count = 0
                add 1 to ls-page
                perform write-page-header
                perform write-index-heading
                move '  (no paragraphs found)' to report-line
                write report-line after advancing 1 line
            end-if

            perform varying ls-index from 1 by 1
                until ls-index > ls-para-count

                if function mod (ls-index - 1, ls-body-lines) = 0
                    add 1 to ls-page
                    perform write-page-header
                    perform write-index-heading
                end-if

                move lsp-line(ls-index) to ls-edit-line
                move lsp-page(ls-index) to ls-edit-page
                move spaces to report-line
                string '  ' delimited by size
                    lsp-name(ls-index) delimited by size
                    '  ' delimited by size
                    ls-edit-line delimited by size
                    '    ' delimited by size
                    ls-edit-page delimited by size
                    into report-line
                end-string
                write report-line after advancing 1 line
            end-perform

            move ls-body-lines to ls-page-used.
            move 0 to ls-executed-count.

            perform varying ls-line from 1 by 1
                until ls-line > ls-line-count

                perform place-source-line
                perform fetch-source-line
                perform write-source-row
                add ls-line-rows to ls-page-used
            end-perform

            move ls-line-count to ls-edit-line.
            move ls-executed-count to ls-edit-count.
            move spaces to report-line.
            string 'End of listing -- ' delimited by size
                function trim (ls-edit-line) delimited by size
                ' line(s), ' delimited by size
                function trim (ls-edit-count) delimited by size
                ' executed in the recorded runs' delimited by size
                into report-line
            end-string.
            write report-line after advancing 2 lines.

            close report-file.

            continue.

      ***************************************************************
        write-page-header section.
            move ls-fingerprint to ls-edit-fp.
            move ls-page to ls-edit-page.
            move spaces to report-line.
            string function trim (ls-module) delimited by size
                '   fingerprint ' delimited by size
                ls-edit-fp delimited by size
                '   ' delimited by size
                ls-page-title delimited by '  '
                into report-line
            end-string.
            move 'page' to report-line(120:4).
            move ls-edit-page to report-line(125:4).

            write report-line after advancing page.

            continue.

      ***************************************************************
        write-index-heading section.
            move spaces to report-line.
            string '  paragraph/section' delimited by size
                into report-line
            end-string.
            move 'line' to report-line(36:4).
            move 'page' to report-line(44:4).
            write report-line after advancing 1 line.

            move all '-' to report-line(1:50).
            write report-line after advancing 1 line.

            continue.

      ***************************************************************
        write-source-heading section.
            move spaces to report-line.
            move '  line' to report-line(1:6).
            move 'count' to report-line(13:5).
            move 'mrk' to report-line(20:3).
            move 'source' to report-line(25:6).
            write report-line after advancing 1 line.

            move all '-' to report-line.
            write report-line after advancing 1 line.

            continue.

      ***************************************************************
      *** ----------------- line number, count (blank when never
      *** executed), markers, the source as written; annotations
      *** beneath
        write-source-row section.
            move spaces to report-line.
            move ls-line to ls-edit-line.
            move ls-edit-line to report-line(1:6).

            if ls-exec-count(ls-line) > 0
                add 1 to ls-executed-count
                move ls-exec-count(ls-line) to ls-edit-count
                move ls-edit-count to report-line(9:9)
            end-if

            move spaces to ls-marks.
            if ls-bp-map(ls-line:1) not = space
                move 'B' to ls-marks(1:1)
            end-if
            if ls-bm-map(ls-line:1) not = space
                move 'K' to ls-marks(2:1)
            end-if
            if ls-as-map(ls-line:1) not = space
                move 'A' to ls-marks(3:1)
            end-if
            move ls-marks to report-line(20:3).

            move ls-source-buffer(1:108) to report-line(25:108).
            write report-line after advancing 1 line.

            if ls-anno-map(ls-line:1) = space
                exit section
            end-if

            perform varying ls-anno-index from 1 by 1
                until ls-anno-index > ls-anno-count

                if lsa-line(ls-anno-index) = ls-line
                    move spaces to report-line
                    string '>> ' delimited by size
                        lsa-text(ls-anno-index) delimited by size
                        into report-line(25:108)
                    end-string
                    write report-line after advancing 1 line
                end-if
            end-perform

            continue.
