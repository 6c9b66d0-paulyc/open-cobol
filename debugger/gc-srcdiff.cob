        identification division.
        program-id. gc-srcdiff.

      * paragraph-aware change report between two archived
      * versions of one module in the source library the debugger
      * keeps (srccheck.cpy, COB_SRC_LIBRARY) -- what actually
      * changed between the source an old trace ran against and
      * today's, told the way a maintainer reads a program: per
      * paragraph/section (the header recognition the structure
      * chart uses), ADDED, REMOVED, CHANGED with the differing
      * lines, or unchanged but moved. Everything before the first
      * paragraph header is compared as one unit.
      *   COB_SRC_LIBRARY     the library index
      *                       (default gc-debugger.srclib)
      *   COB_SRCDIFF_MODULE  the module to compare
      *   COB_SRCDIFF_FROM    the older version's fingerprint
      *   COB_SRCDIFF_TO      the newer version's fingerprint
      *                       (either omitted: the module's two
      *                       most recently archived versions)
      *   COB_SRCDIFF_ALL     Y also lists unchanged paragraphs
      *   COB_SRCDIFF_REPORT  the report
      *                       (default gc-srcdiff.report)
      * The return code is the number of paragraphs that differ.

        environment division.
        configuration section.
        input-output section.
        file-control.

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

        fd  srclib-file.
            01 srclib-record        pic x(400).

        fd  srcver-file.
            01 srcver-record        pic x(256).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 SDF-VERSION-MAX      value 100.
            78 SDF-LINE-MAX         value 20000.
            78 SDF-PARA-MAX         value 500.
      * the line-by-line compare inside one paragraph --
      * longer paragraphs are reported by count only
            78 SDF-LCS-MAX          value 300.
            78 SDF-SHOW-MAX         value 60.

            01 srclib-path                  pic x(256) value spaces.
            01 srclib-file-status           pic 99.
            01 srcver-path                  pic x(300) value spaces.
            01 srcver-file-status           pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

            01 sdf-module                   pic x(30) value spaces.
            01 sdf-from-env                 pic x(12) value spaces.
            01 sdf-to-env                   pic x(12) value spaces.
            01 sdf-all-flag                 pic x value 'N'.

      * the module's archived versions, index order
            77 sdf-version-count            pic 9(3) value 0.
            01 sdf-version-tbl.
                05 sdf-version-row occurs SDF-VERSION-MAX.
                    10 vr-lines              pic 9(6).
                    10 vr-value              pic 9(9).
                    10 vr-date               pic x(8).
                    10 vr-path               pic x(300).
            77 sdf-from-index               pic 9(3) value 0.
            77 sdf-to-index                 pic 9(3) value 0.
            77 sdf-version-index            pic 9(3) value 0.

      * index parse scratch
            01 sdf-ptr                      pic 9(5).
            01 sdf-rec-module               pic x(30).
            01 sdf-rec-lines                pic 9(6).
            01 sdf-rec-value                pic 9(9).
            01 sdf-rec-date                 pic x(8).
            01 sdf-rec-path                 pic x(300).

      * the two versions' text -- side 1 is FROM, 2 is TO
            77 sdf-side                     pic 9 value 0.
            77 sdf-line-count-1             pic 9(6) value 0.
            77 sdf-line-count-2             pic 9(6) value 0.
            01 sdf-text-1.
                05 sdf-line-1 occurs SDF-LINE-MAX pic x(160).
            01 sdf-text-2.
                05 sdf-line-2 occurs SDF-LINE-MAX pic x(160).

      * paragraphs per side; row 1 is always the part
      * before the first header
            77 sdf-para-count-1             pic 9(3) value 0.
            01 sdf-para-tbl-1.
                05 sdf-para-row-1 occurs SDF-PARA-MAX.
                    10 p1-name               pic x(30).
                    10 p1-first              pic 9(6).
                    10 p1-last               pic 9(6).
                    10 p1-matched            pic 9.
            77 sdf-para-count-2             pic 9(3) value 0.
            01 sdf-para-tbl-2.
                05 sdf-para-row-2 occurs SDF-PARA-MAX.
                    10 p2-name               pic x(30).
                    10 p2-first              pic 9(6).
                    10 p2-last               pic 9(6).
                    10 p2-matched            pic 9.

      * header recognition scratch
            77 sdf-line                     pic 9(6) value 0.
            77 sdf-proc-start               pic 9(6) value 0.
            01 sdf-trimmed                  pic x(160).
            77 sdf-trimmed-len              pic 9(3) value 0.
            01 sdf-token-1                  pic x(32).
            01 sdf-token-2                  pic x(32).
            01 sdf-token-3                  pic x(32).
            77 sdf-tok-ptr                  pic 9(4) value 0.
            01 sdf-header-name              pic x(30).

      * one paragraph pair
            77 sdf-p1                       pic 9(3) value 0.
            77 sdf-p2                       pic 9(3) value 0.
            77 sdf-len-1                    pic 9(6) value 0.
            77 sdf-len-2                    pic 9(6) value 0.
            77 sdf-same-flag                pic 9 value 0.
            77 sdf-i                        pic 9(6) value 0.
            77 sdf-j                        pic 9(6) value 0.
            77 sdf-shown                    pic 9(3) value 0.
            77 sdf-lines-out                pic 9(6) value 0.
            77 sdf-lines-in                 pic 9(6) value 0.
            01 sdf-cmp-1                    pic x(160).
            01 sdf-cmp-2                    pic x(160).

      * longest-common-subsequence table for one pair,
      * filled from the bottom-right corner
            01 sdf-lcs-tbl.
                05 sdf-lcs-row occurs 301.
                    10 sdf-lcs-cell occurs 301 pic 9(4) comp.

            77 sdf-added-count              pic 9(3) value 0.
            77 sdf-removed-count            pic 9(3) value 0.
            77 sdf-changed-count            pic 9(3) value 0.
            77 sdf-moved-count              pic 9(3) value 0.
            77 sdf-unchanged-count          pic 9(3) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to srclib-path.
            accept srclib-path from environment 'COB_SRC_LIBRARY'
            end-accept.
            if srclib-path = spaces
                move 'gc-debugger.srclib' to srclib-path
            end-if.

            move spaces to sdf-module.
            accept sdf-module from environment 'COB_SRCDIFF_MODULE'
            end-accept.
            if sdf-module = spaces
                display 'Set COB_SRCDIFF_MODULE to the module to '
                    'compare.' end-display
                move 99 to return-code
                stop run
            end-if.

            accept sdf-from-env from environment 'COB_SRCDIFF_FROM'
            end-accept.
            accept sdf-to-env from environment 'COB_SRCDIFF_TO'
            end-accept.
            accept sdf-all-flag from environment 'COB_SRCDIFF_ALL'
            end-accept.
            move function upper-case (sdf-all-flag) to sdf-all-flag.

            move spaces to report-path.
            accept report-path from environment 'COB_SRCDIFF_REPORT'
            end-accept.
            if report-path = spaces
                move 'gc-srcdiff.report' to report-path
            end-if.

            perform load-module-versions.

            perform pick-versions.

            if sdf-from-index = 0 or sdf-to-index = 0
                display 'No two archived versions of '
                    function trim (sdf-module) ' to compare in '
                    function trim (srclib-path) end-display
                move 99 to return-code
                stop run
            end-if.

            move 1 to sdf-side.
            move sdf-from-index to sdf-version-index.
            perform load-version-text.
            move 2 to sdf-side.
            move sdf-to-index to sdf-version-index.
            perform load-version-text.

            move 1 to sdf-side.
            perform collect-paragraphs.
            move 2 to sdf-side.
            perform collect-paragraphs.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform write-report-head.

            perform varying sdf-p1 from 1 by 1
                until sdf-p1 > sdf-para-count-1

                perform compare-one-paragraph
            end-perform.

            perform varying sdf-p2 from 1 by 1
                until sdf-p2 > sdf-para-count-2

                if p2-matched(sdf-p2) = 0
                    perform write-added-paragraph
                end-if
            end-perform.

            perform write-report-totals.

            close report-file.

            display 'Change report written to '
                function trim (report-path) end-display.

            compute return-code = sdf-added-count + sdf-removed-count
                + sdf-changed-count
            end-compute.

            stop run.

      ***************************************************************
      *** ----------------- every archived version of the module,
      *** in the order the library first saw them
        load-module-versions section.
            move 0 to sdf-version-count.

            open input srclib-file.
            if srclib-file-status not = 0
                exit section
            end-if

            read srclib-file end-read
            perform until srclib-file-status not = 0
                or sdf-version-count >= SDF-VERSION-MAX

                move spaces to sdf-rec-module
                move 0 to sdf-rec-lines
                move 0 to sdf-rec-value
                move spaces to sdf-rec-date
                move spaces to sdf-rec-path
                move 1 to sdf-ptr
                unstring srclib-record delimited by ';'
                    into sdf-rec-module sdf-rec-lines sdf-rec-value
                        sdf-rec-date sdf-rec-path
                    with pointer sdf-ptr
                end-unstring

                if sdf-rec-module = sdf-module
                    and sdf-rec-path not = spaces

                    add 1 to sdf-version-count
                    move sdf-rec-lines to vr-lines(sdf-version-count)
                    move sdf-rec-value to vr-value(sdf-version-count)
                    move sdf-rec-date to vr-date(sdf-version-count)
                    move sdf-rec-path to vr-path(sdf-version-count)
                end-if

                read srclib-file end-read
            end-perform

            close srclib-file

            continue.

      ***************************************************************
      *** ----------------- FROM/TO by fingerprint, or by default
      *** the last two versions archived
        pick-versions section.
            move 0 to sdf-from-index.
            move 0 to sdf-to-index.

            if sdf-to-env not = spaces
                perform varying sdf-version-index from 1 by 1
                    until sdf-version-index > sdf-version-count

                    if function trim (sdf-to-env) is numeric
                        and vr-value(sdf-version-index)
                            = function numval (sdf-to-env)

                        move sdf-version-index to sdf-to-index
                    end-if
                end-perform
            else
                move sdf-version-count to sdf-to-index
            end-if

            if sdf-from-env not = spaces
                perform varying sdf-version-index from 1 by 1
                    until sdf-version-index > sdf-version-count

                    if function trim (sdf-from-env) is numeric
                        and vr-value(sdf-version-index)
                            = function numval (sdf-from-env)

                        move sdf-version-index to sdf-from-index
                    end-if
                end-perform
            else
                if sdf-to-index > 1
                    compute sdf-from-index = sdf-to-index - 1
                    end-compute
                end-if
            end-if

            if sdf-from-index = sdf-to-index
                move 0 to sdf-from-index
            end-if

            continue.

      ***************************************************************
        load-version-text section.
            move vr-path(sdf-version-index) to srcver-path.

            if sdf-side = 1
                move 0 to sdf-line-count-1
            else
                move 0 to sdf-line-count-2
            end-if

            open input srcver-file.
            if srcver-file-status not = 0
                display 'Cannot open archived version '
                    function trim (srcver-path) end-display
                move 99 to return-code
                stop run
            end-if

            read srcver-file end-read
            perform until srcver-file-status not = 0
                if sdf-side = 1
                    if sdf-line-count-1 < SDF-LINE-MAX
                        add 1 to sdf-line-count-1
                        move srcver-record
                            to sdf-line-1(sdf-line-count-1)
                    end-if
                else
                    if sdf-line-count-2 < SDF-LINE-MAX
                        add 1 to sdf-line-count-2
                        move srcver-record
                            to sdf-line-2(sdf-line-count-2)
                    end-if
                end-if

                read srcver-file end-read
            end-perform

            close srcver-file

            continue.

      ***************************************************************
      *** ----------------- paragraph/section headers of the
      *** Procedure Division: a trimmed line that is one name
      *** ending in '.', or "name SECTION." -- the structure
      *** chart's recognition. Row 1 holds everything before the
      *** first header.
        collect-paragraphs section.
            move 0 to sdf-proc-start.

            if sdf-side = 1
                move 1 to sdf-para-count-1
                move '(divisions)' to p1-name(1)
                move 1 to p1-first(1)
                move 0 to p1-matched(1)
            else
                move 1 to sdf-para-count-2
                move '(divisions)' to p2-name(1)
                move 1 to p2-first(1)
                move 0 to p2-matched(1)
            end-if

            move 1 to sdf-line.
            perform until (sdf-side = 1
                    and sdf-line > sdf-line-count-1)
                or (sdf-side = 2 and sdf-line > sdf-line-count-2)

                move spaces to sdf-trimmed
                if sdf-side = 1
                    move function upper-case (function trim
                            (sdf-line-1(sdf-line)))
                        to sdf-trimmed
                else
                    move function upper-case (function trim
                            (sdf-line-2(sdf-line)))
                        to sdf-trimmed
                end-if
                move function length (function trim (sdf-trimmed))
                    to sdf-trimmed-len

                if sdf-proc-start = 0
                    if sdf-trimmed(1:18) = 'PROCEDURE DIVISION'
                        move sdf-line to sdf-proc-start
                    end-if
                else
                    perform check-paragraph-header
                end-if

                add 1 to sdf-line
            end-perform

      * close each paragraph's range at the next header
            if sdf-side = 1
                perform varying sdf-p1 from 1 by 1
                    until sdf-p1 > sdf-para-count-1

                    if sdf-p1 < sdf-para-count-1
                        compute p1-last(sdf-p1) =
                            p1-first(sdf-p1 + 1) - 1
                        end-compute
                    else
                        move sdf-line-count-1 to p1-last(sdf-p1)
                    end-if
                end-perform
            else
                perform varying sdf-p2 from 1 by 1
                    until sdf-p2 > sdf-para-count-2

                    if sdf-p2 < sdf-para-count-2
                        compute p2-last(sdf-p2) =
                            p2-first(sdf-p2 + 1) - 1
                        end-compute
                    else
                        move sdf-line-count-2 to p2-last(sdf-p2)
                    end-if
                end-perform
            end-if

            continue.

      ***************************************************************
        check-paragraph-header section.
            if sdf-trimmed-len = 0
                or sdf-trimmed(1:1) = '*'
                or sdf-trimmed(sdf-trimmed-len:1) not = '.'

                exit section
            end-if

            move 1 to sdf-tok-ptr.
            move spaces to sdf-token-1.
            move spaces to sdf-token-2.
            move spaces to sdf-token-3.
            unstring sdf-trimmed delimited by all space
                into sdf-token-1 sdf-token-2 sdf-token-3
                with pointer sdf-tok-ptr
            end-unstring

            inspect sdf-token-1 replacing all '.' by space.
            inspect sdf-token-2 replacing all '.' by space.

            move spaces to sdf-header-name.
            evaluate true
                when sdf-token-2 = spaces
                    and sdf-token-1 not = spaces
                    and function trim (sdf-token-1) not = 'EXIT'
                    and function trim (sdf-token-1) not = 'GOBACK'
                    and function trim (sdf-token-1)
                        not = 'CONTINUE'

                    move sdf-token-1(1:30) to sdf-header-name
                when function trim (sdf-token-2) = 'SECTION'
                    and sdf-token-3 = spaces

                    move sdf-token-1(1:30) to sdf-header-name
                when other
                    exit section
            end-evaluate

            if sdf-side = 1
                if sdf-para-count-1 < SDF-PARA-MAX
                    add 1 to sdf-para-count-1
                    move sdf-header-name to p1-name(sdf-para-count-1)
                    move sdf-line to p1-first(sdf-para-count-1)
                    move 0 to p1-matched(sdf-para-count-1)
                end-if
            else
                if sdf-para-count-2 < SDF-PARA-MAX
                    add 1 to sdf-para-count-2
                    move sdf-header-name to p2-name(sdf-para-count-2)
                    move sdf-line to p2-first(sdf-para-count-2)
                    move 0 to p2-matched(sdf-para-count-2)
                end-if
            end-if

            continue.

      ***************************************************************
        write-report-head section.
            move spaces to report-line.
            string 'Source change report -- ' delimited by size
                function trim (sdf-module) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line.
            string '  from ' delimited by size
                vr-value(sdf-from-index) delimited by size
                '  ' delimited by size
                vr-lines(sdf-from-index) delimited by size
                ' lines, archived ' delimited by size
                vr-date(sdf-from-index) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line.
            string '  to   ' delimited by size
                vr-value(sdf-to-index) delimited by size
                '  ' delimited by size
                vr-lines(sdf-to-index) delimited by size
                ' lines, archived ' delimited by size
                vr-date(sdf-to-index) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line
            write report-line

            continue.

      ***************************************************************
      *** ----------------- one FROM paragraph against the TO
      *** paragraph of the same name
        compare-one-paragraph section.
            move 0 to sdf-p2.
            perform varying sdf-j from 1 by 1
                until sdf-j > sdf-para-count-2 or sdf-p2 > 0

                if p2-name(sdf-j) = p1-name(sdf-p1)
                    and p2-matched(sdf-j) = 0

                    move sdf-j to sdf-p2
                end-if
            end-perform

            if sdf-p2 = 0
                add 1 to sdf-removed-count
                move spaces to report-line
                string 'REMOVED   ' delimited by size
                    function trim (p1-name(sdf-p1)) delimited by size
                    '  (was lines ' delimited by size
                    p1-first(sdf-p1) delimited by size
                    '-' delimited by size
                    p1-last(sdf-p1) delimited by size
                    ')' delimited by size
                    into report-line
                end-string
                write report-line
                exit section
            end-if

            move 1 to p1-matched(sdf-p1).
            move 1 to p2-matched(sdf-p2).

            compute sdf-len-1 = p1-last(sdf-p1) - p1-first(sdf-p1)
                + 1
            end-compute.
            compute sdf-len-2 = p2-last(sdf-p2) - p2-first(sdf-p2)
                + 1
            end-compute.

            move 1 to sdf-same-flag.
            if sdf-len-1 not = sdf-len-2
                move 0 to sdf-same-flag
            else
                perform varying sdf-i from 0 by 1
                    until sdf-i >= sdf-len-1 or sdf-same-flag = 0

                    if sdf-line-1(p1-first(sdf-p1) + sdf-i)
                        not = sdf-line-2(p2-first(sdf-p2) + sdf-i)

                        move 0 to sdf-same-flag
                    end-if
                end-perform
            end-if

            if sdf-same-flag = 1
                if p1-first(sdf-p1) = p2-first(sdf-p2)
                    add 1 to sdf-unchanged-count
                    if sdf-all-flag = 'Y'
                        move spaces to report-line
                        string 'unchanged ' delimited by size
                            function trim (p1-name(sdf-p1))
                                delimited by size
                            into report-line
                        end-string
                        write report-line
                    end-if
                else
                    add 1 to sdf-moved-count
                    move spaces to report-line
                    string 'MOVED     ' delimited by size
                        function trim (p1-name(sdf-p1))
                            delimited by size
                        '  (unchanged, line ' delimited by size
                        p1-first(sdf-p1) delimited by size
                        ' -> ' delimited by size
                        p2-first(sdf-p2) delimited by size
                        ')' delimited by size
                        into report-line
                    end-string
                    write report-line
                end-if
                exit section
            end-if

            add 1 to sdf-changed-count.
            move spaces to report-line.
            string 'CHANGED   ' delimited by size
                function trim (p1-name(sdf-p1)) delimited by size
                '  (lines ' delimited by size
                p1-first(sdf-p1) delimited by size
                '-' delimited by size
                p1-last(sdf-p1) delimited by size
                ' -> ' delimited by size
                p2-first(sdf-p2) delimited by size
                '-' delimited by size
                p2-last(sdf-p2) delimited by size
                ')' delimited by size
                into report-line
            end-string
            write report-line.

            if sdf-len-1 > SDF-LCS-MAX or sdf-len-2 > SDF-LCS-MAX
                move spaces to report-line
                string '          paragraph too long to compare '
                    delimited by size
                    'line by line: ' delimited by size
                    sdf-len-1 delimited by size
                    ' -> ' delimited by size
                    sdf-len-2 delimited by size
                    ' lines' delimited by size
                    into report-line
                end-string
                write report-line
                exit section
            end-if

            perform fill-lcs-table.
            perform write-line-differences.

            continue.

      ***************************************************************
      *** ----------------- cell(i,j) = the longest run of lines
      *** FROM i.. and TO j.. have in common, in order
        fill-lcs-table section.
            perform varying sdf-i from 1 by 1
                until sdf-i > sdf-len-1 + 1

                move 0 to sdf-lcs-cell(sdf-i, sdf-len-2 + 1)
            end-perform

            perform varying sdf-j from 1 by 1
                until sdf-j > sdf-len-2 + 1

                move 0 to sdf-lcs-cell(sdf-len-1 + 1, sdf-j)
            end-perform

            perform varying sdf-i from sdf-len-1 by -1
                until sdf-i < 1

                perform varying sdf-j from sdf-len-2 by -1
                    until sdf-j < 1

                    if sdf-line-1(p1-first(sdf-p1) + sdf-i - 1)
                        = sdf-line-2(p2-first(sdf-p2) + sdf-j - 1)

                        compute sdf-lcs-cell(sdf-i, sdf-j) =
                            sdf-lcs-cell(sdf-i + 1, sdf-j + 1) + 1
                        end-compute
                    else
                        if sdf-lcs-cell(sdf-i + 1, sdf-j)
                            >= sdf-lcs-cell(sdf-i, sdf-j + 1)

                            move sdf-lcs-cell(sdf-i + 1, sdf-j)
                                to sdf-lcs-cell(sdf-i, sdf-j)
                        else
                            move sdf-lcs-cell(sdf-i, sdf-j + 1)
                                to sdf-lcs-cell(sdf-i, sdf-j)
                        end-if
                    end-if
                end-perform
            end-perform

            continue.

      ***************************************************************
      *** ----------------- walk the table: a line only FROM has is
      *** "-", only TO has is "+", with its line number in that
      *** version
        write-line-differences section.
            move 1 to sdf-i.
            move 1 to sdf-j.
            move 0 to sdf-shown.
            move 0 to sdf-lines-out.
            move 0 to sdf-lines-in.

            perform until sdf-i > sdf-len-1 and sdf-j > sdf-len-2
                evaluate true
                    when sdf-i <= sdf-len-1 and sdf-j <= sdf-len-2
                        and sdf-line-1(p1-first(sdf-p1) + sdf-i - 1)
                        = sdf-line-2(p2-first(sdf-p2) + sdf-j - 1)

                        add 1 to sdf-i
                        add 1 to sdf-j
                    when sdf-j > sdf-len-2
                        perform write-removed-line
                        add 1 to sdf-i
                    when sdf-i > sdf-len-1
                        perform write-inserted-line
                        add 1 to sdf-j
                    when sdf-lcs-cell(sdf-i + 1, sdf-j)
                        >= sdf-lcs-cell(sdf-i, sdf-j + 1)

                        perform write-removed-line
                        add 1 to sdf-i
                    when other
                        perform write-inserted-line
                        add 1 to sdf-j
                end-evaluate
            end-perform

            if sdf-shown >= SDF-SHOW-MAX
                move spaces to report-line
                string '          ... ' delimited by size
                    sdf-lines-out delimited by size
                    ' line(s) out, ' delimited by size
                    sdf-lines-in delimited by size
                    ' line(s) in altogether' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            continue.

      ***************************************************************
        write-removed-line section.
            add 1 to sdf-lines-out.
            if sdf-shown >= SDF-SHOW-MAX
                exit section
            end-if
            add 1 to sdf-shown.

            move sdf-line-1(p1-first(sdf-p1) + sdf-i - 1)
                to sdf-cmp-1.
            move spaces to report-line.
            compute sdf-line = p1-first(sdf-p1) + sdf-i - 1
            end-compute.
            string '     - ' delimited by size
                sdf-line delimited by size
                ' ' delimited by size
                sdf-cmp-1(1:100) delimited by size
                into report-line
            end-string
            write report-line.

            continue.

      ***************************************************************
        write-inserted-line section.
            add 1 to sdf-lines-in.
            if sdf-shown >= SDF-SHOW-MAX
                exit section
            end-if
            add 1 to sdf-shown.

            move sdf-line-2(p2-first(sdf-p2) + sdf-j - 1)
                to sdf-cmp-2.
            move spaces to report-line.
            compute sdf-line = p2-first(sdf-p2) + sdf-j - 1
            end-compute.
            string '     + ' delimited by size
                sdf-line delimited by size
                ' ' delimited by size
                sdf-cmp-2(1:100) delimited by size
                into report-line
            end-string
            write report-line.

            continue.

      ***************************************************************
        write-added-paragraph section.
            add 1 to sdf-added-count.
            move spaces to report-line.
            string 'ADDED     ' delimited by size
                function trim (p2-name(sdf-p2)) delimited by size
                '  (lines ' delimited by size
                p2-first(sdf-p2) delimited by size
                '-' delimited by size
                p2-last(sdf-p2) delimited by size
                ')' delimited by size
                into report-line
            end-string
            write report-line.

            continue.

      ***************************************************************
        write-report-totals section.
            move spaces to report-line
            write report-line

            move spaces to report-line.
            string 'Paragraphs: ' delimited by size
                sdf-changed-count delimited by size
                ' changed, ' delimited by size
                sdf-added-count delimited by size
                ' added, ' delimited by size
                sdf-removed-count delimited by size
                ' removed, ' delimited by size
                sdf-moved-count delimited by size
                ' moved, ' delimited by size
                sdf-unchanged-count delimited by size
                ' unchanged' delimited by size
                into report-line
            end-string
            write report-line.

            continue.
