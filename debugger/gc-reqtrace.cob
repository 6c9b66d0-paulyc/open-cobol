        identification division.
        program-id. gc-reqtrace.

      * requirement traceability matrix -- for each business
      * requirement: the paragraphs that implement it, whether the
      * cumulative coverage store has seen them run, the suite tests
      * that claim to prove it and how they did in the last suite
      * run. Requirements are attached to code through a tag file,
      * one paragraph per line:
      *   requirement;module;paragraph
      * and to tests through the suite catalog's seventh field
      * (gc-verify.cob): the requirement ids the test proves,
      * separated by commas or spaces. An optional requirement list
      * (requirement;title) names requirements neither side
      * mentions yet and gives each a title; otherwise every id the
      * tags or the suite use is a requirement.
      * A paragraph is found the way gc-complexity finds headers
      * (the module's get_linecount_/get_aniline_ entry points must
      * be linked into this job), runs from its header to the line
      * before the next, and counts as covered once any line in it
      * has run. A test's outcome is its verdict line in the last
      * suite report. Each requirement is flagged
      *   NO CODE          no tagged paragraph could be found
      *   NO COVERAGE      none of its paragraphs ever ran
      *   NO PASSING TEST  no claiming test passed last time
      *   COB_REQ_TAGS        the tag file (default gc-reqtrace.tags)
      *   COB_REQ_LIST        the requirement list (optional)
      *   COB_SUITE_FILE      the suite catalog
      *                       (default gc-verify.suite)
      *   COB_SUITE_REPORT    the last gc-verify report
      *                       (default gc-verify.report)
      *   COB_COVERAGE_STORE  the cumulative store
      *                       (default gc-debugger.covstore)
      *   COB_REQTRACE_REPORT the matrix (default gc-reqtrace.report)
      * The return code is the number of flagged requirements (99
      * at most).

        environment division.
        configuration section.
        input-output section.
        file-control.

            select tag-file assign to tag-path
                organization is line sequential
                file status is tag-file-status.

            select list-file assign to list-path
                organization is line sequential
                file status is list-file-status.

            select suite-file assign to suite-path
                organization is line sequential
                file status is suite-file-status.

            select results-file assign to results-path
                organization is line sequential
                file status is results-file-status.

            select store-file assign to store-path
                organization is line sequential
                file status is store-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  tag-file.
            01 tag-record           pic x(120).

        fd  list-file.
            01 list-record          pic x(120).

        fd  suite-file.
            01 suite-line           pic x(600).

        fd  results-file.
            01 results-record       pic x(132).

        fd  store-file.
            01 store-record         pic x(60).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 RQ-REQ-MAX           value 500.
            78 RQ-TAG-MAX           value 1000.
            78 RQ-TEST-MAX          value 500.
            78 RQ-CLAIM-MAX         value 2000.
            78 RQ-PARA-MAX          value 1000.
            78 RQ-LINE-MAX          value 40000.

            01 tag-path                     pic x(256) value spaces.
            01 tag-file-status              pic 99.
            01 list-path                    pic x(256) value spaces.
            01 list-file-status             pic 99.
            01 suite-path                   pic x(256) value spaces.
            01 suite-file-status            pic 99.
            01 results-path                 pic x(256) value spaces.
            01 results-file-status          pic 99.
            01 store-path                   pic x(256) value spaces.
            01 store-file-status            pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

      * the requirements
            77 rq-req-count                 pic 9(3) value 0.
            01 rq-req-tbl.
                05 rq-req-row occurs RQ-REQ-MAX.
                    10 rr-id                 pic x(20).
                    10 rr-title              pic x(60).
                    10 rr-code-count         pic 9(4).
                    10 rr-covered-count      pic 9(4).
                    10 rr-pass-count         pic 9(4).
                    10 rr-flags              pic x(60).
            77 rq-req                       pic 9(3) value 0.
            01 rq-find-id                   pic x(20).

      * the tagged paragraphs
            77 rq-tag-count                 pic 9(4) value 0.
            01 rq-tag-tbl.
                05 rq-tag-row occurs RQ-TAG-MAX.
                    10 rt-req                pic 9(3).
                    10 rt-module             pic x(30).
                    10 rt-para               pic x(30).
      * N module not linked, F paragraph not found, K found
                    10 rt-state              pic x.
                    10 rt-first-line         pic 9(6).
                    10 rt-last-line          pic 9(6).
                    10 rt-run-lines          pic 9(6).
            77 rq-tag                       pic 9(4) value 0.
            77 rq-tag-2                     pic 9(4) value 0.

      * the suite's tests and the requirements each claims
            77 rq-test-count                pic 9(3) value 0.
            01 rq-test-tbl.
                05 rq-test-row occurs RQ-TEST-MAX.
                    10 rs-name               pic x(30).
                    10 rs-verdict            pic x(4).
            77 rq-test                      pic 9(3) value 0.
            77 rq-claim-count               pic 9(4) value 0.
            01 rq-claim-tbl.
                05 rq-claim-row occurs RQ-CLAIM-MAX.
                    10 rc-test               pic 9(3).
                    10 rc-req                pic 9(3).
            77 rq-claim                     pic 9(4) value 0.

      * suite line parse
            01 rq-field                     pic x(256).
            01 rq-req-field                 pic x(256).
            77 rq-field-ptr                 pic 9(4) value 0.
            77 rq-field-number              pic 9 value 0.
            01 rq-id-token                  pic x(40).
            77 rq-id-ptr                    pic 9(4) value 0.
            01 rq-test-name                 pic x(30).
            01 rq-verdict                   pic x(4).

      * one module at a time: its executed lines and its headers
            01 rq-module                    pic x(30).
            01 rq-getline                   pic x(128).
            01 rq-getlinecount              pic x(128).
            01 rq-line-bin                  usage binary-long.
            01 rq-source-buffer             pic x(512).
            77 rq-line-count                pic 9(6) value 0.
            77 rq-line                      pic 9(6) value 0.
            01 rq-cov-map                   pic x(RQ-LINE-MAX).
            01 rq-store-module              pic x(30).
            01 rq-store-line                pic 9(6).
            77 rq-linked-flag               pic 9 value 0.
            77 rq-para-count                pic 9(4) value 0.
            01 rq-para-tbl.
                05 rq-para-row occurs RQ-PARA-MAX.
                    10 rp-name               pic x(30).
                    10 rp-line               pic 9(6).
            77 rq-para                      pic 9(4) value 0.
            01 rq-text                      pic x(65).
            77 rq-text-len                  pic 9(3) value 0.
            77 rq-tok-ptr                   pic 9(3) value 0.
            01 rq-token-1                   pic x(32).
            01 rq-token-2                   pic x(32).
            01 rq-token-3                   pic x(32).

      * the report
            77 rq-flagged-count             pic 9(3) value 0.
            77 rq-no-code-count             pic 9(3) value 0.
            77 rq-no-cover-count            pic 9(3) value 0.
            77 rq-no-pass-count             pic 9(3) value 0.
            77 rq-flag-ptr                  pic 9(3) value 0.
            01 rq-outcome                   pic x(40).
            01 rq-count-edit                pic z(5)9.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to tag-path.
            accept tag-path from environment 'COB_REQ_TAGS'
            end-accept.
            if tag-path = spaces
                move 'gc-reqtrace.tags' to tag-path
            end-if.

            move spaces to list-path.
            accept list-path from environment 'COB_REQ_LIST'
            end-accept.

            move spaces to suite-path.
            accept suite-path from environment 'COB_SUITE_FILE'
            end-accept.
            if suite-path = spaces
                move 'gc-verify.suite' to suite-path
            end-if.

            move spaces to results-path.
            accept results-path from environment 'COB_SUITE_REPORT'
            end-accept.
            if results-path = spaces
                move 'gc-verify.report' to results-path
            end-if.

            move spaces to store-path.
            accept store-path from environment
                'COB_COVERAGE_STORE' end-accept.
            if store-path = spaces
                move 'gc-debugger.covstore' to store-path
            end-if.

            move spaces to report-path.
            accept report-path from environment
                'COB_REQTRACE_REPORT' end-accept.
            if report-path = spaces
                move 'gc-reqtrace.report' to report-path
            end-if.

            perform load-requirement-list.
            perform load-tag-file.
            perform load-suite-claims.
            perform load-last-verdicts.

            perform varying rq-tag from 1 by 1
                until rq-tag > rq-tag-count

                if rt-state(rq-tag) = space
                    move rt-module(rq-tag) to rq-module
                    perform resolve-module-tags
                end-if
            end-perform

            if rq-req-count = 0
                display 'No requirements in '
                    function trim (tag-path) ' or '
                    function trim (suite-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform judge-requirements.
            perform write-matrix-report.

            display 'Traceability of ' rq-req-count
                ' requirement(s): ' rq-flagged-count
                ' flagged -- see ' function trim (report-path)
            end-display.

            if rq-flagged-count > 99
                move 99 to return-code
            else
                move rq-flagged-count to return-code
            end-if.

            stop run.

      ***************************************************************
      *** ----------------- requirement;title, when a list is given
        load-requirement-list section.
            if list-path = spaces
                exit section
            end-if

            open input list-file.
            if list-file-status not = 0
                display 'Cannot open requirement list '
                    function trim (list-path) end-display
                move 99 to return-code
                stop run
            end-if

            read list-file end-read
            perform until list-file-status not = 0
                if list-record not = spaces
                    and list-record(1:1) not = '#'

                    move spaces to rq-find-id
                    move spaces to rq-field
                    unstring list-record delimited by ';'
                        into rq-find-id rq-field
                    end-unstring
                    perform find-or-add-requirement
                    if rq-req > 0
                        move rq-field(1:60) to rr-title(rq-req)
                    end-if
                end-if

                read list-file end-read
            end-perform

            close list-file.

            continue.

      ***************************************************************
      *** ----------------- rq-find-id to rq-req, added when new
      *** (0 when the table is full or the id empty)
        find-or-add-requirement section.
            move function upper-case (function trim (rq-find-id))
                to rq-find-id.
            move 0 to rq-req.
            if rq-find-id = spaces
                exit section
            end-if

            perform varying rq-req from 1 by 1
                until rq-req > rq-req-count

                if rr-id(rq-req) = rq-find-id
                    exit section
                end-if
            end-perform

            if rq-req-count >= RQ-REQ-MAX
                move 0 to rq-req
                exit section
            end-if

            add 1 to rq-req-count.
            move rq-req-count to rq-req.
            move rq-find-id to rr-id(rq-req).
            move spaces to rr-title(rq-req).
            move 0 to rr-code-count(rq-req).
            move 0 to rr-covered-count(rq-req).
            move 0 to rr-pass-count(rq-req).
            move spaces to rr-flags(rq-req).

            continue.

      ***************************************************************
      *** ----------------- requirement;module;paragraph
        load-tag-file section.
            move 0 to rq-tag-count.

            open input tag-file.
            if tag-file-status not = 0
                exit section
            end-if

            read tag-file end-read
            perform until tag-file-status not = 0
                or rq-tag-count >= RQ-TAG-MAX

                if tag-record not = spaces
                    and tag-record(1:1) not = '#'

                    move spaces to rq-find-id
                    move spaces to rq-module
                    move spaces to rq-token-1
                    unstring tag-record delimited by ';'
                        into rq-find-id rq-module rq-token-1
                    end-unstring
                    perform find-or-add-requirement

                    if rq-req > 0 and rq-module not = spaces
                        and rq-token-1 not = spaces

                        add 1 to rq-tag-count
                        move rq-req to rt-req(rq-tag-count)
                        move function trim (rq-module)
                            to rt-module(rq-tag-count)
                        move function upper-case
                                (function trim (rq-token-1))
                            to rt-para(rq-tag-count)
                        move space to rt-state(rq-tag-count)
                        move 0 to rt-first-line(rq-tag-count)
                        move 0 to rt-last-line(rq-tag-count)
                        move 0 to rt-run-lines(rq-tag-count)
                    end-if
                end-if

                read tag-file end-read
            end-perform

            close tag-file.

            continue.

      ***************************************************************
      *** ----------------- each test and the requirements its
      *** seventh field names
        load-suite-claims section.
            move 0 to rq-test-count.
            move 0 to rq-claim-count.

            open input suite-file.
            if suite-file-status not = 0
                exit section
            end-if

            read suite-file end-read
            perform until suite-file-status not = 0
                or rq-test-count >= RQ-TEST-MAX

                if suite-line not = spaces
                    and suite-line(1:1) not = '#'

                    perform take-suite-line
                end-if

                read suite-file end-read
            end-perform

            close suite-file.

            continue.

      ***************************************************************
        take-suite-line section.
            add 1 to rq-test-count.
            move spaces to rs-name(rq-test-count).
            move spaces to rs-verdict(rq-test-count).

            move 1 to rq-field-ptr.
            move spaces to rq-req-field.
            perform varying rq-field-number from 1 by 1
                until rq-field-number > 7
                or rq-field-ptr > length of suite-line

                move spaces to rq-field
                unstring suite-line delimited by ';'
                    into rq-field
                    with pointer rq-field-ptr
                end-unstring

                evaluate rq-field-number
                    when 1
                        move rq-field(1:30) to rs-name(rq-test-count)
                    when 7
                        move rq-field to rq-req-field
                    when other
                        continue
                end-evaluate
            end-perform

            inspect rq-req-field replacing all ',' by space.
            move 1 to rq-id-ptr.
            perform until rq-id-ptr > length of rq-req-field
                move spaces to rq-id-token
                unstring rq-req-field delimited by all space
                    into rq-id-token
                    with pointer rq-id-ptr
                end-unstring
                if rq-id-token = spaces
                    exit perform
                end-if

                move rq-id-token(1:20) to rq-find-id
                perform find-or-add-requirement
                if rq-req > 0 and rq-claim-count < RQ-CLAIM-MAX
                    add 1 to rq-claim-count
                    move rq-test-count to rc-test(rq-claim-count)
                    move rq-req to rc-req(rq-claim-count)
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the last suite report's verdict lines,
      *** "  PASS  name" and "  FAIL  name  -- why"
        load-last-verdicts section.
            open input results-file.
            if results-file-status not = 0
                exit section
            end-if

            read results-file end-read
            perform until results-file-status not = 0
                if results-record(1:8) = '  PASS  '
                    or results-record(1:8) = '  FAIL  '

                    move results-record(3:4) to rq-verdict
                    move spaces to rq-test-name
                    unstring results-record(9:) delimited by space
                        into rq-test-name
                    end-unstring

                    perform varying rq-test from 1 by 1
                        until rq-test > rq-test-count

                        if rs-name(rq-test) = rq-test-name
                            move rq-verdict to rs-verdict(rq-test)
                        end-if
                    end-perform
                end-if

                read results-file end-read
            end-perform

            close results-file.

            continue.

      ***************************************************************
      *** ----------------- every tag on rq-module: the module's
      *** executed lines, its headers, then each tagged paragraph's
      *** range and how much of it has run
        resolve-module-tags section.
            move spaces to rq-getline.
            string 'get_aniline_' delimited by size
                rq-module delimited by spaces
                into rq-getline
            end-string.
            move spaces to rq-getlinecount.
            string 'get_linecount_' delimited by size
                rq-module delimited by spaces
                into rq-getlinecount
            end-string.

            move 1 to rq-linked-flag.
            call rq-getlinecount
                on exception
                    move 0 to rq-linked-flag
            end-call.

            if rq-linked-flag = 0
                perform varying rq-tag-2 from rq-tag by 1
                    until rq-tag-2 > rq-tag-count

                    if rt-module(rq-tag-2) = rq-module
                        move 'N' to rt-state(rq-tag-2)
                    end-if
                end-perform
                exit section
            end-if

            move return-code to rq-line-count.
            move 0 to return-code.

            perform load-module-coverage.
            perform find-module-headers.

            perform varying rq-tag-2 from rq-tag by 1
                until rq-tag-2 > rq-tag-count

                if rt-module(rq-tag-2) = rq-module
                    perform locate-tagged-paragraph
                end-if
            end-perform

            continue.

      ***************************************************************
        load-module-coverage section.
            move spaces to rq-cov-map.

            open input store-file.
            if store-file-status not = 0
                exit section
            end-if

            read store-file end-read
            perform until store-file-status not = 0
                move spaces to rq-store-module
                move 0 to rq-store-line
                unstring store-record delimited by ';'
                    into rq-store-module rq-store-line
                end-unstring

                if function upper-case (rq-store-module)
                    = function upper-case (rq-module)
                    and rq-store-line > 0
                    and rq-store-line <= RQ-LINE-MAX

                    move 'X' to rq-cov-map(rq-store-line:1)
                end-if

                read store-file end-read
            end-perform

            close store-file.

            continue.

      ***************************************************************
      *** ----------------- the module's paragraph and section
      *** headers, recognized as gc-complexity recognizes them
        find-module-headers section.
            move 0 to rq-para-count.

            perform varying rq-line from 1 by 1
                until rq-line > rq-line-count

                move spaces to rq-source-buffer
                move rq-line to rq-line-bin
                call rq-getline using rq-line-bin
                    rq-source-buffer
                end-call

                if rq-source-buffer(7:1) not = '*'
                    and rq-source-buffer(7:1) not = '/'

                    move function upper-case
                            (function trim (rq-source-buffer(8:65)))
                        to rq-text
                    perform check-paragraph-header
                end-if
            end-perform

            continue.

      ***************************************************************
        check-paragraph-header section.
            if rq-text = spaces or rq-text(1:2) = '*>'
                exit section
            end-if

            move function length (function trim (rq-text))
                to rq-text-len.
            if rq-text(rq-text-len:1) not = '.'
                exit section
            end-if

      * nothing before the PROCEDURE DIVISION is a paragraph
            if rq-text(1:18) = 'PROCEDURE DIVISION'
                move 0 to rq-para-count
                exit section
            end-if

            move 1 to rq-tok-ptr.
            move spaces to rq-token-1.
            move spaces to rq-token-2.
            move spaces to rq-token-3.
            unstring rq-text delimited by all space
                into rq-token-1 rq-token-2 rq-token-3
                with pointer rq-tok-ptr
            end-unstring

            inspect rq-token-1 replacing all '.' by space.
            inspect rq-token-2 replacing all '.' by space.

            evaluate true
                when rq-token-2 = spaces
                    and rq-token-1 not = spaces
                    and function trim (rq-token-1) not = 'EXIT'
                    and function trim (rq-token-1)
                        not = 'GOBACK'
                    and function trim (rq-token-1)
                        not = 'CONTINUE'
                    and rq-token-1(1:4) not = 'END-'

                    perform add-module-header
                when function trim (rq-token-2) = 'SECTION'
                    and rq-token-3 = spaces

                    perform add-module-header
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
        add-module-header section.
            if rq-para-count < RQ-PARA-MAX
                add 1 to rq-para-count
                move rq-token-1(1:30) to rp-name(rq-para-count)
                move rq-line to rp-line(rq-para-count)
            end-if

            continue.

      ***************************************************************
      *** ----------------- header to the line before the next
      *** header; the lines in between that have run
        locate-tagged-paragraph section.
            move 'F' to rt-state(rq-tag-2).

            perform varying rq-para from 1 by 1
                until rq-para > rq-para-count

                if rp-name(rq-para) = rt-para(rq-tag-2)
                    exit perform
                end-if
            end-perform

            if rq-para > rq-para-count
                exit section
            end-if

            move 'K' to rt-state(rq-tag-2).
            move rp-line(rq-para) to rt-first-line(rq-tag-2).
            if rq-para < rq-para-count
                compute rt-last-line(rq-tag-2)
                    = rp-line(rq-para + 1) - 1
                end-compute
            else
                move rq-line-count to rt-last-line(rq-tag-2)
            end-if

            move 0 to rt-run-lines(rq-tag-2).
            perform varying rq-line from rt-first-line(rq-tag-2)
                by 1 until rq-line > rt-last-line(rq-tag-2)
                or rq-line > RQ-LINE-MAX

                if rq-cov-map(rq-line:1) = 'X'
                    add 1 to rt-run-lines(rq-tag-2)
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- code, coverage and passing tests per
      *** requirement, and its flags
        judge-requirements section.
            perform varying rq-tag from 1 by 1
                until rq-tag > rq-tag-count

                move rt-req(rq-tag) to rq-req
                if rt-state(rq-tag) = 'K'
                    add 1 to rr-code-count(rq-req)
                    if rt-run-lines(rq-tag) > 0
                        add 1 to rr-covered-count(rq-req)
                    end-if
                end-if
            end-perform

            perform varying rq-claim from 1 by 1
                until rq-claim > rq-claim-count

                if rs-verdict(rc-test(rq-claim)) = 'PASS'
                    add 1 to rr-pass-count(rc-req(rq-claim))
                end-if
            end-perform

            perform varying rq-req from 1 by 1
                until rq-req > rq-req-count

                move spaces to rr-flags(rq-req)
                move 1 to rq-flag-ptr
                if rr-code-count(rq-req) = 0
                    string 'NO CODE  ' delimited by size
                        into rr-flags(rq-req)
                        with pointer rq-flag-ptr
                    end-string
                    add 1 to rq-no-code-count
                else
                    if rr-covered-count(rq-req) = 0
                        string 'NO COVERAGE  ' delimited by size
                            into rr-flags(rq-req)
                            with pointer rq-flag-ptr
                        end-string
                        add 1 to rq-no-cover-count
                    end-if
                end-if
                if rr-pass-count(rq-req) = 0
                    string 'NO PASSING TEST' delimited by size
                        into rr-flags(rq-req)
                        with pointer rq-flag-ptr
                    end-string
                    add 1 to rq-no-pass-count
                end-if
                if rr-flags(rq-req) not = spaces
                    add 1 to rq-flagged-count
                end-if
            end-perform

            continue.

      ***************************************************************
        write-matrix-report section.
            open output report-file.

            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if

            move spaces to report-line.
            string 'Requirement traceability -- tags '
                    delimited by size
                function trim (tag-path) delimited by size
                ', suite ' delimited by size
                function trim (suite-path) delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            string 'Last results ' delimited by size
                function trim (results-path) delimited by size
                ', coverage ' delimited by size
                function trim (store-path) delimited by size
                into report-line
            end-string.
            write report-line.

            perform varying rq-req from 1 by 1
                until rq-req > rq-req-count

                perform write-one-requirement
            end-perform

            move spaces to report-line.
            write report-line.
            move spaces to report-line.
            string 'Requirements: ' delimited by size
                rq-req-count delimited by size
                '  flagged: ' delimited by size
                rq-flagged-count delimited by size
                '  (no code ' delimited by size
                rq-no-code-count delimited by size
                ', no coverage ' delimited by size
                rq-no-cover-count delimited by size
                ', no passing test ' delimited by size
                rq-no-pass-count delimited by size
                ')' delimited by size
                into report-line
            end-string.
            write report-line.

            close report-file.

            continue.

      ***************************************************************
      *** ----------------- one requirement: its paragraphs, its
      *** tests, its flags
        write-one-requirement section.
            move spaces to report-line.
            write report-line.

            move spaces to report-line.
            string function trim (rr-id(rq-req)) delimited by size
                '  ' delimited by size
                function trim (rr-title(rq-req)) delimited by size
                into report-line
            end-string.
            write report-line.

            perform varying rq-tag from 1 by 1
                until rq-tag > rq-tag-count

                if rt-req(rq-tag) = rq-req
                    perform write-one-tag
                end-if
            end-perform

            perform varying rq-claim from 1 by 1
                until rq-claim > rq-claim-count

                if rc-req(rq-claim) = rq-req
                    move rc-test(rq-claim) to rq-test
                    move spaces to report-line
                    evaluate rs-verdict(rq-test)
                        when 'PASS'
                            move 'passed' to rq-outcome
                        when 'FAIL'
                            move 'FAILED' to rq-outcome
                        when other
                            move 'not in the last results'
                                to rq-outcome
                    end-evaluate
                    string '    test  ' delimited by size
                        rs-name(rq-test) delimited by size
                        '  ' delimited by size
                        function trim (rq-outcome) delimited by size
                        into report-line
                    end-string
                    write report-line
                end-if
            end-perform

            move spaces to report-line.
            if rr-flags(rq-req) = spaces
                move '    ok' to report-line
            else
                string '    ** ' delimited by size
                    function trim (rr-flags(rq-req))
                        delimited by size
                    into report-line
                end-string
            end-if.
            write report-line.

            continue.

      ***************************************************************
        write-one-tag section.
            move spaces to rq-outcome.
            evaluate rt-state(rq-tag)
                when 'N'
                    move 'module not linked into this job'
                        to rq-outcome
                when 'F'
                    move 'paragraph not found' to rq-outcome
                when other
                    if rt-run-lines(rq-tag) = 0
                        move 'NEVER RUN' to rq-outcome
                    else
                        move rt-run-lines(rq-tag) to rq-count-edit
                        string 'covered, ' delimited by size
                            function trim (rq-count-edit)
                                delimited by size
                            ' line(s) run' delimited by size
                            into rq-outcome
                        end-string
                    end-if
            end-evaluate

            move spaces to report-line.
            if rt-state(rq-tag) = 'K'
                string '    code  ' delimited by size
                    function trim (rt-module(rq-tag))
                        delimited by size
                    ' ' delimited by size
                    function trim (rt-para(rq-tag))
                        delimited by size
                    '  lines ' delimited by size
                    rt-first-line(rq-tag) delimited by size
                    '-' delimited by size
                    rt-last-line(rq-tag) delimited by size
                    '  ' delimited by size
                    function trim (rq-outcome) delimited by size
                    into report-line
                end-string
            else
                string '    code  ' delimited by size
                    function trim (rt-module(rq-tag))
                        delimited by size
                    ' ' delimited by size
                    function trim (rt-para(rq-tag))
                        delimited by size
                    '  ' delimited by size
                    function trim (rq-outcome) delimited by size
                    into report-line
                end-string
            end-if.
            write report-line.

            continue.
