      * directory-scan service, so the sessions are enumerated from
      * a list file (COB_DAILY_LIST, default gc-daily.lst), one
      * session per line:
      *   name;assert-report;alert-file;coverage-report;state-file;
      *       post-mortem
      * (any part after the name may be left empty). The report
      * (COB_DAILY_REPORT, default gc-daily.report) carries one
      * summary line per session -- final state, assertions
      * passed/failed, alerts raised, budget trips, coverage -- and
      * a detail section per exception: every FAIL assertion line
      * and every alert, quoted as written. A session that left a
      * post-mortem is labelled from gc-abendsig's match file
      * (COB_ABEND_MATCHES, default gc-abend.matches): KNOWN with
      * the issue and its workaround, NEW when no signature in the
      * library matched it, UNMATCHED when gc-abendsig has not
      * looked at it yet.

        environment division.
        configuration section.
            01 artifact-file-status         pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.
            01 matches-path                 pic x(256) value spaces.

            77 dly-session-count            pic 9(2) value 0.
            01 dly-session-tbl.
                    10 ds-alert-path         pic x(256).
                    10 ds-cover-path         pic x(256).
                    10 ds-state-path         pic x(256).
                    10 ds-pm-path            pic x(256).
                    10 ds-abend-tag          pic x(9).
                    10 ds-final-tag          pic x(10).
                    10 ds-assert-pass        pic 9(4).
                    10 ds-assert-fail        pic 9(4).
            77 dly-index                    pic 9(2) value 0.
            77 dly-detail-index             pic 9(3) value 0.
            77 dly-exceptions               pic 9(3) value 0.
            77 dly-line-ptr                 pic 9(3) value 0.

      * parse scratch for the coverage report's
      * "  lines: X  never executed: Y" rows
            77 dly-num-2                    pic 9(7) value 0.
            77 dly-pct                      pic 9(3) value 0.

      * a gc-abendsig match line --
      * path;KNOWN|NEW;issue;workaround;module;line;status
            01 dly-ab-path                  pic x(256).
            01 dly-ab-label                 pic x(9).
            01 dly-ab-issue                 pic x(60).
            01 dly-ab-workaround            pic x(120).
            01 dly-ab-module                pic x(30).
            01 dly-ab-line                  pic x(6).
            01 dly-ab-status                pic x(4).

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to list-path.
            accept list-path from environment 'COB_DAILY_LIST'
            end-accept.
                move 'gc-daily.report' to report-path
            end-if.

            move spaces to matches-path.
            accept matches-path from environment 'COB_ABEND_MATCHES'
            end-accept.
            if matches-path = spaces
                move 'gc-abend.matches' to matches-path
            end-if.

            perform load-daily-list.

            if dly-session-count = 0
                            into ds-state-path(dly-session-count)
                            with pointer dly-unstring-ptr
                        end-unstring
                        move spaces to ds-pm-path(dly-session-count)
                        if dly-unstring-ptr <= length of list-line
                            unstring list-line delimited by ';'
                                into ds-pm-path(dly-session-count)
                                with pointer dly-unstring-ptr
                            end-unstring
                        end-if
                        move spaces
                            to ds-abend-tag(dly-session-count)

                        move spaces
                            to ds-final-tag(dly-session-count)
                perform digest-state-file
            end-if

            if ds-pm-path(dly-index) not = spaces
                move matches-path to artifact-path
                perform digest-abend-matches
            end-if

            continue.

      ***************************************************************

            continue.

      ***************************************************************
      *** ----------------- the session's post-mortem as
      *** gc-abendsig labelled it -- the first line naming it
        digest-abend-matches section.
            move 'UNMATCHED' to ds-abend-tag(dly-index).

            open input artifact-file.

            if artifact-file-status = 0
                read artifact-file end-read
                perform until artifact-file-status not = 0
                    or ds-abend-tag(dly-index) not = 'UNMATCHED'

                    move spaces to dly-ab-path dly-ab-label
                        dly-ab-issue dly-ab-workaround
                        dly-ab-module dly-ab-line dly-ab-status
                    unstring artifact-record delimited by ';'
                        into dly-ab-path dly-ab-label dly-ab-issue
                            dly-ab-workaround dly-ab-module
                            dly-ab-line dly-ab-status
                    end-unstring

                    if dly-ab-path = ds-pm-path(dly-index)
                        move dly-ab-label to ds-abend-tag(dly-index)
                    end-if

                    read artifact-file end-read
                end-perform
                close artifact-file
            end-if

            move spaces to artifact-record.
            evaluate ds-abend-tag(dly-index)
                when 'KNOWN'
                    string 'abend KNOWN ' delimited by size
                        function trim (dly-ab-issue) delimited by size
                        into artifact-record
                    end-string
                    perform keep-detail-line
                    if dly-ab-workaround not = spaces
                        move spaces to artifact-record
                        string '  workaround: ' delimited by size
                            function trim (dly-ab-workaround)
                                delimited by size
                            into artifact-record
                        end-string
                        perform keep-detail-line
                    end-if
                when 'NEW'
                    string 'abend NEW at ' delimited by size
                        function trim (dly-ab-module) delimited by size
                        ' line ' delimited by size
                        dly-ab-line delimited by size
                        ' status ' delimited by size
                        function trim (dly-ab-status) delimited by size
                        ' -- not in the signature library'
                            delimited by size
                        into artifact-record
                    end-string
                    perform keep-detail-line
                when other
                    string 'abend post-mortem ' delimited by size
                        function trim (ds-pm-path(dly-index))
                            delimited by size
                        ' not yet matched' delimited by size
                        into artifact-record
                    end-string
                    perform keep-detail-line
            end-evaluate

            continue.

      ***************************************************************
        keep-detail-line section.
            if dly-detail-count < DLY-DETAIL-MAX
            end-if

            move spaces to report-line.
            move 1 to dly-line-ptr.
            string '  ' delimited by size
                ds-name(dly-index) delimited by size
                ' ' delimited by size
                dly-pct delimited by size
                '%' delimited by size
                into report-line
                with pointer dly-line-ptr
            end-string
            if ds-abend-tag(dly-index) not = spaces
                string ' abend ' delimited by size
                    ds-abend-tag(dly-index) delimited by size
                    into report-line
                    with pointer dly-line-ptr
                end-string
            end-if
            write report-line

            continue.
