      * 6 p.m. instead of a half-failed session at 1 a.m. Given
      * the planned environment (the same COB_* variables the
      * night's session will run under), verify:
      *   - the named environment profile (COB_ENV_PROFILE, in
      *     COB_ENV_PROFILE_FILE) exists and every line of its
      *     section is a setting gc-envprof can apply -- the section
      *     is applied first, so every check below runs against the
      *     settings it gives
      *   - every configured output path is creatable or
      *     appendable (state, alert, trace, response files) --
      *     existing files are probed with a non-destructive
      *     flush-source-sums) still match each module's source,
      *     recomputed with the same arithmetic, for every module
      *     linked into this job
      *   - when COB_DRIFT_LIST names the layout exports of a
      *     shared record, that no module's copy of it has drifted
      *     (gc-layoutdrift, run as COB_DRIFT_CMD)
      *   - when COB_CTLTOT_FILE names the night's input feed, that
      *     its header and trailer control totals balance
      *     (gc-ctltot, run as COB_CTLTOT_CMD)
      *   - when COB_REDIRECT_FILE names a file assignment
      *     redirection profile, that it reads and that every test
      *     copy it redirects a file to exists
      * Findings go to COB_PREFLIGHT_REPORT (default
      * gc-preflight.report) and the return code carries their
      * count -- nonzero stops the schedule before the window does.
            01 pf-unstring-ptr              pic 9(4).
            01 pf-token-1                   pic x(40).
            01 pf-token-2                   pic x(40).
            01 pf-redirect-target           pic x(200).
      * the most entries the debugger's profile table holds
      * (RD-MAX) -- a longer profile and the session will not start
            78 PF-REDIRECT-MAX              value 50.
            77 pf-redirect-count            pic 9(5) value 0.
            77 pf-redirect-limit            pic 9(3)
                value PF-REDIRECT-MAX.
            77 pf-line-number               pic 9(7) value 0.
            77 pf-equal-count               pic 9(3) value 0.

            77 pf-scan-line                 pic 9(6) value 0.
            77 pf-linked-flag               pic 9 value 0.

      * the layout drift check, run as its own job step
            01 pf-drift-list                pic x(256) value spaces.
            01 pf-drift-cmd                 pic x(256) value spaces.
            01 pf-drift-report              pic x(256) value spaces.
            01 pf-system-cmd                pic x(600) value spaces.
            77 pf-drift-rc                  pic s9(9) binary value 0.

      * the feed's control totals, likewise
            01 pf-ctltot-file               pic x(256) value spaces.
            01 pf-ctltot-cmd                pic x(256) value spaces.
            01 pf-ctltot-report             pic x(256) value spaces.
            77 pf-ctltot-rc                 pic s9(9) binary value 0.

      * the environment profile, applied through gc-envprof
            copy "envprof.cpy".
            77 pf-problem-index             pic 9(4) value 0.
            01 pf-line-edit                 pic z(5)9.

        procedure division.
            move spaces to report-path.
            accept report-path from environment
            move 'Pre-flight findings:' to report-line.
            write report-line.

            perform check-environment-profile.

      * the output paths the night's session will write
            move 'COB_STATE_FILE' to pf-env-name.
            move 'gc-debugger.state' to pf-default-name.

            perform check-source-fingerprints.

            perform check-layout-drift.

            perform check-control-totals.

            perform check-redirect-profile.

            move spaces to report-line
            write report-line.


            continue.

      ***************************************************************
      *** ----------------- apply COB_ENV_PROFILE's section the way
      *** the session will, and make a finding of a missing file or
      *** section and of every line gc-envprof could not take
        check-environment-profile section.
            call 'gc-envprof' using ep-request
                on exception
                    move space to ep-status
            end-call

            if ep-status = space
                exit section
            end-if

            add 1 to pf-checked-count.
            move spaces to pf-what.
            string 'profile [' delimited by size
                function trim (ep-section) delimited by size
                ']' delimited by size
                into pf-what
            end-string

            evaluate ep-status
                when 'F'
                    move spaces to pf-finding-text
                    string function trim (ep-file-path)
                            delimited by size
                        ' is not readable' delimited by size
                        into pf-finding-text
                    end-string
                    perform note-finding
                when 'M'
                    move spaces to pf-finding-text
                    string 'no such section in ' delimited by size
                        function trim (ep-file-path)
                            delimited by size
                        into pf-finding-text
                    end-string
                    perform note-finding
                when other
                    perform varying pf-problem-index from 1 by 1
                        until pf-problem-index > ep-problem-count

                        move ep-problem-line(pf-problem-index)
                            to pf-line-edit
                        move spaces to pf-finding-text
                        string 'line ' delimited by size
                            function trim (pf-line-edit)
                                delimited by size
                            ': ' delimited by size
                            function trim
                                (ep-problem-text(pf-problem-index))
                                delimited by size
                            into pf-finding-text
                        end-string
                        perform note-finding
                    end-perform

                    move spaces to report-line
                    string '  ' delimited by size
                        function trim (pf-what) delimited by size
                        ' of ' delimited by size
                        function trim (ep-file-path)
                            delimited by size
                        ': ' delimited by size
                        ep-set-count delimited by size
                        ' set, ' delimited by size
                        ep-kept-count delimited by size
                        ' left to the environment' delimited by size
                        into report-line
                    end-string
                    write report-line
            end-evaluate

            continue.

      ***************************************************************
        resolve-check-path section.
            move spaces to check-path.

            continue.

      ***************************************************************
      *** ----------------- the shared record's layout exports
      *** compared across modules -- gc-layoutdrift's return code
      *** is its count of differences
        check-layout-drift section.
            move spaces to pf-drift-list.
            accept pf-drift-list from environment 'COB_DRIFT_LIST'
            end-accept.
            if pf-drift-list = spaces
                exit section
            end-if

            add 1 to pf-checked-count.
            move 'layout drift' to pf-what.

            move spaces to pf-drift-cmd.
            accept pf-drift-cmd from environment 'COB_DRIFT_CMD'
            end-accept.
            if pf-drift-cmd = spaces
                move 'gc-layoutdrift' to pf-drift-cmd
            end-if

            move spaces to pf-drift-report.
            accept pf-drift-report from environment
                'COB_DRIFT_REPORT' end-accept.
            if pf-drift-report = spaces
                move 'gc-layoutdrift.report' to pf-drift-report
            end-if

            move spaces to pf-system-cmd.
            string function trim (pf-drift-cmd) delimited by size
                into pf-system-cmd
            end-string

            call "SYSTEM" using pf-system-cmd
                returning pf-drift-rc
                on exception
                    move -1 to pf-drift-rc
            end-call

      * the shell answers with the wait status -- gc-layoutdrift's
      * own return code sits in its high byte
            if pf-drift-rc > 255
                divide 256 into pf-drift-rc
            end-if

            evaluate true
                when pf-drift-rc = 0
                    continue
                when pf-drift-rc < 0
                    move spaces to pf-finding-text
                    string 'could not run ' delimited by size
                        function trim (pf-drift-cmd)
                            delimited by size
                        into pf-finding-text
                    end-string
                    perform note-finding
                when pf-drift-rc = 99
                    move spaces to pf-finding-text
                    string 'layouts not compared -- module list or '
                            delimited by size
                        'a layout file missing' delimited by size
                        into pf-finding-text
                    end-string
                    perform note-finding
                when other
                    move spaces to pf-finding-text
                    string 'shared record layouts differ '
                            delimited by size
                        'between modules -- see ' delimited by size
                        function trim (pf-drift-report)
                            delimited by size
                        into pf-finding-text
                    end-string
                    perform note-finding
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- the input feed balanced against its own
      *** header and trailer -- gc-ctltot's return code is its
      *** count of failures, 99 when it could not check at all
        check-control-totals section.
            move spaces to pf-ctltot-file.
            accept pf-ctltot-file from environment 'COB_CTLTOT_FILE'
            end-accept.
            if pf-ctltot-file = spaces
                exit section
            end-if

            add 1 to pf-checked-count.
            move 'control totals' to pf-what.

            move spaces to pf-ctltot-cmd.
            accept pf-ctltot-cmd from environment 'COB_CTLTOT_CMD'
            end-accept.
            if pf-ctltot-cmd = spaces
                move 'gc-ctltot' to pf-ctltot-cmd
            end-if

            move spaces to pf-ctltot-report.
            accept pf-ctltot-report from environment
                'COB_CTLTOT_REPORT' end-accept.
            if pf-ctltot-report = spaces
                move 'gc-ctltot.report' to pf-ctltot-report
            end-if

            move spaces to pf-system-cmd.
            string function trim (pf-ctltot-cmd) delimited by size
                into pf-system-cmd
            end-string

            call "SYSTEM" using pf-system-cmd
                returning pf-ctltot-rc
                on exception
                    move -1 to pf-ctltot-rc
            end-call

      * the shell answers with the wait status -- gc-ctltot's
      * own return code sits in its high byte
            if pf-ctltot-rc > 255
                divide 256 into pf-ctltot-rc
            end-if

            evaluate true
                when pf-ctltot-rc = 0
                    continue
                when pf-ctltot-rc < 0
                    move spaces to pf-finding-text
                    string 'could not run ' delimited by size
                        function trim (pf-ctltot-cmd)
                            delimited by size
                        into pf-finding-text
                    end-string
                    perform note-finding
                when pf-ctltot-rc = 99
                    move spaces to pf-finding-text
                    string 'feed not checked -- layout set or rules '
                            delimited by size
                        'missing for ' delimited by size
                        function trim (pf-ctltot-file)
                            delimited by size
                        into pf-finding-text
                    end-string
                    perform note-finding
                when other
                    move spaces to pf-finding-text
                    string 'feed does not balance to its trailer '
                            delimited by size
                        '-- see ' delimited by size
                        function trim (pf-ctltot-report)
                            delimited by size
                        into pf-finding-text
                    end-string
                    perform note-finding
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- the file assignment redirection
      *** profile -- name;path lines, every path already there: a
      *** missing test copy means the session either fails at the
      *** OPEN or, worse, creates a stray file the next run trusts
        check-redirect-profile section.
            move spaces to check-path.
            accept check-path from environment 'COB_REDIRECT_FILE'
            end-accept.

            if check-path = spaces
                exit section
            end-if

            add 1 to pf-checked-count.
            move 'redirection profile' to pf-what.
            move 0 to pf-line-number.
            move 0 to pf-redirect-count.

            open input check-file.
            if check-file-status not = 0
                move spaces to pf-finding-text
                string function trim (check-path)
                        delimited by size
                    ' is not readable' delimited by size
                    into pf-finding-text
                end-string
                perform note-finding
                exit section
            end-if

            read check-file end-read
            perform until check-file-status not = 0
                add 1 to pf-line-number

                if check-record not = spaces
                    and check-record(1:1) not = '#'

                    move spaces to pf-token-1
                    move spaces to pf-redirect-target
                    unstring check-record delimited by ';'
                        into pf-token-1 pf-redirect-target
                    end-unstring

                    if pf-token-1 = spaces
                        or pf-redirect-target = spaces

                        move spaces to pf-finding-text
                        string 'record ' delimited by size
                            pf-line-number delimited by size
                            ' is not name;path' delimited by size
                            into pf-finding-text
                        end-string
                        perform note-finding
                    else
                        add 1 to pf-redirect-count
                        move function trim (pf-redirect-target)
                            to probe-path
                        call 'CBL_CHECK_FILE_EXIST'
                            using probe-path pf-file-info
                            returning pf-call-rc
                        end-call
                        if pf-call-rc not = 0
                            move spaces to pf-finding-text
                            string function trim (pf-token-1)
                                    delimited by size
                                ' -> ' delimited by size
                                function trim (pf-redirect-target)
                                    delimited by size
                                ' does not exist' delimited by size
                                into pf-finding-text
                            end-string
                            perform note-finding
                        end-if
                    end-if
                end-if

                read check-file end-read
            end-perform

            close check-file

            if pf-redirect-count > PF-REDIRECT-MAX
                move spaces to pf-finding-text
                string pf-redirect-count delimited by size
                    ' entries, the debugger takes ' delimited by size
                    pf-redirect-limit delimited by size
                    ' -- the session will not start' delimited by size
                    into pf-finding-text
                end-string
                perform note-finding
            end-if

            continue.

      ***************************************************************
      *** ----------------- the exact arithmetic of
      *** compute-source-fingerprint: per line, a position-weighted
