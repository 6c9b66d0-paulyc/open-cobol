            perform capture-one-env
            move 'COB_GO_TIME_BUDGET' to cc-env-name
            perform capture-one-env
            move 'COB_LOOP_LIMIT' to cc-env-name
            perform capture-one-env
            move 'COB_IDLE_MINUTES' to cc-env-name
            perform capture-one-env
            move 'COB_IDLE_ACTION' to cc-env-name
            perform capture-one-env
            move 'COB_IDLE_WARNING' to cc-env-name
            perform capture-one-env
            move 'COB_TOUR_FILE' to cc-env-name
            perform capture-one-env
            move 'COB_LINE_MODE' to cc-env-name
            perform capture-one-env
            move 'COB_LINE_CONTEXT' to cc-env-name
            perform capture-one-env
            move 'COB_ACCEPT_FILE' to cc-env-name
            perform capture-one-env
            move 'COB_DISPLAY_CAPTURE' to cc-env-name
            perform capture-one-env
            move 'COB_DISPLAY_FILE' to cc-env-name
            perform capture-one-env
            move 'COB_STUB_FILE' to cc-env-name
            perform capture-one-env
            move 'COB_STATE_FILE' to cc-env-name
            perform capture-one-env
            move 'COB_HEARTBEAT_INTERVAL' to cc-env-name
            perform capture-one-env
            move 'COB_PAUSE_SCRIPT_FIELDS' to cc-env-name
            perform capture-one-env
            move 'COB_SCRIPT_REGISTRY' to cc-env-name
            perform capture-one-env
            move 'COB_WPHIST_FILE' to cc-env-name
            perform capture-one-env
            move 'COB_REVIEW_FILE' to cc-env-name
            perform capture-one-env
            move 'COB_LEDGER_FILE' to cc-env-name
            perform capture-one-env
            move 'COB_BEFORE_IMAGE_DIR' to cc-env-name
            perform capture-one-env
            move 'COB_REDIRECT_FILE' to cc-env-name
            perform capture-one-env
            move 'COB_PROFILE' to cc-env-name
            perform capture-one-env
            move 'COB_PROFILE_FILE' to cc-env-name
            perform capture-one-env
            move 'COB_SRC_SUM_FILE' to cc-env-name
            perform capture-one-env
            move 'COB_ANCHOR_FILE' to cc-env-name
            perform capture-one-env
            move 'COB_ANCHOR_REPORT' to cc-env-name
            perform capture-one-env
            move 'COB_SAVE_GENERATIONS' to cc-env-name
            perform capture-one-env
            move 'COB_SRC_LIBRARY' to cc-env-name
            perform capture-one-env
            move 'COB_SESSION_DIR' to cc-env-name
            perform capture-one-env
            move 'COB_COMMAND_FILE' to cc-env-name
            move 'COB_CURRENT_DATE' to cc-env-name
            perform capture-one-env

      * the environment profile the settings above were
      * filled in from, if any
            move 'COB_ENV_PROFILE' to cc-env-name
            perform capture-one-env
            move 'COB_ENV_PROFILE_FILE' to cc-env-name
            perform capture-one-env

      * the redirection profile the file assignments went
      * through, and how many it redirected
            if rd-path not = spaces
                move rd-count to rd-count-edit
                move spaces to cc-record
                string 'REDIRECT;profile=' delimited by size
                    function trim (rd-path) delimited by size
                    ';entries=' delimited by size
                    function trim (rd-count-edit) delimited by size
                    into cc-record
                end-string
                write cc-record
            end-if

            if ep-section not = spaces
                move spaces to cc-record
                string 'PROFILE;section=' delimited by size
                    function trim (ep-section) delimited by size
                    into cc-record
                end-string
                write cc-record

                move spaces to cc-record
                string 'PROFILE;file=' delimited by size
                    function trim (ep-file-path) delimited by size
                    into cc-record
                end-string
                write cc-record

                move spaces to cc-record
                evaluate ep-status
                    when 'A'
                        string 'PROFILE;applied=' delimited by size
                            ep-set-count delimited by size
                            ' set, ' delimited by size
                            ep-kept-count delimited by size
                            ' kept from the environment, '
                                delimited by size
                            ep-problem-count delimited by size
                            ' problem(s)' delimited by size
                            into cc-record
                        end-string
                    when 'M'
                        move 'PROFILE;applied=no such section'
                            to cc-record
                    when other
                        move 'PROFILE;applied=file not readable'
                            to cc-record
                end-evaluate
                write cc-record
            end-if

      * the loaded breakpoint and assertion lists, as
      * resolved -- what the capture's reader actually wants when
      * the env rows above are blank
            end-perform

            continue.

      ***************************************************************
      *** ----------------- fill the environment in from the named
      *** profile section (COB_ENV_PROFILE, gc-envprof) before
      *** do-initialization reads any of it -- a profile asked for
      *** but not found, or with lines it could not take, is said so
      *** on the status line rather than left to surface at 1 a.m.
        apply-environment-profile section.
            call 'gc-envprof' using ep-request
                on exception
                    move space to ep-status
            end-call

            move spaces to status-line.
            evaluate true
                when ep-status = 'F'
                    string 'Profile file ' delimited by size
                        function trim (ep-file-path) delimited by size
                        ' not readable -- no profile applied'
                            delimited by size
                        into status-line
                    end-string
                when ep-status = 'M'
                    string 'No profile [' delimited by size
                        function trim (ep-section) delimited by size
                        '] in ' delimited by size
                        function trim (ep-file-path) delimited by size
                        into status-line
                    end-string
                when ep-status = 'A' and ep-problem-count > 0
                    move ep-problem-line(1) to ep-line-edit
                    string 'Profile [' delimited by size
                        function trim (ep-section) delimited by size
                        '] line ' delimited by size
                        function trim (ep-line-edit) delimited by size
                        ': ' delimited by size
                        function trim (ep-problem-text(1))
                            delimited by size
                        into status-line
                    end-string
                when other
                    exit section
            end-evaluate

            perform show-status-line

            continue.
