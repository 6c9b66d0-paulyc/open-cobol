      * redirect.cpy
      * file assignment redirection -- COB_REDIRECT_FILE names a
      * profile of
      *   <assign-name>;<physical path>
      * lines ('#' starts a comment) loaded once at session start.
      * Each name is exported as DD_<name>, the first place the
      * run-time looks when it resolves an ASSIGN name at OPEN
      * time, so the debuggee's files land on the test copies
      * without anyone hand-exporting a variable per file. A
      * profile can cover a file with its real path, to say that
      * is intended. The profile applied goes into the
      * configuration capture (confcap.cpy) and the session
      * manifest (sessarch.cpy); gc-preflight checks that every
      * path it names exists.
      * With a profile applied, the first OPEN of a file it does
      * not cover -- one still resolving to its real, production,
      * path -- is a warning: on the status line in a step, a
      * pause before the OPEN runs in a GO-MODE run, and a
      * REDIRECT-MISS line in the log either way.
      * A profile with more entries than RD-MAX cannot be applied
      * whole, and a part-applied one would leave files on their
      * production paths -- the session does not start.

      ***************************************************************
        load-redirect-profile section.
            move spaces to rd-path.
            accept rd-path from environment 'COB_REDIRECT_FILE'
            end-accept.

            move 0 to rd-count.
            initialize rd-warned-tbl.

            if rd-path = spaces
                exit section
            end-if

      * a profile that cannot be read redirects nothing, so
      * every file's first OPEN is warned about
            move 0 to rd-over-flag.
            open input rd-file.
            if rd-file-status = 0
                read rd-file end-read
                perform until rd-file-status not = 0
                    or rd-over-flag = 1

                    if rd-record not = spaces
                        and rd-record(1:1) not = '#'

                        if rd-count >= RD-MAX
                            move 1 to rd-over-flag
                        else
                            perform take-redirect-line
                        end-if
                    end-if

                    read rd-file end-read
                end-perform

                close rd-file
            end-if

            if rd-over-flag = 1
                move RD-MAX to rd-count-edit
       >> IF ENABLE-LOGGING DEFINED
                if cob-anim-logging = 'Y'
                    move spaces to tmp-log-line
                    string 'REDIRECT;' delimited by size
                        function trim (rd-path) delimited by size
                        ';more than ' delimited by size
                        function trim (rd-count-edit)
                            delimited by size
                        ' entries -- not started' delimited by size
                        into tmp-log-line
                    end-string
                    perform log-msg
                end-if
       >> END-IF
                display 'Redirection profile '
                    function trim (rd-path) ' has more than '
                    function trim (rd-count-edit)
                    ' entries -- not started, split the profile'
                end-display
                move 99 to return-code
                stop run
            end-if

       >> IF ENABLE-LOGGING DEFINED
            if cob-anim-logging = 'Y'
                move rd-count to rd-count-edit
                move spaces to tmp-log-line
                string 'REDIRECT;' delimited by size
                    function trim (rd-path) delimited by size
                    ';' delimited by size
                    function trim (rd-count-edit) delimited by size
                    ' entries' delimited by size
                    into tmp-log-line
                end-string
                perform log-msg
            end-if
       >> END-IF

            continue.

      ***************************************************************
      *** ----------------- one name;path line -- kept, and
      *** exported for the run-time to find
        take-redirect-line section.
            move spaces to rd-stage-name.
            move spaces to rd-stage-path.
            unstring rd-record delimited by ';'
                into rd-stage-name rd-stage-path
            end-unstring.

            if rd-stage-name = spaces or rd-stage-path = spaces
                exit section
            end-if

            add 1 to rd-count.
            move function upper-case (function trim (rd-stage-name))
                to rd-name(rd-count).
            move function trim (rd-stage-path) to rd-target(rd-count).

            move spaces to rd-env-name.
            string 'DD_' delimited by size
                function trim (rd-stage-name) delimited by size
                into rd-env-name
            end-string.
            set environment rd-env-name to rd-target(rd-count).

            continue.

      ***************************************************************
      *** ----------------- called at the end of
      *** resolve-io-physical: file ia-index's assignment, or the
      *** name it resolved to, in the profile? Only a name the
      *** run-time maps through the environment can be redirected
      *** -- a literal or value with a directory in it is used as
      *** it stands.
        apply-assign-redirect section.
            move 0 to rd-hit-index.

            move 0 to rd-slash-count.
            inspect ia-assign(ia-index)
                tallying rd-slash-count for all '/'.
            if rd-slash-count = 0
                move function upper-case (ia-assign(ia-index))
                    to rd-want-name
                perform find-redirect-name
            end-if

      * a data item's value goes through the same mapping
            if rd-hit-index = 0
                move 0 to rd-slash-count
                inspect ia-physical(ia-index)
                    tallying rd-slash-count for all '/'
                if rd-slash-count = 0
                    move function upper-case (ia-physical(ia-index))
                        to rd-want-name
                    perform find-redirect-name
                end-if
            end-if

            if rd-hit-index not = 0
                move rd-target(rd-hit-index) to ia-physical(ia-index)
            end-if

            continue.

      ***************************************************************
        find-redirect-name section.
            perform varying rd-index from 1 by 1
                until rd-index > rd-count
                or rd-hit-index not = 0

                if rd-name(rd-index) = rd-want-name
                    move rd-index to rd-hit-index
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- an OPEN of file ia-index under a
      *** profile -- the first one of a file the profile leaves on
      *** its real path raises rd-miss-flag for the caller
        check-redirect-coverage section.
            if rd-warned(ia-index) = 1
                exit section
            end-if

            perform resolve-io-physical.
            if rd-hit-index not = 0
                exit section
            end-if

            move 1 to rd-warned(ia-index).
            move 1 to rd-miss-flag.
            move ia-index to rd-miss-index.

       >> IF ENABLE-LOGGING DEFINED
            if cob-anim-logging = 'Y'
                move spaces to tmp-log-line
                string 'REDIRECT-MISS;' delimited by size
                    function trim (cobol-src-name) delimited by size
                    ';' delimited by size
                    function trim (ia-file(ia-index))
                        delimited by size
                    ';' delimited by size
                    function trim (ia-physical(ia-index))
                        delimited by size
                    into tmp-log-line
                end-string
                perform log-msg
            end-if
       >> END-IF

            continue.

      ***************************************************************
        show-redirect-miss section.
            move spaces to status-line.
            string 'WARNING: ' delimited by size
                function trim (ia-file(rd-miss-index))
                    delimited by size
                ' opens ' delimited by size
                function trim (ia-physical(rd-miss-index))
                    delimited by size
                ' -- not in redirection profile' delimited by size
                into status-line
            end-string.
            perform display-status-error.

            continue.

      ***************************************************************
      *** ----------------- a GO-MODE run is about to OPEN a file
      *** the profile doesn't cover -- stop short of it, the way
      *** pause-on-go-budget stops, so the analyst can decide
      *** before anything is written (G to press on)
        pause-on-redirect-miss section.
            set SINGLE-STEP-MODE to true.
            move 0 to step-over-stack-top.

            move spaces to go-progress-footer.
            perform show-animator-screen
            perform display-active-line.
            perform display-current-breakpoints.

            move 'PAUSED' to state-tag.
            perform publish-run-state.

            perform show-redirect-miss.

            continue.
