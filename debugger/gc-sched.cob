      * everything behind it. A consolidated plan-vs-actual log
      * goes to COB_SCHED_LOG (default gc-sched.log); the return
      * code carries the count of failed jobs.
      * With COB_SCHED_PROFILE=Y every job runs with the profiler
      * on (COB_PROFILE=Y), its report in <name>.prof, and the
      * statements it executed are added to its log line -- the
      * figures gc-perfbase keeps its nightly history from.
      * With a status catalog (COB_STATUS_CATALOG, the same
      * code;meaning;likely-cause;runbook-step file the debugger
      * reads) a job's return code is explained on the line under
      * it -- the job's own NAME:RC=n row first, then the general
      * RC=n row.

        environment division.
        configuration section.
                organization is line sequential
                file status is sched-log-status.

            select prof-file assign to prof-path
                organization is line sequential
                file status is prof-file-status.

            select cat-file assign to cat-path
                organization is line sequential
                file status is cat-file-status.

        data division.
        file section.

        fd  sched-log-file.
            01 sched-log-line       pic x(132).

        fd  prof-file.
            01 prof-line            pic x(200).

        fd  cat-file.
            01 cat-line             pic x(200).

        working-storage section.

            78 SCH-JOB-MAX          value 100.
            01 plan-file-status             pic 99.
            01 sched-log-path               pic x(256) value spaces.
            01 sched-log-status             pic 99.
            01 prof-path                    pic x(256) value spaces.
            01 prof-file-status             pic 99.
            01 cat-path                     pic x(256) value spaces.
            01 cat-file-status              pic 99.

            77 sch-job-count                pic 9(3) value 0.
            01 sch-job-tbl.
                    10 sj-actual-secs        pic 9(6).
                    10 sj-rc                 pic s9(4).
                    10 sj-done-flag          pic 9.
                    10 sj-stmts              pic 9(9).

            01 sch-unstring-ptr             pic 9(5).
            77 sch-index                    pic 9(3) value 0.
            01 sch-system-rc                pic s9(9) binary value 0.
            01 sch-budget-text              pic x(8) value spaces.

      * per-job profiling
            77 sch-profile-flag             pic x value 'N'.
            01 sch-prof-field               pic x(20).
            77 sch-prof-ptr                 pic 9(3) value 0.
            77 sch-prof-n                   pic 9 value 0.

      * return-code meanings
            78 SCH-CAT-MAX          value 100.
            77 sch-cat-count                pic 9(3) value 0.
            01 sch-cat-tbl.
                05 sch-cat-row occurs SCH-CAT-MAX.
                    10 sc-code               pic x(40).
                    10 sc-meaning            pic x(40).
                    10 sc-cause              pic x(60).
                    10 sc-step               pic x(60).
            77 sch-cat-index                pic 9(3) value 0.
            77 sch-cat-found                pic 9(3) value 0.
            01 sch-rc-edit                  pic -(4)9.
            01 sch-cat-key                  pic x(40) value spaces.
            01 sch-meaning-text             pic x(180) value spaces.
            77 sch-meaning-ptr              pic 9(3) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to plan-path.
            accept plan-path from environment 'COB_SCHED_PLAN'
            end-accept.
            compute sch-window-seconds = sch-window-minutes * 60
            end-compute.

            accept sch-profile-flag from environment
                'COB_SCHED_PROFILE' end-accept.
            move function upper-case (sch-profile-flag)
                to sch-profile-flag.
            if sch-profile-flag = 'Y'
                set environment 'COB_PROFILE' to 'Y'
            end-if.

            perform load-plan-file.
            perform load-status-catalog.

            if sch-job-count = 0
                display 'No jobs in plan '
                    move 0 to sj-actual-secs(sch-job-count)
                    move 0 to sj-rc(sch-job-count)
                    move 0 to sj-done-flag(sch-job-count)
                    move 0 to sj-stmts(sch-job-count)
                end-if

                read plan-file end-read
            set environment 'COB_GO_TIME_BUDGET'
                to sch-budget-text.

            if sch-profile-flag = 'Y'
                move spaces to prof-path
                string function trim (sj-name(sch-pick-index))
                    delimited by size
                    '.prof' delimited by size
                    into prof-path
                end-string
                set environment 'COB_PROFILE_FILE' to prof-path
            end-if

            accept sch-time-raw from time end-accept.
            compute sch-job-start =
                sch-hh * 3600 + sch-mm * 60 + sch-ss
                add 86400 to sj-actual-secs(sch-pick-index)
            end-if

      * the shell answers with the wait status -- the job's
      * own return code sits in its high byte
            if sch-system-rc > 255
                divide 256 into sch-system-rc
            end-if

            move sch-system-rc to sj-rc(sch-pick-index).

            if sch-profile-flag = 'Y'
                perform sum-job-profile
            end-if

            if sch-system-rc = 0
                move 'RUN' to sj-status(sch-pick-index)
                add 1 to sch-run-count

            continue.

      ***************************************************************
      *** ----------------- the statements the job executed: the
      *** fifth field of every module;paragraph;line;hundredths;
      *** statements row of its profile report
        sum-job-profile section.
            move 0 to sj-stmts(sch-pick-index).

            open input prof-file.
            if prof-file-status not = 0
                exit section
            end-if

            read prof-file end-read
            perform until prof-file-status not = 0
                move 1 to sch-prof-ptr
                perform varying sch-prof-n from 1 by 1
                    until sch-prof-n > 5

                    move spaces to sch-prof-field
                    unstring prof-line delimited by ';'
                        into sch-prof-field
                        with pointer sch-prof-ptr
                    end-unstring
                end-perform

                if function trim (sch-prof-field) is numeric
                    add function numval (sch-prof-field)
                        to sj-stmts(sch-pick-index)
                end-if

                read prof-file end-read
            end-perform

            close prof-file

            continue.

      ***************************************************************
        compute-remaining-window section.
            accept sch-time-raw from time end-accept.
                    sj-rc(sch-index) delimited by size
                    into sched-log-line
                end-string
                if sch-profile-flag = 'Y'
                    move spaces to sched-log-line(90:)
                    string ' stmts ' delimited by size
                        sj-stmts(sch-index) delimited by size
                        into sched-log-line(90:)
                    end-string
                end-if
                write sched-log-line

                if sj-status(sch-index) not = 'DEFERRED'
                    perform find-rc-meaning
                    if sch-cat-found > 0
                        move spaces to sched-log-line
                        string '      rc ' delimited by size
                            function trim (sch-rc-edit)
                                delimited by size
                            ': ' delimited by size
                            sch-meaning-text delimited by size
                            into sched-log-line
                        end-string
                        write sched-log-line
                    end-if
                end-if
            end-perform

            close sched-log-file

            continue.

      ***************************************************************
        load-status-catalog section.
            move spaces to cat-path.
            accept cat-path from environment 'COB_STATUS_CATALOG'
            end-accept.

            move 0 to sch-cat-count.

            if cat-path = spaces
                exit section
            end-if

            open input cat-file.
            if cat-file-status not = 0
                exit section
            end-if

            read cat-file end-read
            perform until cat-file-status not = 0
                or sch-cat-count >= SCH-CAT-MAX

                if cat-line not = spaces
                    and cat-line(1:1) not = '#'

                    add 1 to sch-cat-count
                    move spaces to sch-cat-row(sch-cat-count)
                    move 1 to sch-unstring-ptr
                    unstring cat-line delimited by ';'
                        into sc-code(sch-cat-count)
                             sc-meaning(sch-cat-count)
                             sc-cause(sch-cat-count)
                             sc-step(sch-cat-count)
                        with pointer sch-unstring-ptr
                    end-unstring
                    move function upper-case
                        (function trim (sc-code(sch-cat-count)))
                        to sc-code(sch-cat-count)
                end-if

                read cat-file end-read
            end-perform

            close cat-file

            continue.

      ***************************************************************
      *** ----------------- the catalog's word on job sch-index's
      *** return code into sch-meaning-text: its own NAME:RC=n
      *** row, else the general RC=n row. sch-cat-found is the
      *** row used, 0 when neither is cataloged
        find-rc-meaning section.
            move 0 to sch-cat-found.
            move spaces to sch-meaning-text.
            move sj-rc(sch-index) to sch-rc-edit.

            if sch-cat-count = 0
                exit section
            end-if

            move spaces to sch-cat-key.
            string function upper-case
                    (function trim (sj-name(sch-index)))
                    delimited by size
                ':RC=' delimited by size
                function trim (sch-rc-edit) delimited by size
                into sch-cat-key
            end-string
            perform find-catalog-key

            if sch-cat-found = 0
                move spaces to sch-cat-key
                string 'RC=' delimited by size
                    function trim (sch-rc-edit) delimited by size
                    into sch-cat-key
                end-string
                perform find-catalog-key
            end-if

            if sch-cat-found = 0
                exit section
            end-if

            move 1 to sch-meaning-ptr.
            string function trim (sc-meaning(sch-cat-found))
                delimited by size
                into sch-meaning-text
                with pointer sch-meaning-ptr
            end-string
            if sc-cause(sch-cat-found) not = spaces
                string ' -- ' delimited by size
                    function trim (sc-cause(sch-cat-found))
                        delimited by size
                    into sch-meaning-text
                    with pointer sch-meaning-ptr
                end-string
            end-if
            if sc-step(sch-cat-found) not = spaces
                string '; runbook: ' delimited by size
                    function trim (sc-step(sch-cat-found))
                        delimited by size
                    into sch-meaning-text
                    with pointer sch-meaning-ptr
                end-string
            end-if

            continue.

      ***************************************************************
        find-catalog-key section.
            perform varying sch-cat-index from 1 by 1
                until sch-cat-index > sch-cat-count

                if sc-code(sch-cat-index) = sch-cat-key
                    move sch-cat-index to sch-cat-found
                    exit perform
                end-if
            end-perform

            continue.
