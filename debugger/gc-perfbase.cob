        identification division.
        program-id. gc-perfbase.

      * nightly performance baseline -- gc-sched's plan-vs-actual
      * log and the profiler's reports (profiler.cpy,
      * write-profile-report) each describe one night; this keeps
      * the nights. Every run appends the night's figures to a
      * history file: per job its elapsed seconds and statements
      * executed (the RUN lines of COB_SCHED_LOG -- statements are
      * there when gc-sched ran with COB_SCHED_PROFILE=Y), and per
      * paragraph its elapsed hundredths (each job's <name>.prof).
      * Then every job and paragraph whose latest figure is more
      * than COB_PERF_THRESHOLD percent above the median of its own
      * previous COB_PERF_NIGHTS nights is reported, so creep is
      * caught the night it starts, not the night the window blows.
      *   COB_SCHED_LOG        the night's schedule log
      *                        (default gc-sched.log)
      *   COB_PERF_HISTORY     the history file, one
      *                        yyyymmdd;kind;job;item;value row per
      *                        figure (default gc-perfbase.history)
      *                        kinds: JT job seconds, JS job
      *                        statements, PT paragraph hundredths
      *   COB_PERF_DATE        the night being recorded, yyyymmdd
      *                        (default today)
      *   COB_PERF_NIGHTS      the rolling baseline's length
      *                        (default 20)
      *   COB_PERF_MIN_NIGHTS  nights of history a figure needs
      *                        before it is judged (default 5)
      *   COB_PERF_THRESHOLD   percent over the median that flags
      *                        (default 30)
      *   COB_PERF_REPORT      the report (default gc-perfbase.report)
      * A night already in the history is not appended twice. The
      * return code is the number of figures flagged.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select sched-log-file assign to sched-log-path
                organization is line sequential
                file status is sched-log-status.

            select prof-file assign to prof-path
                organization is line sequential
                file status is prof-file-status.

            select history-file assign to history-path
                organization is line sequential
                file status is history-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  sched-log-file.
            01 sched-log-line       pic x(132).

        fd  prof-file.
            01 prof-line            pic x(200).

        fd  history-file.
            01 history-record       pic x(200).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 PB-NIGHT-MAX         value 2000.
            78 PB-KEY-MAX           value 1000.
            78 PB-RING-MAX          value 61.

            01 sched-log-path               pic x(256) value spaces.
            01 sched-log-status             pic 99.
            01 prof-path                    pic x(256) value spaces.
            01 prof-file-status             pic 99.
            01 history-path                 pic x(256) value spaces.
            01 history-file-status          pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

            01 pb-date                      pic x(8) value spaces.
            01 pb-env                       pic x(10) value spaces.
            77 pb-nights                    pic 9(3) value 20.
            77 pb-min-nights                pic 9(3) value 5.
            77 pb-threshold                 pic 9(4) value 30.

      * tonight's figures
            77 pb-night-count               pic 9(5) value 0.
            01 pb-night-tbl.
                05 pb-night-row occurs PB-NIGHT-MAX.
                    10 pn-kind               pic x(2).
                    10 pn-job                pic x(30).
                    10 pn-item               pic x(62).
                    10 pn-value              pic 9(12).
            77 pb-night                     pic 9(5) value 0.
            77 pb-night-dropped             pic 9(5) value 0.
            77 pb-job-count                 pic 9(5) value 0.
            77 pb-already-flag              pic 9 value 0.

      * every figure's recent history, latest last
            77 pb-key-count                 pic 9(5) value 0.
            01 pb-key-tbl.
                05 pb-key-row occurs PB-KEY-MAX.
                    10 pk-kind               pic x(2).
                    10 pk-job                pic x(30).
                    10 pk-item               pic x(62).
                    10 pk-count              pic 9(3).
                    10 pk-last-date          pic x(8).
                    10 pk-ring occurs PB-RING-MAX pic 9(12).
            77 pb-key                       pic 9(5) value 0.
            77 pb-key-dropped               pic 9(7) value 0.
            77 pb-ring-keep                 pic 9(3) value 0.
            77 pb-shift                     pic 9(3) value 0.

      * one history row
            01 ph-date                      pic x(8).
            01 ph-kind                      pic x(2).
            01 ph-job                       pic x(30).
            01 ph-item                      pic x(62).
            01 ph-value-x                   pic x(14).
            77 ph-value                     pic 9(12) value 0.

      * one profile row
            01 pp-module                    pic x(30).
            01 pp-para                      pic x(30).
            01 pp-line                      pic x(10).
            01 pp-time                      pic x(14).

      * the median
            01 pb-sort-tbl.
                05 pb-sort occurs PB-RING-MAX pic 9(12).
            77 pb-sort-count                pic 9(3) value 0.
            77 pb-i                         pic 9(3) value 0.
            77 pb-j                         pic 9(3) value 0.
            77 pb-swap                      pic 9(12) value 0.
            77 pb-median                    pic 9(12)v9 value 0.
            77 pb-latest                    pic 9(12) value 0.
            77 pb-over-pct                  pic 9(7) value 0.
            01 pb-median-edit               pic z(11)9.9.
            01 pb-latest-edit               pic z(11)9.
            01 pb-pct-edit                  pic z(6)9.
            01 pb-nights-edit               pic zz9.

            77 pb-judged-count              pic 9(5) value 0.
            77 pb-young-count               pic 9(5) value 0.
            77 pb-flag-count                pic 9(5) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to sched-log-path.
            accept sched-log-path from environment 'COB_SCHED_LOG'
            end-accept.
            if sched-log-path = spaces
                move 'gc-sched.log' to sched-log-path
            end-if.

            move spaces to history-path.
            accept history-path from environment 'COB_PERF_HISTORY'
            end-accept.
            if history-path = spaces
                move 'gc-perfbase.history' to history-path
            end-if.

            move spaces to report-path.
            accept report-path from environment 'COB_PERF_REPORT'
            end-accept.
            if report-path = spaces
                move 'gc-perfbase.report' to report-path
            end-if.

            move spaces to pb-date.
            accept pb-date from environment 'COB_PERF_DATE'
            end-accept.
            if pb-date = spaces
                accept pb-date from date yyyymmdd end-accept
            end-if.
            if pb-date is not numeric
                display 'COB_PERF_DATE must be yyyymmdd.'
                end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to pb-env.
            accept pb-env from environment 'COB_PERF_NIGHTS'
            end-accept.
            if pb-env not = spaces and function trim (pb-env) is numeric
                move function numval (pb-env) to pb-nights
            end-if.
            if pb-nights < 1 or pb-nights > PB-RING-MAX - 1
                move 20 to pb-nights
            end-if.

            move spaces to pb-env.
            accept pb-env from environment 'COB_PERF_MIN_NIGHTS'
            end-accept.
            if pb-env not = spaces and function trim (pb-env) is numeric
                move function numval (pb-env) to pb-min-nights
            end-if.
            if pb-min-nights < 1
                move 1 to pb-min-nights
            end-if.

            move spaces to pb-env.
            accept pb-env from environment 'COB_PERF_THRESHOLD'
            end-accept.
            if pb-env not = spaces and function trim (pb-env) is numeric
                move function numval (pb-env) to pb-threshold
            end-if.

            perform collect-night-figures.

            perform check-night-recorded.

            if pb-already-flag = 0
                perform append-night-figures
            end-if.

            perform load-history.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform write-report-head.

            perform varying pb-key from 1 by 1
                until pb-key > pb-key-count

                if pk-last-date(pb-key) = pb-date
                    perform judge-one-figure
                end-if
            end-perform.

            perform write-report-totals.

            close report-file.

            display 'Performance baseline: ' pb-flag-count
                ' figure(s) over baseline -- see '
                function trim (report-path) end-display.

            move pb-flag-count to return-code.

            stop run.

      ***************************************************************
      *** ----------------- the RUN lines of the schedule log, in
      *** the fixed columns write-sched-log lays them out in, and
      *** each job's profile report
        collect-night-figures section.
            open input sched-log-file.
            if sched-log-status not = 0
                display 'Cannot open schedule log '
                    function trim (sched-log-path) end-display
                move 99 to return-code
                stop run
            end-if

            read sched-log-file end-read
            perform until sched-log-status not = 0
                if sched-log-line(3:8) = 'RUN'
                    and sched-log-line(47:9) = ' planned '
                    and sched-log-line(62:9) = 's actual '
                    and sched-log-line(71:6) is numeric

                    add 1 to pb-job-count
                    move 'JT' to ph-kind
                    move sched-log-line(17:30) to ph-job
                    move '-' to ph-item
                    move sched-log-line(71:6) to ph-value
                    perform add-night-figure

                    if sched-log-line(90:7) = ' stmts '
                        and sched-log-line(97:9) is numeric

                        move 'JS' to ph-kind
                        move sched-log-line(97:9) to ph-value
                        perform add-night-figure
                    end-if

                    perform collect-job-profile
                end-if

                read sched-log-file end-read
            end-perform

            close sched-log-file

            continue.

      ***************************************************************
        collect-job-profile section.
            move spaces to prof-path.
            string function trim (ph-job) delimited by size
                '.prof' delimited by size
                into prof-path
            end-string.

            open input prof-file.
            if prof-file-status not = 0
                exit section
            end-if

            read prof-file end-read
            perform until prof-file-status not = 0
                move spaces to pp-module
                move spaces to pp-para
                move spaces to pp-line
                move spaces to pp-time
                unstring prof-line delimited by ';'
                    into pp-module pp-para pp-line pp-time
                end-unstring

                if pp-time not = spaces
                    and function trim (pp-time) is numeric
                    and pp-para not = spaces

                    move 'PT' to ph-kind
                    move spaces to ph-item
                    string function trim (pp-module)
                            delimited by size
                        '.' delimited by size
                        function trim (pp-para) delimited by size
                        into ph-item
                    end-string
                    move function numval (pp-time) to ph-value
                    perform add-night-figure
                end-if

                read prof-file end-read
            end-perform

            close prof-file

            continue.

      ***************************************************************
        add-night-figure section.
            if pb-night-count >= PB-NIGHT-MAX
                add 1 to pb-night-dropped
                exit section
            end-if

            add 1 to pb-night-count.
            move ph-kind to pn-kind(pb-night-count).
            move ph-job to pn-job(pb-night-count).
            move ph-item to pn-item(pb-night-count).
            move ph-value to pn-value(pb-night-count).

            continue.

      ***************************************************************
        check-night-recorded section.
            move 0 to pb-already-flag.

            open input history-file.
            if history-file-status not = 0
                exit section
            end-if

            read history-file end-read
            perform until history-file-status not = 0
                or pb-already-flag = 1

                if history-record(1:8) = pb-date
                    move 1 to pb-already-flag
                end-if

                read history-file end-read
            end-perform

            close history-file

            continue.

      ***************************************************************
        append-night-figures section.
            if pb-night-count = 0
                exit section
            end-if

            open extend history-file.
            if history-file-status not = 0
                open output history-file
            end-if

            if history-file-status not = 0
                display 'Cannot append to '
                    function trim (history-path) end-display
                move 99 to return-code
                stop run
            end-if

            perform varying pb-night from 1 by 1
                until pb-night > pb-night-count

                move spaces to history-record
                string pb-date delimited by size
                    ';' delimited by size
                    pn-kind(pb-night) delimited by size
                    ';' delimited by size
                    function trim (pn-job(pb-night))
                        delimited by size
                    ';' delimited by size
                    function trim (pn-item(pb-night))
                        delimited by size
                    ';' delimited by size
                    pn-value(pb-night) delimited by size
                    into history-record
                end-string
                write history-record end-write
            end-perform

            close history-file

            continue.

      ***************************************************************
      *** ----------------- the history, oldest night first, each
      *** figure's ring keeping its last nights+1 values
        load-history section.
            compute pb-ring-keep = pb-nights + 1 end-compute.

            open input history-file.
            if history-file-status not = 0
                exit section
            end-if

            read history-file end-read
            perform until history-file-status not = 0
                move spaces to ph-date
                move spaces to ph-kind
                move spaces to ph-job
                move spaces to ph-item
                move spaces to ph-value-x
                unstring history-record delimited by ';'
                    into ph-date ph-kind ph-job ph-item ph-value-x
                end-unstring

                if ph-value-x not = spaces
                    and function trim (ph-value-x) is numeric
                    and ph-date is numeric

                    move function numval (ph-value-x) to ph-value
                    perform file-history-figure
                end-if

                read history-file end-read
            end-perform

            close history-file

            continue.

      ***************************************************************
        file-history-figure section.
            perform varying pb-key from 1 by 1
                until pb-key > pb-key-count

                if pk-kind(pb-key) = ph-kind
                    and pk-job(pb-key) = ph-job
                    and pk-item(pb-key) = ph-item

                    exit perform
                end-if
            end-perform

            if pb-key > pb-key-count
                if pb-key-count >= PB-KEY-MAX
                    add 1 to pb-key-dropped
                    exit section
                end-if
                add 1 to pb-key-count
                move pb-key-count to pb-key
                move ph-kind to pk-kind(pb-key)
                move ph-job to pk-job(pb-key)
                move ph-item to pk-item(pb-key)
                move 0 to pk-count(pb-key)
            end-if

      * a night's second row for the same figure replaces the
      * first -- one value per figure per night
            if pk-count(pb-key) > 0
                and pk-last-date(pb-key) = ph-date

                move ph-value to pk-ring(pb-key, pk-count(pb-key))
                exit section
            end-if

            if pk-count(pb-key) >= pb-ring-keep
                perform varying pb-shift from 1 by 1
                    until pb-shift >= pk-count(pb-key)

                    move pk-ring(pb-key, pb-shift + 1)
                        to pk-ring(pb-key, pb-shift)
                end-perform
            else
                add 1 to pk-count(pb-key)
            end-if

            move ph-value to pk-ring(pb-key, pk-count(pb-key)).
            move ph-date to pk-last-date(pb-key).

            continue.

      ***************************************************************
      *** ----------------- latest against the median of the
      *** nights before it
        judge-one-figure section.
            compute pb-sort-count = pk-count(pb-key) - 1 end-compute.

            if pb-sort-count < pb-min-nights
                add 1 to pb-young-count
                exit section
            end-if

            add 1 to pb-judged-count.

            perform varying pb-i from 1 by 1
                until pb-i > pb-sort-count

                move pk-ring(pb-key, pb-i) to pb-sort(pb-i)
            end-perform

      * insertion sort -- twenty-odd values at most
            perform varying pb-i from 2 by 1
                until pb-i > pb-sort-count

                move pb-sort(pb-i) to pb-swap
                move pb-i to pb-j
                perform until pb-j < 2
                    or pb-sort(pb-j - 1) <= pb-swap

                    move pb-sort(pb-j - 1) to pb-sort(pb-j)
                    subtract 1 from pb-j
                end-perform
                move pb-swap to pb-sort(pb-j)
            end-perform

            if function mod (pb-sort-count, 2) = 1
                compute pb-i = (pb-sort-count + 1) / 2 end-compute
                move pb-sort(pb-i) to pb-median
            else
                compute pb-i = pb-sort-count / 2 end-compute
                compute pb-median =
                    (pb-sort(pb-i) + pb-sort(pb-i + 1)) / 2
                end-compute
            end-if

            move pk-ring(pb-key, pk-count(pb-key)) to pb-latest.

            if pb-median = 0
                exit section
            end-if

            if pb-latest * 100 > pb-median * (100 + pb-threshold)
                compute pb-over-pct =
                    (pb-latest - pb-median) * 100 / pb-median
                end-compute
                add 1 to pb-flag-count
                perform write-flag-line
            end-if

            continue.

      ***************************************************************
        write-report-head section.
            move 'Nightly performance baseline' to report-line.
            write report-line

            move spaces to report-line
            string '  night ' delimited by size
                pb-date delimited by size
                '  from ' delimited by size
                function trim (sched-log-path) delimited by size
                '  history ' delimited by size
                function trim (history-path) delimited by size
                into report-line
            end-string
            write report-line

            move pb-nights to pb-nights-edit.
            move pb-threshold to pb-pct-edit.
            move spaces to report-line
            string '  flag: more than ' delimited by size
                function trim (pb-pct-edit) delimited by size
                '% over the median of the previous '
                    delimited by size
                function trim (pb-nights-edit) delimited by size
                ' night(s)' delimited by size
                into report-line
            end-string
            write report-line

            if pb-already-flag = 1
                move '  (this night was already in the history -- '
                    & 'not appended again)' to report-line
                write report-line
            end-if

            move spaces to report-line
            write report-line

            move 'Over baseline:' to report-line
            write report-line

            continue.

      ***************************************************************
        write-flag-line section.
            move pb-latest to pb-latest-edit.
            move pb-median to pb-median-edit.
            move pb-over-pct to pb-pct-edit.
            move pb-sort-count to pb-nights-edit.

            move spaces to report-line.
            evaluate pk-kind(pb-key)
                when 'JT'
                    string '  JOB  ' delimited by size
                        pk-job(pb-key) delimited by size
                        ' seconds     ' delimited by size
                        into report-line
                    end-string
                when 'JS'
                    string '  JOB  ' delimited by size
                        pk-job(pb-key) delimited by size
                        ' statements  ' delimited by size
                        into report-line
                    end-string
                when other
                    string '  PARA ' delimited by size
                        pk-job(pb-key) delimited by size
                        ' hundredths  ' delimited by size
                        function trim (pk-item(pb-key))
                            delimited by size
                        into report-line
                    end-string
            end-evaluate.
            write report-line.

            move spaces to report-line.
            string '         latest ' delimited by size
                function trim (pb-latest-edit) delimited by size
                '  median ' delimited by size
                function trim (pb-median-edit) delimited by size
                ' over ' delimited by size
                function trim (pb-nights-edit) delimited by size
                ' night(s)  +' delimited by size
                function trim (pb-pct-edit) delimited by size
                '%' delimited by size
                into report-line
            end-string.
            write report-line.

            continue.

      ***************************************************************
        write-report-totals section.
            if pb-flag-count = 0
                move '  (none)' to report-line
                write report-line
            end-if

            move spaces to report-line
            write report-line

            move spaces to report-line.
            string 'Jobs tonight: ' delimited by size
                pb-job-count delimited by size
                '  figures recorded: ' delimited by size
                pb-night-count delimited by size
                '  judged: ' delimited by size
                pb-judged-count delimited by size
                '  too new to judge: ' delimited by size
                pb-young-count delimited by size
                '  flagged: ' delimited by size
                pb-flag-count delimited by size
                into report-line
            end-string
            write report-line.

            if pb-night-dropped > 0 or pb-key-dropped > 0
                move spaces to report-line
                string '  ' delimited by size
                    pb-night-dropped delimited by size
                    ' figure(s) past the night table and '
                        delimited by size
                    pb-key-dropped delimited by size
                    ' history row(s) past the figure table were '
                        delimited by size
                    'not used' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            continue.
