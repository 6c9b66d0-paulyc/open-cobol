        identification division.
        program-id. gc-jobtrace.

      * job-level trace -- stitches the trace captures of every
      * step of a multi-step job into one timeline. Each step is
      * its own run of the debugger with its own capture, so a
      * record that goes wrong in step 3 because step 1 wrote it
      * wrong means reading three captures side by side; this
      * merges them, in step order, into one job capture that
      * every trace reader accepts. The run-time has no directory
      * scan, so the steps come from a list (COB_JOB_STEPS,
      * default gc-jobtrace.steps), one per line, in run order:
      *   step;capture[;T|P]
      * -- the step's name and its capture, text (T) or packed by
      * gc-tracepack (P; taken as the default for a name ending in
      * ".gct"). The job capture opens with JOBHDR;job;steps, and
      * each step's records follow a STEP;n;step;capture marker.
      * The capture's FILEIO records (every OPEN and CLOSE, with
      * the physical file behind it) say where one step hands a
      * file to the next: where a step opens INPUT, I-O or EXTEND
      * a physical file an earlier step closed after writing it, a
      *   HANDOFF;from-step;to-step;file;from-module;to-module
      * marker goes in ahead of the OPEN. gc-replay walks the job
      * capture across the step boundaries; gc-tracerpt and
      * gc-coverage read it as they read any capture. The report
      * gives the steps, the hand-offs, the job's most-executed
      * lines and, per module, the distinct lines reached and the
      * steps that ran it.
      *   COB_JOB_STEPS    the step list
      *   COB_JOB_NAME     the job's name (default the step list)
      *   COB_JOB_TRACE    the job capture
      *                    (default gc-jobtrace.trace)
      *   COB_JOB_REPORT   the report (default gc-jobtrace.report)
      * The return code is 4 when a step's capture could not be
      * read (the step is still marked, with no records).

        environment division.
        configuration section.
        input-output section.
        file-control.

            select step-list-file assign to step-list-path
                organization is line sequential
                file status is step-list-status.

            select trace-file assign to trace-path
                organization is line sequential
                file status is trace-file-status.

      * a packed step capture, and its ".ver" companion
            select pack-file assign to pack-path
                organization is relative
                access mode is sequential
                relative key is pack-rec-number
                file status is pack-file-status.

            select pack-ver-file assign to pack-ver-path
                organization is line sequential
                file status is pack-ver-status.

            select job-file assign to job-path
                organization is line sequential
                file status is job-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  step-list-file.
            01 step-list-line       pic x(300).

        fd  trace-file.
            01 trace-line           pic x(200).

        fd  pack-file.
            01 pack-record.
                05 gct-kind             pic x.
                05 gct-module           pic x(30).
                05 gct-line             pic 9(6).
                05 gct-hit-kind         pic x(5).
                05 gct-hit-name         pic x(30).

        fd  pack-ver-file.
            01 pack-ver-record      pic x(200).

        fd  job-file.
            01 job-record           pic x(200).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 JT-STEP-MAX          value 20.
            78 JT-LINE-MAX          value 5000.
            78 JT-MODULE-MAX        value 50.
            78 JT-OUTPUT-MAX        value 200.
            78 JT-HANDOFF-MAX       value 200.
            78 JT-VER-MAX           value 2000.
            78 JT-TOP-N             value 20.

            01 step-list-path               pic x(256) value spaces.
            01 step-list-status             pic 99.
            01 trace-path                   pic x(256) value spaces.
            01 trace-file-status            pic 99.
            01 pack-path                    pic x(256) value spaces.
            01 pack-file-status             pic 99.
            01 pack-rec-number              pic 9(9).
            01 pack-ver-path                pic x(260) value spaces.
            01 pack-ver-status              pic 99.
            01 job-path                     pic x(256) value spaces.
            01 job-file-status              pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.
            01 jt-job-name                  pic x(40) value spaces.

      * the steps, in run order -- R read, M capture missing,
      * B not a packed capture
            77 jt-step-count                pic 9(3) value 0.
            77 jt-step-index                pic 9(3) value 0.
            01 jt-step-tbl.
                05 jt-step-row occurs JT-STEP-MAX.
                    10 js-name               pic x(30).
                    10 js-path               pic x(256).
                    10 js-format             pic x.
                    10 js-state              pic x.
                    10 js-stmts              pic 9(9).
                    10 js-hits               pic 9(6).
                    10 js-opens              pic 9(5).
                    10 js-closes             pic 9(5).
                    10 js-handoffs           pic 9(4).

      * every physical file a step closed after writing it --
      * the latest step to do so, and the module that did
            77 jt-output-count              pic 9(3) value 0.
            77 jt-output-index              pic 9(3) value 0.
            77 jt-output-found              pic 9(3) value 0.
            01 jt-output-tbl.
                05 jt-output-row occurs JT-OUTPUT-MAX.
                    10 jo-physical           pic x(100).
                    10 jo-step               pic 9(3).
                    10 jo-module             pic x(30).

      * the hand-offs found, one row a producer, consumer and
      * file, with the number of OPENs that took it
            77 jt-handoff-count             pic 9(3) value 0.
            77 jt-handoff-index             pic 9(3) value 0.
            77 jt-handoff-found             pic 9(3) value 0.
            01 jt-handoff-tbl.
                05 jt-handoff-row occurs JT-HANDOFF-MAX.
                    10 jh-from               pic 9(3).
                    10 jh-to                 pic 9(3).
                    10 jh-physical           pic x(100).
                    10 jh-from-module        pic x(30).
                    10 jh-to-module          pic x(30).
                    10 jh-opens              pic 9(5).
            77 jt-handoff-total             pic 9(5) value 0.

      * the job's statements per module, and which steps ran it
            77 jt-module-count              pic 9(3) value 0.
            77 jt-module-index              pic 9(3) value 0.
            77 jt-module-found              pic 9(3) value 0.
            01 jt-module-tbl.
                05 jt-module-row occurs JT-MODULE-MAX.
                    10 jm-name               pic x(30).
                    10 jm-stmts              pic 9(9).
                    10 jm-lines              pic 9(6).
                    10 jm-step-flag occurs JT-STEP-MAX pic x.

      * the job's statements per distinct line -- lines past
      * the cap still count in their module, not in the ranking
            77 jt-line-count                pic 9(4) value 0.
            77 jt-line-index                pic 9(4) value 0.
            77 jt-line-found                pic 9(4) value 0.
            01 jt-line-tbl.
                05 jt-line-row occurs JT-LINE-MAX.
                    10 jl-module             pic x(30).
                    10 jl-line               pic 9(6).
                    10 jl-count              pic 9(9).
                    10 jl-first-step         pic 9(3).
                    10 jl-last-step          pic 9(3).
            77 jt-dropped-lines             pic 9(9) value 0.

      * a packed step's FILEIO records, each with the number
      * of the statement record it stands before
            77 jt-ver-count                 pic 9(4) value 0.
            77 jt-ver-index                 pic 9(4) value 0.
            01 jt-ver-tbl.
                05 jt-ver-row occurs JT-VER-MAX.
                    10 jv-position           pic 9(9).
                    10 jv-record             pic x(200).

            77 jt-stmt-total                pic 9(9) value 0.
            77 jt-hit-total                 pic 9(6) value 0.
            77 jt-record-total              pic 9(9) value 0.
            77 jt-unread-count              pic 9(3) value 0.
            77 jt-seq                       pic 9(9) value 0.

      * record parse scratch
            01 jt-record                    pic x(200).
            01 jt-token-1                   pic x(30).
            01 jt-unstring-ptr              pic 9(5).
            01 jt-rec-module                pic x(30).
            01 jt-rec-line                  pic 9(6).
            01 jt-io-verb                   pic x(7).
            01 jt-io-module                 pic x(30).
            01 jt-io-line                   pic x(6).
            01 jt-io-file                   pic x(40).
            01 jt-io-mode                   pic x(6).
            01 jt-io-physical               pic x(100).
            01 jt-list-name                 pic x(30).
            01 jt-list-path                 pic x(256).
            01 jt-list-format               pic x(10).
            77 jt-path-len                  pic 9(3) value 0.
            77 jt-char-pos                  pic 9(3) value 0.
            01 jt-step-edit                 pic 99.
            01 jt-step-edit-2               pic 99.

      * report scratch
            77 jt-rank                      pic 9(3) value 0.
            77 jt-best-index                pic 9(4) value 0.
            77 jt-best-count                pic 9(9) value 0.
            01 jt-count-edit                pic z(8)9.
            01 jt-count-edit-2              pic z(8)9.
            01 jt-count-edit-3              pic z(8)9.
            01 jt-line-edit                 pic z(5)9.
            01 jt-small-edit                pic zzzz9.
            01 jt-small-edit-2              pic zzzz9.
            01 jt-small-edit-3              pic zzzz9.
            01 jt-steps-text                pic x(70).
            77 jt-text-ptr                  pic 9(3) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to step-list-path.
            accept step-list-path from environment 'COB_JOB_STEPS'
            end-accept.
            if step-list-path = spaces
                move 'gc-jobtrace.steps' to step-list-path
            end-if.

            move spaces to jt-job-name.
            accept jt-job-name from environment 'COB_JOB_NAME'
            end-accept.
            if jt-job-name = spaces
                move step-list-path to jt-job-name
            end-if.

            move spaces to job-path.
            accept job-path from environment 'COB_JOB_TRACE'
            end-accept.
            if job-path = spaces
                move 'gc-jobtrace.trace' to job-path
            end-if.

            move spaces to report-path.
            accept report-path from environment 'COB_JOB_REPORT'
            end-accept.
            if report-path = spaces
                move 'gc-jobtrace.report' to report-path
            end-if.

            perform load-step-list.

            if jt-step-count = 0
                display 'No steps listed in '
                    function trim (step-list-path) end-display
                move 99 to return-code
                stop run
            end-if.

            open output job-file.
            if job-file-status not = 0
                display 'Cannot open job capture '
                    function trim (job-path) end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to job-record.
            string 'JOBHDR;' delimited by size
                function trim (jt-job-name) delimited by size
                ';' delimited by size
                jt-step-count delimited by size
                into job-record
            end-string.
            write job-record.

            perform varying jt-step-index from 1 by 1
                until jt-step-index > jt-step-count

                perform merge-one-step
            end-perform.

            close job-file.

            perform write-job-report.

            display 'Job capture of ' jt-step-count ' step(s) '
                'written to ' function trim (job-path) end-display.
            display 'Job report written to '
                function trim (report-path) end-display.

            if jt-unread-count > 0
                move 4 to return-code
            end-if.

            stop run.

      ***************************************************************
      *** ----------------- the step list -- step;capture[;T|P],
      *** blank and '#' lines skipped
        load-step-list section.
            move 0 to jt-step-count.

            open input step-list-file.
            if step-list-status not = 0
                exit section
            end-if

            read step-list-file end-read
            perform until step-list-status not = 0
                or jt-step-count >= JT-STEP-MAX

                if step-list-line not = spaces
                    and step-list-line(1:1) not = '#'

                    move spaces to jt-list-name jt-list-path
                        jt-list-format
                    move 1 to jt-unstring-ptr
                    unstring step-list-line delimited by ';'
                        into jt-list-name
                        with pointer jt-unstring-ptr
                    end-unstring
                    unstring step-list-line delimited by ';'
                        into jt-list-path
                        with pointer jt-unstring-ptr
                    end-unstring
                    unstring step-list-line delimited by ';'
                        into jt-list-format
                        with pointer jt-unstring-ptr
                    end-unstring

                    if jt-list-path not = spaces
                        add 1 to jt-step-count
                        initialize jt-step-row(jt-step-count)
                        move jt-list-name to js-name(jt-step-count)
                        move jt-list-path to js-path(jt-step-count)
                        perform take-step-format
                    end-if
                end-if

                read step-list-file end-read
            end-perform

            close step-list-file

            continue.

      ***************************************************************
      *** ----------------- T or P as the list gives it, else P for
      *** a ".gct" name -- gc-tracepack's default -- and T for
      *** anything else
        take-step-format section.
            move function upper-case (jt-list-format(1:1))
                to js-format(jt-step-count).

            if js-format(jt-step-count) = 'T'
                or js-format(jt-step-count) = 'P'
                exit section
            end-if

            move 'T' to js-format(jt-step-count).
            move function length (function trim (jt-list-path))
                to jt-path-len.
            if jt-path-len > 4
                if function upper-case
                    (jt-list-path(jt-path-len - 3:4)) = '.GCT'

                    move 'P' to js-format(jt-step-count)
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- one step: its STEP marker, then its
      *** capture's records, text or packed
        merge-one-step section.
            move jt-step-index to jt-step-edit.

            move spaces to job-record.
            string 'STEP;' delimited by size
                jt-step-edit delimited by size
                ';' delimited by size
                function trim (js-name(jt-step-index))
                    delimited by size
                ';' delimited by size
                function trim (js-path(jt-step-index))
                    delimited by size
                into job-record
            end-string.
            write job-record.

            if js-format(jt-step-index) = 'P'
                perform merge-packed-step
            else
                perform merge-text-step
            end-if

            if js-state(jt-step-index) not = 'R'
                add 1 to jt-unread-count
                display 'Step ' jt-step-edit ' '
                    function trim (js-name(jt-step-index))
                    ': capture not read -- '
                    function trim (js-path(jt-step-index))
                end-display
            end-if

            continue.

      ***************************************************************
      *** ----------------- a text capture, record by record. A
      *** step capture that is itself a job capture loses its own
      *** job markers -- this job's take their place.
        merge-text-step section.
            move js-path(jt-step-index) to trace-path.

            open input trace-file.
            if trace-file-status not = 0
                move 'M' to js-state(jt-step-index)
                exit section
            end-if
            move 'R' to js-state(jt-step-index).

            read trace-file end-read
            perform until trace-file-status not = 0
                if trace-line not = spaces
                    move trace-line to jt-record
                    perform take-text-record
                end-if
                read trace-file end-read
            end-perform

            close trace-file

            continue.

      ***************************************************************
      *** ----------------- one text record (jt-record) -- the
      *** three statement shapes gc-replay accepts are tallied;
      *** everything else passes through untouched
        take-text-record section.
            move 1 to jt-unstring-ptr.
            move spaces to jt-token-1.
            move spaces to jt-rec-module.
            move 0 to jt-rec-line.

            unstring jt-record delimited by ';'
                into jt-token-1
                with pointer jt-unstring-ptr
            end-unstring

            evaluate function trim (jt-token-1)
                when 'JOBHDR'
                when 'STEP'
                when 'HANDOFF'
                    exit section
                when 'TRACEHDR'
                when 'SLICE'
                when 'SRCVER'
                when 'ACCEPT'
                when 'STUB'
                    continue
                when 'FILEIO'
                    perform take-fileio-record
                    exit section
                when 'HIT'
                    add 1 to js-hits(jt-step-index)
                    add 1 to jt-hit-total
                when 'TRACE'
                    unstring jt-record delimited by ';'
                        into jt-rec-module
                        with pointer jt-unstring-ptr
                    end-unstring
                    unstring jt-record delimited by ';'
                        into jt-rec-line
                        with pointer jt-unstring-ptr
                    end-unstring
                    perform tally-job-statement
                when other
                    move jt-token-1 to jt-rec-module
                    unstring jt-record delimited by ';'
                        into jt-rec-line
                        with pointer jt-unstring-ptr
                    end-unstring
                    if jt-rec-module not = spaces
                        and jt-rec-line > 0
                        perform tally-job-statement
                    end-if
            end-evaluate

            move jt-record to job-record.
            write job-record.
            add 1 to jt-record-total.

            continue.

      ***************************************************************
      *** ----------------- a packed capture: the '#' header
      *** first, the companion's SRCVER records out ahead of the
      *** statements, and its FILEIO records back in front of the
      *** statement record each stood before
        merge-packed-step section.
            move js-path(jt-step-index) to pack-path.

            open input pack-file.
            if pack-file-status not = 0
                move 'M' to js-state(jt-step-index)
                exit section
            end-if

            read pack-file end-read
            if pack-file-status not = 0
                or gct-kind not = '#'
                or gct-module(1:8) not = 'GCTPACK1'

                move 'B' to js-state(jt-step-index)
                close pack-file
                exit section
            end-if
            move 'R' to js-state(jt-step-index).

            perform load-step-companion.

            move 1 to jt-ver-index.
            move 0 to jt-seq.

            read pack-file end-read
            perform until pack-file-status not = 0
                add 1 to jt-seq
                perform put-companion-records

                move spaces to job-record
                if gct-kind = 'H'
                    add 1 to js-hits(jt-step-index)
                    add 1 to jt-hit-total
                    string 'HIT;' delimited by size
                        function trim (gct-hit-kind) delimited by size
                        ';' delimited by size
                        function trim (gct-module) delimited by size
                        ';' delimited by size
                        gct-line delimited by size
                        ';' delimited by size
                        function trim (gct-hit-name) delimited by size
                        into job-record
                    end-string
                else
                    move gct-module to jt-rec-module
                    move gct-line to jt-rec-line
                    perform tally-job-statement
                    string 'TRACE;' delimited by size
                        function trim (gct-module) delimited by size
                        ';' delimited by size
                        gct-line delimited by size
                        into job-record
                    end-string
                end-if
                write job-record
                add 1 to jt-record-total

                read pack-file end-read
            end-perform

      * whatever stood after the last statement record
            move 999999999 to jt-seq.
            perform put-companion-records.

            close pack-file

            continue.

      ***************************************************************
      *** ----------------- "<pack>.ver": SRCVER records straight
      *** into the job capture, FILEIO records into jt-ver-tbl with
      *** the position gc-tracepack appended taken off again
        load-step-companion section.
            move 0 to jt-ver-count.

            move spaces to pack-ver-path.
            string function trim (pack-path) delimited by size
                '.ver' delimited by size
                into pack-ver-path
            end-string

            open input pack-ver-file.
            if pack-ver-status not = 0
                exit section
            end-if

            read pack-ver-file end-read
            perform until pack-ver-status not = 0
                evaluate true
                    when pack-ver-record(1:7) = 'SRCVER;'
                        move pack-ver-record to job-record
                        write job-record
                        add 1 to jt-record-total
                    when pack-ver-record(1:7) = 'FILEIO;'
                        and jt-ver-count < JT-VER-MAX
                        perform take-companion-fileio
                    when other
                        continue
                end-evaluate

                read pack-ver-file end-read
            end-perform

            close pack-ver-file

            continue.

      ***************************************************************
      *** ----------------- one companion FILEIO record: the last
      *** field is the position, the rest the record as captured
        take-companion-fileio section.
            move function length (function trim
                (pack-ver-record, trailing)) to jt-path-len.

            perform varying jt-char-pos from jt-path-len by -1
                until jt-char-pos < 2
                or pack-ver-record(jt-char-pos:1) = ';'
                continue
            end-perform

            if jt-char-pos < 2
                exit section
            end-if

            add 1 to jt-ver-count.
            move spaces to jv-record(jt-ver-count).
            move pack-ver-record(1:jt-char-pos - 1)
                to jv-record(jt-ver-count).
            move 0 to jv-position(jt-ver-count).
            if pack-ver-record(jt-char-pos + 1:
                    jt-path-len - jt-char-pos) is numeric
                move pack-ver-record(jt-char-pos + 1:
                    jt-path-len - jt-char-pos)
                    to jv-position(jt-ver-count)
            end-if

            continue.

      ***************************************************************
      *** ----------------- the companion records that stand at or
      *** before statement record jt-seq, in their own order
        put-companion-records section.
            perform until jt-ver-index > jt-ver-count
                or jv-position(jt-ver-index) > jt-seq

                move jv-record(jt-ver-index) to jt-record
                perform take-fileio-record
                add 1 to jt-ver-index
            end-perform

            continue.

      ***************************************************************
      *** ----------------- FILEIO;verb;module;line;file;mode;
      *** physical (jt-record). An OPEN that takes a file an
      *** earlier step wrote gets its HANDOFF marker first; a CLOSE
      *** after OUTPUT, EXTEND or I-O makes this step the file's
      *** latest writer.
        take-fileio-record section.
            move spaces to jt-io-verb jt-io-module jt-io-line
                jt-io-file jt-io-mode jt-io-physical.
            move 8 to jt-unstring-ptr.
            unstring jt-record delimited by ';'
                into jt-io-verb jt-io-module jt-io-line
                    jt-io-file jt-io-mode jt-io-physical
                with pointer jt-unstring-ptr
            end-unstring

            evaluate jt-io-verb
                when 'OPEN'
                    add 1 to js-opens(jt-step-index)
                    if jt-io-physical not = spaces
                        and (jt-io-mode = 'INPUT'
                            or jt-io-mode = 'I-O'
                            or jt-io-mode = 'EXTEND')

                        perform find-earlier-writer
                        if jt-output-found not = 0
                            perform put-handoff-marker
                        end-if
                    end-if
                when 'CLOSE'
                    add 1 to js-closes(jt-step-index)
                    if jt-io-physical not = spaces
                        and (jt-io-mode = 'OUTPUT'
                            or jt-io-mode = 'I-O'
                            or jt-io-mode = 'EXTEND')

                        perform note-file-writer
                    end-if
                when other
                    continue
            end-evaluate

            move jt-record to job-record.
            write job-record.
            add 1 to jt-record-total.

            continue.

      ***************************************************************
      *** ----------------- jt-io-physical's writer in an earlier
      *** step: jt-output-found, 0 when none
        find-earlier-writer section.
            move 0 to jt-output-found.

            perform varying jt-output-index from 1 by 1
                until jt-output-index > jt-output-count

                if jo-physical(jt-output-index) = jt-io-physical
                    and jo-step(jt-output-index) < jt-step-index

                    move jt-output-index to jt-output-found
                    exit perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- this step wrote jt-io-physical -- it
      *** is the one a later step's OPEN takes the file from
        note-file-writer section.
            perform varying jt-output-index from 1 by 1
                until jt-output-index > jt-output-count

                if jo-physical(jt-output-index) = jt-io-physical
                    move jt-step-index to jo-step(jt-output-index)
                    move jt-io-module to jo-module(jt-output-index)
                    exit section
                end-if
            end-perform

            if jt-output-count >= JT-OUTPUT-MAX
                exit section
            end-if

            add 1 to jt-output-count.
            move jt-io-physical to jo-physical(jt-output-count).
            move jt-step-index to jo-step(jt-output-count).
            move jt-io-module to jo-module(jt-output-count).

            continue.

      ***************************************************************
      *** ----------------- the HANDOFF marker ahead of the OPEN,
      *** and the hand-off counted for the report
        put-handoff-marker section.
            move jo-step(jt-output-found) to jt-step-edit.
            move jt-step-index to jt-step-edit-2.

            move spaces to job-record.
            string 'HANDOFF;' delimited by size
                function trim (js-name(jo-step(jt-output-found)))
                    delimited by size
                ';' delimited by size
                function trim (js-name(jt-step-index))
                    delimited by size
                ';' delimited by size
                function trim (jt-io-physical) delimited by size
                ';' delimited by size
                function trim (jo-module(jt-output-found))
                    delimited by size
                ';' delimited by size
                function trim (jt-io-module) delimited by size
                into job-record
            end-string.
            write job-record.
            add 1 to jt-record-total.

            add 1 to js-handoffs(jt-step-index).
            add 1 to jt-handoff-total.

            move 0 to jt-handoff-found.
            perform varying jt-handoff-index from 1 by 1
                until jt-handoff-index > jt-handoff-count

                if jh-from(jt-handoff-index)
                        = jo-step(jt-output-found)
                    and jh-to(jt-handoff-index) = jt-step-index
                    and jh-physical(jt-handoff-index)
                        = jt-io-physical

                    move jt-handoff-index to jt-handoff-found
                    exit perform
                end-if
            end-perform

            if jt-handoff-found = 0
                if jt-handoff-count >= JT-HANDOFF-MAX
                    exit section
                end-if
                add 1 to jt-handoff-count
                move jt-handoff-count to jt-handoff-found
                move jo-step(jt-output-found)
                    to jh-from(jt-handoff-found)
                move jt-step-index to jh-to(jt-handoff-found)
                move jt-io-physical to jh-physical(jt-handoff-found)
                move jo-module(jt-output-found)
                    to jh-from-module(jt-handoff-found)
                move jt-io-module to jh-to-module(jt-handoff-found)
                move 0 to jh-opens(jt-handoff-found)
            end-if

            add 1 to jh-opens(jt-handoff-found).

            continue.

      ***************************************************************
      *** ----------------- one executed statement (jt-rec-module,
      *** jt-rec-line) of step jt-step-index -- its module, its
      *** line, the steps that ran them
        tally-job-statement section.
            add 1 to jt-stmt-total.
            add 1 to js-stmts(jt-step-index).

            move 0 to jt-module-found.
            perform varying jt-module-index from 1 by 1
                until jt-module-index > jt-module-count

                if jm-name(jt-module-index) = jt-rec-module
                    move jt-module-index to jt-module-found
                    exit perform
                end-if
            end-perform

            if jt-module-found = 0
                and jt-module-count < JT-MODULE-MAX

                add 1 to jt-module-count
                move jt-module-count to jt-module-found
                initialize jt-module-row(jt-module-found)
                move jt-rec-module to jm-name(jt-module-found)
            end-if

            if jt-module-found not = 0
                add 1 to jm-stmts(jt-module-found)
                move '1' to jm-step-flag(jt-module-found,
                    jt-step-index)
            end-if

            move 0 to jt-line-found.
            perform varying jt-line-index from 1 by 1
                until jt-line-index > jt-line-count

                if jl-module(jt-line-index) = jt-rec-module
                    and jl-line(jt-line-index) = jt-rec-line

                    move jt-line-index to jt-line-found
                    exit perform
                end-if
            end-perform

            if jt-line-found = 0
                if jt-line-count >= JT-LINE-MAX
                    add 1 to jt-dropped-lines
                    exit section
                end-if
                add 1 to jt-line-count
                move jt-line-count to jt-line-found
                move jt-rec-module to jl-module(jt-line-found)
                move jt-rec-line to jl-line(jt-line-found)
                move 0 to jl-count(jt-line-found)
                move jt-step-index to jl-first-step(jt-line-found)
                if jt-module-found not = 0
                    add 1 to jm-lines(jt-module-found)
                end-if
            end-if

            add 1 to jl-count(jt-line-found).
            move jt-step-index to jl-last-step(jt-line-found).

            continue.

      ***************************************************************
      *** ----------------- the report: the steps, the hand-offs,
      *** the job's hot spots and its coverage by module
        write-job-report section.
            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if

            move spaces to report-line.
            string 'Job trace report -- ' delimited by size
                function trim (jt-job-name) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line.
            string 'Job capture: ' delimited by size
                function trim (job-path) delimited by size
                into report-line
            end-string
            write report-line

            move jt-stmt-total to jt-count-edit.
            move jt-hit-total to jt-count-edit-2.
            move jt-handoff-total to jt-count-edit-3.
            move spaces to report-line.
            string 'Steps: ' delimited by size
                jt-step-count delimited by size
                '  statements: ' delimited by size
                function trim (jt-count-edit) delimited by size
                '  hits: ' delimited by size
                function trim (jt-count-edit-2) delimited by size
                '  hand-offs: ' delimited by size
                function trim (jt-count-edit-3) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line
            write report-line

            move 'Steps:' to report-line
            write report-line

            perform varying jt-step-index from 1 by 1
                until jt-step-index > jt-step-count

                perform write-step-line
            end-perform

            move spaces to report-line
            write report-line

            move spaces to report-line.
            string 'Hand-offs (a file one step wrote and closed, '
                    delimited by size
                'opened by a later one):' delimited by size
                into report-line
            end-string
            write report-line

            if jt-handoff-count = 0
                move spaces to report-line
                string '  (none -- no step opened a file an '
                        delimited by size
                    'earlier step wrote)' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            perform varying jt-handoff-index from 1 by 1
                until jt-handoff-index > jt-handoff-count

                perform write-handoff-line
            end-perform

            move spaces to report-line
            write report-line

            move spaces to report-line.
            string 'Top ' delimited by size
                JT-TOP-N delimited by size
                ' most-executed lines in the job:' delimited by size
                into report-line
            end-string
            write report-line

            perform varying jt-rank from 1 by 1
                until jt-rank > JT-TOP-N

                perform pick-next-hottest-line
                if jt-best-index = 0
                    exit perform
                end-if

                perform write-hot-line
            end-perform

            if jt-dropped-lines > 0
                move jt-dropped-lines to jt-count-edit
                move spaces to report-line
                string '  (' delimited by size
                    function trim (jt-count-edit) delimited by size
                    ' statement(s) past the ' delimited by size
                    JT-LINE-MAX delimited by size
                    '-distinct-line cap are not ranked)'
                    delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            move spaces to report-line
            write report-line

            move spaces to report-line.
            string 'Coverage by module (distinct lines reached '
                    delimited by size
                'in the job):' delimited by size
                into report-line
            end-string
            write report-line

            perform varying jt-module-index from 1 by 1
                until jt-module-index > jt-module-count

                perform write-module-line
            end-perform

            close report-file

            continue.

      ***************************************************************
        write-step-line section.
            move jt-step-index to jt-step-edit.
            move spaces to report-line.

            if js-state(jt-step-index) not = 'R'
                string '  ' delimited by size
                    jt-step-edit delimited by size
                    ' ' delimited by size
                    js-name(jt-step-index) delimited by size
                    ' capture not read: ' delimited by size
                    function trim (js-path(jt-step-index))
                        delimited by size
                    into report-line
                end-string
                write report-line
                exit section
            end-if

            move js-stmts(jt-step-index) to jt-count-edit.
            move js-hits(jt-step-index) to jt-count-edit-2.
            move js-opens(jt-step-index) to jt-small-edit.
            move js-closes(jt-step-index) to jt-small-edit-2.
            move js-handoffs(jt-step-index) to jt-small-edit-3.
            string '  ' delimited by size
                jt-step-edit delimited by size
                ' ' delimited by size
                js-name(jt-step-index) delimited by size
                ' statements ' delimited by size
                jt-count-edit delimited by size
                '  hits ' delimited by size
                function trim (jt-count-edit-2) delimited by size
                '  opens ' delimited by size
                function trim (jt-small-edit) delimited by size
                '  closes ' delimited by size
                function trim (jt-small-edit-2) delimited by size
                '  hand-offs in ' delimited by size
                function trim (jt-small-edit-3) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line.
            string '     ' delimited by size
                function trim (js-path(jt-step-index))
                    delimited by size
                into report-line
            end-string
            write report-line

            continue.

      ***************************************************************
        write-handoff-line section.
            move jh-from(jt-handoff-index) to jt-step-edit.
            move jh-to(jt-handoff-index) to jt-step-edit-2.
            move jh-opens(jt-handoff-index) to jt-count-edit.

            move spaces to report-line.
            string '  step ' delimited by size
                jt-step-edit delimited by size
                ' ' delimited by size
                function trim (js-name(jh-from(jt-handoff-index)))
                    delimited by size
                ' -> step ' delimited by size
                jt-step-edit-2 delimited by size
                ' ' delimited by size
                function trim (js-name(jh-to(jt-handoff-index)))
                    delimited by size
                '  ' delimited by size
                function trim (jh-physical(jt-handoff-index))
                    delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line.
            string '     written by ' delimited by size
                function trim (jh-from-module(jt-handoff-index))
                    delimited by size
                ', opened by ' delimited by size
                function trim (jh-to-module(jt-handoff-index))
                    delimited by size
                ' (' delimited by size
                function trim (jt-count-edit) delimited by size
                ' open(s))' delimited by size
                into report-line
            end-string
            write report-line

            continue.

      ***************************************************************
        pick-next-hottest-line section.
            move 0 to jt-best-index.
            move 0 to jt-best-count.

            perform varying jt-line-index from 1 by 1
                until jt-line-index > jt-line-count

                if jl-count(jt-line-index) > jt-best-count
                    move jl-count(jt-line-index) to jt-best-count
                    move jt-line-index to jt-best-index
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- one row of the ranking, with the steps
      *** that ran the line -- taken out of the running after
        write-hot-line section.
            move jl-line(jt-best-index) to jt-line-edit.
            move jl-count(jt-best-index) to jt-count-edit.
            move jl-first-step(jt-best-index) to jt-step-edit.
            move jl-last-step(jt-best-index) to jt-step-edit-2.

            move spaces to report-line.
            if jt-step-edit = jt-step-edit-2
                string '  ' delimited by size
                    jl-module(jt-best-index) delimited by size
                    ' line ' delimited by size
                    jt-line-edit delimited by size
                    '  x' delimited by size
                    jt-count-edit delimited by size
                    '  step ' delimited by size
                    jt-step-edit delimited by size
                    into report-line
                end-string
            else
                string '  ' delimited by size
                    jl-module(jt-best-index) delimited by size
                    ' line ' delimited by size
                    jt-line-edit delimited by size
                    '  x' delimited by size
                    jt-count-edit delimited by size
                    '  steps ' delimited by size
                    jt-step-edit delimited by size
                    '-' delimited by size
                    jt-step-edit-2 delimited by size
                    into report-line
                end-string
            end-if
            write report-line

            move 0 to jl-count(jt-best-index).

            continue.

      ***************************************************************
        write-module-line section.
            move spaces to jt-steps-text.
            move 1 to jt-text-ptr.

            perform varying jt-step-index from 1 by 1
                until jt-step-index > jt-step-count

                if jm-step-flag(jt-module-index, jt-step-index) = '1'
                    move jt-step-index to jt-step-edit
                    string jt-step-edit delimited by size
                        ' ' delimited by size
                        into jt-steps-text
                        with pointer jt-text-ptr
                    end-string
                end-if
            end-perform

            move jm-stmts(jt-module-index) to jt-count-edit.
            move jm-lines(jt-module-index) to jt-line-edit.

            move spaces to report-line.
            string '  ' delimited by size
                jm-name(jt-module-index) delimited by size
                ' statements ' delimited by size
                jt-count-edit delimited by size
                '  lines ' delimited by size
                jt-line-edit delimited by size
                '  steps ' delimited by size
                function trim (jt-steps-text) delimited by size
                into report-line
            end-string
            write report-line

            continue.
