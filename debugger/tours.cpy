      * tours.cpy
      * guided training tours -- a senior analyst's walk through a
      * program, replayed stop by stop for a trainee. A tour file
      * (line sequential, '*' lines are comments) reads:
      *   TOUR;<title>
      *   STOP;<module>;<line or paragraph>[;<caption>]
      *   TEXT;<a line of narrative for the stop above>
      *   SHOW;<field to show live at the stop above>
      * up to TOUR-TEXT-MAX narrative lines and TOUR-SHOW-MAX
      * fields per stop. A paragraph stop is resolved against the
      * module's source the first time execution is in that
      * module, and is reached anywhere inside the paragraph.
      *   H TOUR [<file>]   start the tour (COB_TOUR_FILE, default
      *                     gc-debugger.tour) -- the debuggee runs
      *                     to the first stop; at a stop, H TOUR
      *                     runs on to the next one
      *   H TOUR END        leave the tour
      *   H TOUR SAVE [<file>]  record a tour from this session's
      *                     bookmarks and annotations (SENIOR only)
      * At each stop the narrative and the listed fields' current
      * values take the lower half of the source window, the way
      * the split caller window does, and stay up -- values kept
      * live -- while the trainee looks around or steps, until
      * H TOUR moves on. Any other stop on the way drops the
      * pending one, like run to cursor; H TOUR re-arms it.

      ***************************************************************
        tour-action section.
            move spaces to tour-word-1.
            move spaces to tour-word-2.
            move spaces to tour-word-3.
            move spaces to tour-word-4.
            unstring raw-command-input-buffer delimited by all space
                into tour-word-1 tour-word-2 tour-word-3 tour-word-4
            end-unstring

            evaluate function upper-case (tour-word-3)
                when 'END'
                    perform end-tour
                when 'SAVE'
                    if tour-word-4 not = spaces
                        move tour-word-4 to tour-path
                    end-if
                    perform record-tour
                when spaces
                    if tour-count = 0
                        perform load-tour
                        if tour-count > 0
                            move 1 to tour-current
                            perform arm-tour-stop
                        end-if
                    else
                        perform next-tour-stop
                    end-if
                when other
                    move tour-word-3 to tour-path
                    perform load-tour
                    if tour-count > 0
                        move 1 to tour-current
                        perform arm-tour-stop
                    end-if
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- read tour-path into tour-tbl; tour-count
      *** stays 0 (with a status message) when there is nothing to
      *** play
        load-tour section.
            move 0 to tour-count.
            move 0 to tour-current.
            move 0 to tour-at-flag.
            move 0 to tour-active-flag.
            move spaces to tour-title.

            open input tour-file.
            if tour-file-status not = 0
                move spaces to status-line
                string 'Cannot open tour file ' delimited by size
                    function trim (tour-path) delimited by size
                    '.' delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if

            read tour-file end-read
            perform until tour-file-status not = 0
                if tour-record not = spaces
                    and tour-record(1:1) not = '*'

                    perform take-tour-record
                end-if
                read tour-file end-read
            end-perform

            close tour-file.

            if tour-title = spaces
                move 'Tour' to tour-title
            end-if

            if tour-count = 0
                move spaces to status-line
                string 'No STOP lines in ' delimited by size
                    function trim (tour-path) delimited by size
                    '.' delimited by size
                    into status-line
                end-string
                perform show-status-line
            end-if

            continue.

      ***************************************************************
      *** ----------------- one tour-file line; narrative and fields
      *** belong to the last STOP read
        take-tour-record section.
            move spaces to tour-kind.
            move 1 to tmp-unstring-ptr.
            unstring tour-record delimited by ';'
                into tour-kind
                with pointer tmp-unstring-ptr
            end-unstring

            move spaces to tour-rest.
            if tmp-unstring-ptr <= function length (tour-record)
                move tour-record(tmp-unstring-ptr:) to tour-rest
            end-if

            evaluate function upper-case (tour-kind)
                when 'TOUR'
                    move tour-rest to tour-title
                when 'STOP'
                    if tour-count < TOUR-STOP-MAX
                        add 1 to tour-count
                        move spaces to tour-row(tour-count)
                        move 0 to tr-text-count(tour-count)
                        move 0 to tr-show-count(tour-count)
                        move spaces to tour-word-1
                        unstring tour-record delimited by ';'
                            into tour-word-1
                                tr-target(tour-count)
                                tr-caption(tour-count)
                            with pointer tmp-unstring-ptr
                        end-unstring
                        move function upper-case
                                (function trim (tour-word-1))
                            to tr-module(tour-count)
                        move function trim (tr-target(tour-count))
                            to tr-target(tour-count)
                        perform take-tour-target
                    end-if
                when 'TEXT'
                    if tour-count > 0
                        and tr-text-count(tour-count)
                            < TOUR-TEXT-MAX

                        add 1 to tr-text-count(tour-count)
                        move tour-rest to tr-text(tour-count,
                                tr-text-count(tour-count))
                    end-if
                when 'SHOW'
                    if tour-count > 0
                        and tr-show-count(tour-count)
                            < TOUR-SHOW-MAX

                        add 1 to tr-show-count(tour-count)
                        move function upper-case
                                (function trim (tour-rest))
                            to tr-show(tour-count,
                                tr-show-count(tour-count))
                    end-if
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- a line number is a one-line range now;
      *** a paragraph name waits for its module's source
        take-tour-target section.
            if tr-target(tour-count) not = spaces
                and function trim (tr-target(tour-count))
                    is numeric

                move function numval (tr-target(tour-count))
                    to tr-from(tour-count)
                compute tr-to(tour-count) = tr-from(tour-count) + 1
                end-compute
                move 1 to tr-resolved-flag(tour-count)
            else
                move 0 to tr-from(tour-count)
                move 0 to tr-to(tour-count)
                move 0 to tr-resolved-flag(tour-count)
            end-if

            continue.

      ***************************************************************
      *** ----------------- head for tour-current: shown at once if
      *** execution already stands on it, otherwise the debuggee
      *** runs until check-tour-stop catches it
        arm-tour-stop section.
            move 0 to tour-at-flag.
            move 0 to tour-panel-flag.
            move 1 to tour-active-flag.

            move 0 to tour-hit-flag.
            perform check-tour-stop.
            if tour-hit-flag = 1
                move 0 to tour-hit-flag
                perform show-tour-stop
                exit section
            end-if

            set GO-MODE to true.
            move 0 to go-progress-counter.
            move spaces to go-progress-footer.

            move 'RUNNING' to state-tag.
            perform publish-run-state.

            goback.

      ***************************************************************
      *** ----------------- H TOUR at a stop moves on; anywhere else
      *** it re-arms the stop the tour was heading for
        next-tour-stop section.
            if tour-at-flag = 1
                add 1 to tour-current
            end-if

            if tour-current > tour-count
                perform end-tour
                move 'End of tour.' to status-line
                perform show-status-line
                exit section
            end-if

            perform arm-tour-stop.

            continue.

      ***************************************************************
        end-tour section.
            move 0 to tour-active-flag.
            move 0 to tour-at-flag.
            move 0 to tour-count.
            move 0 to tour-current.

            if tour-panel-flag = 1
                move 0 to tour-panel-flag
                perform show-animator-screen
                perform display-current-breakpoints
                perform display-active-line-if-visible
            end-if

            move 'Tour ended.' to status-line.
            perform show-status-line.

            continue.

      ***************************************************************
      *** ----------------- the per-statement check: is execution in
      *** the pending stop's range? Sets tour-hit-flag and disarms
      *** itself.
        check-tour-stop section.
            if tr-module(tour-current)
                not = function upper-case (cobol-src-name)

                exit section
            end-if

            if tr-resolved-flag(tour-current) = 0
                perform resolve-tour-stop
            end-if

            if (tr-resolved-flag(tour-current) = 1
                and active-line-if >= tr-from(tour-current)
                and active-line-if < tr-to(tour-current))
                or tr-resolved-flag(tour-current) = 2

                move 1 to tour-hit-flag
                move 0 to tour-active-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- a paragraph stop against the module now
      *** on screen: from its header (find-paragraph-line, as "B
      *** <name>" resolves it) up to the next header, the boundary
      *** the paragraph step uses. Not found -- flag 2: the tour
      *** stops on entry to the module and says so, rather than
      *** running off the end.
        resolve-tour-stop section.
            move tr-target(tour-current) to tmp-bp-target-name.
            perform find-paragraph-line.

            if tmp-linenumber-3 = 0
                move 2 to tr-resolved-flag(tour-current)
                exit section
            end-if

            move tmp-linenumber-3 to tr-from(tour-current).
            compute tr-to(tour-current) = module-line-count + 1
            end-compute.

            perform varying prof-scan-line
                from tr-from(tour-current) by 1
                until prof-scan-line > module-line-count
                or tr-to(tour-current) not = module-line-count + 1

                if prof-scan-line > tr-from(tour-current)
                    move spaces to tmp-source-line-buffer
                    move prof-scan-line to tmp-linenumber-bin
                    perform get-source-line

                    perform prof-check-para-header
                    if prof-header-flag = 1
                        move prof-scan-line to tr-to(tour-current)
                    end-if
                end-if
            end-perform

            move 1 to tr-resolved-flag(tour-current).

            continue.

      ***************************************************************
      *** ----------------- the stop is reached: the panel goes up
        show-tour-stop section.
            move 1 to tour-at-flag.
            move 1 to tour-panel-flag.

            perform render-tour-panel.

            move tour-current to tour-num-edit.
            move tour-count to tour-of-edit.
            move spaces to status-line.
            string 'Tour stop ' delimited by size
                function trim (tour-num-edit) delimited by size
                ' of ' delimited by size
                function trim (tour-of-edit) delimited by size
                ' -- H TOUR for the next, H TOUR END to leave.'
                    delimited by size
                into status-line
            end-string.
            if tr-resolved-flag(tour-current) = 2
                move spaces to status-line
                string 'Tour stop ' delimited by size
                    function trim (tour-num-edit) delimited by size
                    ': paragraph ' delimited by size
                    function trim (tr-target(tour-current))
                        delimited by size
                    ' not found in ' delimited by size
                    function trim (cobol-src-name)
                        delimited by size
                    ' -- stopped on entry.' delimited by size
                    into status-line
                end-string
            end-if
            perform show-status-line.

            continue.

      ***************************************************************
      *** ----------------- the narrative panel over the lower half
      *** of the source window: heading, the stop's narrative, each
      *** listed field with its value right now (masked like every
      *** other render), and the way on at the bottom
        render-tour-panel section.
            compute split-top-row = (scr-window-rows / 2) + 1
            end-compute.
            compute tour-panel-rows =
                scr-window-rows - split-top-row + 1
            end-compute.

            move spaces to tour-panel-tbl.
            move 0 to tour-pl-count.

            move tour-current to tour-num-edit.
            move tour-count to tour-of-edit.
            add 1 to tour-pl-count.
            string '--- ' delimited by size
                function trim (tour-title) delimited by size
                '  stop ' delimited by size
                function trim (tour-num-edit) delimited by size
                ' of ' delimited by size
                function trim (tour-of-edit) delimited by size
                ': ' delimited by size
                function trim (tr-caption(tour-current))
                    delimited by size
                ' ---' delimited by size
                into tour-pl-line(tour-pl-count)
            end-string.

            perform varying tour-sub from 1 by 1
                until tour-sub > tr-text-count(tour-current)
                or tour-pl-count >= tour-panel-rows - 1

                add 1 to tour-pl-count
                string '  ' delimited by size
                    tr-text(tour-current, tour-sub)
                        delimited by size
                    into tour-pl-line(tour-pl-count)
                end-string
            end-perform.

            perform varying tour-sub from 1 by 1
                until tour-sub > tr-show-count(tour-current)
                or tour-pl-count >= tour-panel-rows - 1

                add 1 to tour-pl-count
                move tr-show(tour-current, tour-sub)
                    to ia-fetch-name
                perform fetch-io-field
                if ia-fetch-ok-flag = 1
                    move ia-fetch-name to mask-field-name
                    move wp-dtf-value to mask-field-value
                    perform apply-field-mask
                    string '    ' delimited by size
                        function trim (ia-fetch-name)
                            delimited by size
                        ' = ' delimited by size
                        function trim (mask-field-value)
                            delimited by size
                        into tour-pl-line(tour-pl-count)
                    end-string
                else
                    string '    ' delimited by size
                        function trim (ia-fetch-name)
                            delimited by size
                        ' -- not in this program' delimited by size
                        into tour-pl-line(tour-pl-count)
                    end-string
                end-if
            end-perform.

            move '--- H TOUR next stop   H TOUR END leave the tour ---'
                to tour-pl-line(tour-panel-rows).

            if line-mode-flag = 1
                perform varying tour-sub from 1 by 1
                    until tour-sub > tour-panel-rows

                    if tour-pl-line(tour-sub) not = spaces
                        display function trim
                                (tour-pl-line(tour-sub), trailing)
                        end-display
                    end-if
                end-perform
                exit section
            end-if

            perform varying tour-sub from 1 by 1
                until tour-sub > tour-panel-rows

                compute split-screen-line = split-top-row + tour-sub
                end-compute
                display tour-pl-line(tour-sub)
                    line split-screen-line col 1
                    with background-color hl-split-color
                foreground-color hl-foreground-color end-display
            end-perform.

            continue.

      ***************************************************************
      *** ----------------- record a tour from this session: every
      *** bookmark, in the order they were set, becomes a stop
      *** captioned with its name and narrated by the annotation on
      *** its line; annotated lines with no bookmark follow. Each
      *** stop shows the fields on the watch list.
        record-tour section.
            if debug-role-level < 3
                move spaces to status-line
                string 'Not permitted for role ' delimited by size
                    function trim (debug-role) delimited by size
                    '.' delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if

            if bm-count = 0 and anno-count = 0
                move 'No bookmarks or annotations to record.'
                    to status-line
                perform show-status-line
                exit section
            end-if

            open output tour-file.
            if tour-file-status not = 0
                move spaces to status-line
                string 'Cannot write tour file ' delimited by size
                    function trim (tour-path) delimited by size
                    '.' delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if

            move spaces to tour-record.
            string 'TOUR;' delimited by size
                function trim (cobol-src-name) delimited by size
                ' walkthrough by ' delimited by size
                function trim (debug-user) delimited by size
                into tour-record
            end-string.
            write tour-record.

            move 0 to tour-saved-count.

            perform varying bm-index from 1 by 1
                until bm-index > bm-count

                move bm-module(bm-index) to tour-rec-module
                move bm-line(bm-index) to tour-rec-line
                move bm-name(bm-index) to tour-rec-caption
                perform write-tour-stop
            end-perform.

            perform varying anno-index from 1 by 1
                until anno-index > anno-count

                move 0 to bm-found-index
                perform varying bm-index from 1 by 1
                    until bm-index > bm-count
                    or bm-found-index not = 0

                    if bm-module(bm-index) = anno-module(anno-index)
                        and bm-line(bm-index) = anno-line(anno-index)

                        move bm-index to bm-found-index
                    end-if
                end-perform

                if bm-found-index = 0
                    move anno-module(anno-index) to tour-rec-module
                    move anno-line(anno-index) to tour-rec-line
                    move spaces to tour-rec-caption
                    perform write-tour-stop
                end-if
            end-perform.

            close tour-file.

            move tour-saved-count to tour-num-edit.
            move spaces to status-line.
            string 'Tour of ' delimited by size
                function trim (tour-num-edit) delimited by size
                ' stop(s) written to ' delimited by size
                function trim (tour-path) delimited by size
                '.' delimited by size
                into status-line
            end-string.
            perform show-status-line.

            continue.

      ***************************************************************
      *** ----------------- one recorded stop: STOP, the line's
      *** annotation as its narrative, then the watch list
        write-tour-stop section.
            add 1 to tour-saved-count.

            move spaces to tour-record.
            string 'STOP;' delimited by size
                function trim (tour-rec-module) delimited by size
                ';' delimited by size
                tour-rec-line delimited by size
                ';' delimited by size
                function trim (tour-rec-caption) delimited by size
                into tour-record
            end-string.
            write tour-record.

            perform varying tour-sub from 1 by 1
                until tour-sub > anno-count

                if anno-module(tour-sub) = tour-rec-module
                    and anno-line(tour-sub) = tour-rec-line

                    move spaces to tour-record
                    string 'TEXT;' delimited by size
                        function trim (anno-text(tour-sub))
                            delimited by size
                        into tour-record
                    end-string
                    write tour-record
                end-if
            end-perform.

            perform varying tour-sub from 1 by 1
                until tour-sub > wp-limit
                or tour-sub > TOUR-SHOW-MAX

                if wp-var-name(tour-sub) = spaces
                    exit perform
                end-if

                move spaces to tour-record
                string 'SHOW;' delimited by size
                    function trim (wp-var-name(tour-sub))
                        delimited by size
                    into tour-record
                end-string
                write tour-record
            end-perform.

            continue.
