      *       F12 or line-up      one record backward
      *       PgUp / PgDn         a window back / forward
      *       N / B               next / previous HIT record
      *       S / P               next / previous job step
      *       G <n>               go to record n
      *       D                   the program's own DISPLAY output
      *                           up to the cursor
      *       Q or Esc            quit
      *
      * With COB_TRACE_PACK naming a packed capture (the
      * straight out of the pack by record number, and N/B jump
      * through the companion ".idx" hit index -- the 2.1 GB
      * overnight capture opens as fast as a small one.
      *
      * The cursor record's source line is shown under the window
      * -- from the archived version the capture ran against (its
      * SRCVER records, looked up in the COB_SRC_LIBRARY source
      * library), or through the module's get_aniline entry point
      * when no archived version is known.
      *
      * A job capture (gc-jobtrace's merge of every step's trace)
      * replays straight through from one step into the next: the
      * headline names the step the cursor is in, the record that
      * opens each step and each hand-off of a file from an
      * earlier step is marked in the window, and S/P jump from
      * step to step.
      *
      * The session's DISPLAY capture (COB_DISPLAY_FILE, the
      * module;line;trace-record;text lines the debugger kept of the
      * program's console output) rides along: a record whose
      * statement DISPLAYed something is marked 'D' in the window,
      * and D lists the messages written up to the cursor.

        environment division.
        configuration section.
                organization is line sequential
                file status is ldg-in-status.

      * the session's DISPLAY capture (COB_DISPLAY_FILE) --
      * the program's own messages, placed by trace record
            select dsp-in-file assign to dsp-in-path
                organization is line sequential
                file status is dsp-in-status.

      * the source library (COB_SRC_LIBRARY) -- its index,
      * and one archived source version at a time
            select srclib-file assign to srclib-path
                organization is line sequential
                file status is srclib-file-status.

            select srcver-file assign to srcver-path
                organization is line sequential
                file status is srcver-file-status.

        data division.
        file section.

        fd  ldg-in-file.
            01 ldg-in-record        pic x(400).

        fd  dsp-in-file.
            01 dsp-in-record        pic x(300).

        fd  srclib-file.
            01 srclib-record        pic x(400).

        fd  srcver-file.
            01 srcver-record        pic x(256).

        working-storage section.
            copy screenio.

            77 rpv-dup-flag                 pic 9 value 0.
            77 rpv-label                    pic x(15) value spaces.

      * the program's DISPLAY output -- each captured line
      * with the trace record it belongs to (0 when the capture
      * could not place it), in the order it was written
            78 RPD-MAX              value 500.
            01 dsp-in-path                  pic x(256) value spaces.
            01 dsp-in-status                pic 99.
            77 rpd-count                    pic 9(3) value 0.
            77 rpd-index                    pic 9(3) value 0.
            77 rpd-found                    pic 9(3) value 0.
            77 rpd-shown                    pic 9(2) value 0.
            01 rpd-tbl.
                05 rpd-row occurs RPD-MAX.
                    10 rd-seq                pic 9(9).
                    10 rd-module             pic x(30).
                    10 rd-line               pic 9(6).
                    10 rd-text               pic x(80).
            01 rpd-pick-tbl.
                05 rpd-pick occurs REPLAY-ROWS pic 9(3).

      * line-by-line parse scratch
            01 rp-token-1                   pic x(30).
            01 rp-token-2                   pic x(30).

            01 rp-headline                  pic x(76) value spaces.
            01 rp-status-line               pic x(76) value spaces.
            01 rp-source-line               pic x(76) value spaces.

      * the cursor record's source text
            01 rp-getline                   pic x(128).
            01 rp-line-bin                  usage binary-long.
            01 rp-source-buffer             pic x(512).
            77 rp-getline-ok                pic 9 value 0.

      * source versions -- a capture's SRCVER records name
      * the fingerprint each module ran under; when the source
      * library holds that version, line text comes from it
      * rather than from whatever is linked into this job today
            78 SV-MODULE-MAX        value 20.
            78 SV-LINE-MAX          value 20000.
            01 srclib-path                  pic x(256) value spaces.
            01 srclib-file-status           pic 99.
            01 srcver-path                  pic x(300) value spaces.
            01 srcver-file-status           pic 99.
            77 sv-count                     pic 9(3) value 0.
            01 sv-tbl.
                05 sv-row occurs SV-MODULE-MAX.
                    10 sv-module             pic x(30).
                    10 sv-lines              pic 9(6).
                    10 sv-value              pic 9(9).
      * 0 not yet looked up, 1 in the library, 2 not there
                    10 sv-state              pic 9.
                    10 sv-path               pic x(300).
            77 sv-index                     pic 9(3) value 0.
            77 sv-found                     pic 9(3) value 0.
            77 sv-loaded                    pic 9(3) value 0.
            77 sv-line-count                pic 9(6) value 0.
            01 sv-text.
                05 sv-line occurs SV-LINE-MAX pic x(160).
            01 sv-note-record               pic x(300).
            01 sv-want-module               pic x(30).
            77 sv-want-line                 pic 9(6) value 0.
            01 sv-buffer                    pic x(160).
            77 sv-ok-flag                   pic 9 value 0.
            01 sv-ptr                       pic 9(5).
            01 sv-token                     pic x(10).
            01 sv-rec-module                pic x(30).
            01 sv-rec-lines                 pic 9(6).
            01 sv-rec-value                 pic 9(9).
            01 sv-rec-date                  pic x(8).
            01 sv-rec-path                  pic x(300).
            01 rp-display-data.
                04 rp-display-line occurs REPLAY-ROWS pic x(76).

      * a job capture's steps and hand-offs -- the record
      * each step starts at, and the record each hand-off
      * marker stands before (JOBHDR/STEP/HANDOFF records, or
      * the same records from a pack's ".ver" companion with the
      * position as their last field)
            78 RP-STEP-MAX          value 50.
            78 RP-HANDOFF-MAX       value 200.
            01 rp-job-name                  pic x(40) value spaces.
            77 rp-step-count                pic 9(3) value 0.
            77 rp-step-index                pic 9(3) value 0.
            77 rp-step-current              pic 9(3) value 0.
            01 rp-step-tbl.
                05 rp-step-row occurs RP-STEP-MAX.
                    10 rs-start              pic 9(9).
                    10 rs-number             pic x(3).
                    10 rs-name               pic x(30).
            77 rp-handoff-count             pic 9(3) value 0.
            77 rp-handoff-index             pic 9(3) value 0.
            01 rp-handoff-tbl.
                05 rp-handoff-row occurs RP-HANDOFF-MAX.
                    10 rh-position           pic 9(9).
                    10 rh-file               pic x(40).
                    10 rh-from-step          pic x(30).
            01 rp-marker-record             pic x(256).
            77 rp-marker-position           pic 9(9) value 0.
            77 rp-marker-packed-flag        pic 9 value 0.
            77 rp-marker-fields             pic 9(2) value 0.
            01 rp-marker-tbl.
                05 rp-marker-field occurs 8 pic x(100).
            01 rp-marker-text               pic x(40) value spaces.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        screen section.

            01 replay-screen.
                    LINE 16 COL 3 USING rp-display-line (14).
                03 rpl-line-15 pic x(76)
                    LINE 17 COL 3 USING rp-display-line (15).
                03 rpl-source pic x(76)
                    LINE 18 COL 3 USING rp-source-line.
                03 filler pic x(76)
                    BACKGROUND-COLOR COB-COLOR-BLACK
                    FOREGROUND-COLOR COB-COLOR-WHITE
                    using rp-status-line.

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            set environment 'COB_SCREEN_EXCEPTIONS' to 'Y'.
            set environment 'COB_SCREEN_ESC' to 'Y'.

                perform load-wph-history
            end-if.

      * and the program's own DISPLAY output, when the
      * session kept it
            perform load-display-capture.

      * a second capture turns on the two-pane mode --
      * text captures only, the packed reader stays single-pane
            move spaces to trace-path-b.
      * slice's own header -- occupy no replay slot
                        when 'TRACEHDR'
                        when 'SLICE'
                        when 'FILEIO'
                        when 'ACCEPT'
                        when 'STUB'
                            subtract 1 from replay-count
                        when 'SRCVER'
                            subtract 1 from replay-count
                            move trace-line to sv-note-record
                            perform note-source-version
      * a job capture's markers take no slot either -- they
      * belong to the statement record that follows them
                        when 'JOBHDR'
                        when 'STEP'
                        when 'HANDOFF'
                            move trace-line to rp-marker-record
                            move replay-count to rp-marker-position
                            move 0 to rp-marker-packed-flag
                            perform note-job-marker
                            subtract 1 from replay-count
                        when 'HIT'
                            unstring trace-line delimited by ';'
                close pack-idx-file
            end-if

            perform load-pack-versions.

            continue.

      ***************************************************************

                    perform fetch-replay-record

                    perform find-display-at-record
                    if rpd-found > 0
                        move 'D' to
                            rp-display-line(rp-display-index)(2:1)
                    end-if

                    if rp-fetch-hit-kind = spaces
                        string rp-window-index delimited by size
                            '  ' delimited by size
                                (rp-display-index)(3:74)
                        end-string
                    end-if

      * a job capture marks the record each step opens with,
      * and the one each hand-off stands before
                    if rp-step-count > 0
                        and rp-fetch-hit-kind = spaces

                        perform find-job-marker
                        if rp-marker-text not = spaces
                            move rp-marker-text to
                                rp-display-line(rp-display-index)
                                (54:23)
                        end-if
                    end-if
                end-if
            end-perform

            if rp-step-count > 0
                perform find-current-step
            end-if

            perform build-source-line.

            move spaces to rp-status-line.
            if replay-truncated-flag = 1
                string 'Record ' delimited by size
                    into rp-status-line
                end-string
            else
                if rp-step-count > 0
                    string 'Record ' delimited by size
                        replay-position delimited by size
                        ' of ' delimited by size
                        replay-count delimited by size
                        '  F5/F12, PgUp/PgDn, N/B hits, S/P steps, '
                        delimited by size
                        'G n, Q' delimited by size
                        into rp-status-line
                    end-string
                else
                    string 'Record ' delimited by size
                        replay-position delimited by size
                        ' of ' delimited by size
                        replay-count delimited by size
                        '  F5/F12 step, PgUp/PgDn, N/B hits, G n, Q'
                        delimited by size
                        into rp-status-line
                    end-string
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- the cursor record's source text under
      *** the window -- the archived version first, then the
      *** module's linked entry point
        build-source-line section.
            move spaces to rp-source-line.

            move replay-position to rp-window-index.
            perform fetch-replay-record.

            if rp-fetch-module = spaces or rp-fetch-line = 0
                exit section
            end-if

            move 0 to rp-getline-ok.
            move spaces to rp-source-buffer.

            move rp-fetch-module to sv-want-module.
            move rp-fetch-line to sv-want-line.
            perform fetch-library-line.

            if sv-ok-flag = 1
                move sv-buffer to rp-source-buffer
                move 1 to rp-getline-ok
            else
                move spaces to rp-getline
                string 'get_aniline_' delimited by size
                    rp-fetch-module delimited by spaces
                    into rp-getline
                end-string
                move rp-fetch-line to rp-line-bin

                call rp-getline using rp-line-bin
                    rp-source-buffer
                    on exception
                        move 0 to rp-getline-ok
                    not on exception
                        move 1 to rp-getline-ok
                end-call
            end-if

            if rp-getline-ok = 1
                move function trim (rp-source-buffer, leading)
                    to rp-source-line
            else
                move '(source not available to this job)'
                    to rp-source-line
            end-if

            continue.
                    perform find-next-hit
                when rp-command-buffer(1:1) = 'B'
                    perform find-previous-hit
                when rp-command-buffer(1:1) = 'S'
                    perform find-next-step
                when rp-command-buffer(1:1) = 'P'
                    perform find-previous-step
                when rp-command-buffer(1:1) = 'V'
                    if rpv-count > 0
                        perform show-recorded-values
                    end-if
                when rp-command-buffer(1:1) = 'D'
                    if rpd-count > 0
                        perform show-display-output
                    end-if
                when rp-command-buffer(1:1) = 'M'
      * first press marks the start, second the end
                    if slice-mark-a = 0

            continue.

      ***************************************************************
      *** ----------------- the session's DISPLAY capture --
      *** module;line;trace-record;text, in the order written --
      *** straight into rpd-tbl
        load-display-capture section.
            move spaces to dsp-in-path.
            accept dsp-in-path from environment 'COB_DISPLAY_FILE'
            end-accept.
            if dsp-in-path = spaces
                move 'gc-debugger.display' to dsp-in-path
            end-if.

            move 0 to rpd-count.

            open input dsp-in-file.
            if dsp-in-status = 0
                read dsp-in-file end-read
                perform until dsp-in-status not = 0
                    or rpd-count >= RPD-MAX

                    if dsp-in-record not = spaces
                        add 1 to rpd-count
                        move 1 to rp-unstring-ptr
                        move 0 to rd-seq(rpd-count)
                        move 0 to rd-line(rpd-count)
                        move spaces to rd-text(rpd-count)

                        unstring dsp-in-record delimited by ';'
                            into rd-module(rpd-count)
                            with pointer rp-unstring-ptr
                        end-unstring
                        unstring dsp-in-record delimited by ';'
                            into rd-line(rpd-count)
                            with pointer rp-unstring-ptr
                        end-unstring
                        unstring dsp-in-record delimited by ';'
                            into rd-seq(rpd-count)
                            with pointer rp-unstring-ptr
                        end-unstring
      * the text is the rest of the line, ';' and all
                        if rp-unstring-ptr <= length of dsp-in-record
                            move dsp-in-record(rp-unstring-ptr:)
                                to rd-text(rpd-count)
                        end-if
                    end-if

                    read dsp-in-file end-read
                end-perform

                close dsp-in-file
            end-if

            continue.

      ***************************************************************
      *** ----------------- did the statement at rp-window-index
      *** DISPLAY anything? rpd-found is its first captured line,
      *** 0 when none
        find-display-at-record section.
            move 0 to rpd-found.

            perform varying rpd-index from 1 by 1
                until rpd-index > rpd-count
                or rpd-found > 0
                or rd-seq(rpd-index) > rp-window-index

                if rd-seq(rpd-index) = rp-window-index
                    move rpd-index to rpd-found
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- 'D': the program's DISPLAY output up to
      *** the current replay position, latest at the bottom --
      *** captured text, as the program wrote it
        show-display-output section.
            move 0 to rpd-shown.

            perform varying rpd-index from rpd-count by -1
                until rpd-index < 1
                or rpd-shown >= REPLAY-ROWS

                if rd-seq(rpd-index) > 0
                    and rd-seq(rpd-index) <= replay-position

                    add 1 to rpd-shown
                    move rpd-index to rpd-pick(rpd-shown)
                end-if
            end-perform

            move spaces to rp-display-data.

            perform varying rp-display-index from 1 by 1
                until rp-display-index > rpd-shown

                compute rpd-index =
                    rpd-pick(rpd-shown - rp-display-index + 1)
                end-compute
                string rd-seq(rpd-index)(4:6) delimited by size
                    '  ' delimited by size
                    function trim (rd-module(rpd-index))
                        delimited by size
                    ' ' delimited by size
                    rd-line(rpd-index) delimited by size
                    ': ' delimited by size
                    rd-text(rpd-index) delimited by size
                    into rp-display-line(rp-display-index)
                end-string
            end-perform

            if rpd-shown = 0
                move '  (no DISPLAY output captured up to here)'
                    to rp-display-line(1)
            end-if

            move spaces to rp-status-line.
            string 'DISPLAY output up to record '
                delimited by size
                replay-position delimited by size
                ' -- as captured. Enter to go back.'
                delimited by size
                into rp-status-line
            end-string

            display replay-screen end-display

            move spaces to rp-command-buffer.
            accept rp-command-buffer line 21 col 3 end-accept.

            continue.

      ***************************************************************
      *** ----------------- the COB_SLICE_FROM/COB_SLICE_TO
      *** boundaries (module:line each) resolved to record
            end-string
            write slice-record.

      * the source versions travel with the slice, so it
      * replays against the same text the capture did
            perform varying sv-index from 1 by 1
                until sv-index > sv-count

                move spaces to slice-record
                string 'SRCVER;' delimited by size
                    function trim (sv-module(sv-index))
                        delimited by size
                    ';' delimited by size
                    sv-lines(sv-index) delimited by size
                    ';' delimited by size
                    sv-value(sv-index) delimited by size
                    into slice-record
                end-string
                write slice-record
            end-perform

            move 0 to slice-written.
            perform varying rp-scan-index from slice-mark-a by 1
                until rp-scan-index > slice-mark-b
                    evaluate function trim (rp-token-1)
                        when 'TRACEHDR'
                        when 'SLICE'
                        when 'SRCVER'
                        when 'JOBHDR'
                        when 'STEP'
                        when 'HANDOFF'
                        when 'FILEIO'
                        when 'ACCEPT'
                        when 'STUB'
                            subtract 1 from replay-count-b
                        when 'HIT'
                            unstring trace-line-b
      *** ----------------- the two panes, 36 columns each around
      *** each side's own cursor
        build-dual-window section.
            move spaces to rp-source-line.
            move spaces to rp-display-data.

            if replay-position < 1
            end-if

            continue.

      ***************************************************************
      *** ----------------- SRCVER;module;lines;fingerprint (in
      *** sv-note-record) -- the version the module ran under. A
      *** later record for the same module replaces the earlier.
        note-source-version section.
            move spaces to sv-rec-module.
            move 0 to sv-rec-lines.
            move 0 to sv-rec-value.
            move 1 to sv-ptr.
            unstring sv-note-record delimited by ';'
                into sv-token sv-rec-module sv-rec-lines
                    sv-rec-value
                with pointer sv-ptr
            end-unstring

            if sv-rec-module = spaces
                exit section
            end-if

            move 0 to sv-found.
            perform varying sv-index from 1 by 1
                until sv-index > sv-count or sv-found > 0

                if sv-module(sv-index) = sv-rec-module
                    move sv-index to sv-found
                end-if
            end-perform

            if sv-found = 0
                if sv-count >= SV-MODULE-MAX
                    exit section
                end-if
                add 1 to sv-count
                move sv-count to sv-found
            end-if

            move sv-rec-module to sv-module(sv-found).
            move sv-rec-lines to sv-lines(sv-found).
            move sv-rec-value to sv-value(sv-found).
            move 0 to sv-state(sv-found).
            move spaces to sv-path(sv-found).
            if sv-loaded = sv-found
                move 0 to sv-loaded
            end-if

            continue.

      ***************************************************************
      *** ----------------- line sv-want-line of sv-want-module,
      *** from the archived version the capture named -- sv-ok-flag
      *** stays 0 when there is no such version to read, and the
      *** caller falls back to the module's linked entry point
        fetch-library-line section.
            move 0 to sv-ok-flag.
            move spaces to sv-buffer.

            move 0 to sv-found.
            perform varying sv-index from 1 by 1
                until sv-index > sv-count or sv-found > 0

                if sv-module(sv-index) = sv-want-module
                    move sv-index to sv-found
                end-if
            end-perform

            if sv-found = 0
                exit section
            end-if

            if sv-state(sv-found) = 0
                perform resolve-source-version
            end-if

            if sv-state(sv-found) not = 1
                exit section
            end-if

            if sv-loaded not = sv-found
                perform load-source-version
            end-if

            if sv-loaded not = sv-found
                or sv-want-line < 1
                or sv-want-line > sv-line-count

                exit section
            end-if

            move sv-line(sv-want-line) to sv-buffer.
            move 1 to sv-ok-flag.

            continue.

      ***************************************************************
      *** ----------------- find the version in the library index
      *** (module;lines;fingerprint;date;version-file)
        resolve-source-version section.
            move 2 to sv-state(sv-found).

            if srclib-path = spaces
                accept srclib-path from environment
                    'COB_SRC_LIBRARY' end-accept
                if srclib-path = spaces
                    move 'gc-debugger.srclib' to srclib-path
                end-if
            end-if

            open input srclib-file.
            if srclib-file-status not = 0
                exit section
            end-if

            read srclib-file end-read
            perform until srclib-file-status not = 0
                or sv-state(sv-found) = 1

                move spaces to sv-rec-module
                move 0 to sv-rec-lines
                move 0 to sv-rec-value
                move spaces to sv-rec-path
                move 1 to sv-ptr
                unstring srclib-record delimited by ';'
                    into sv-rec-module sv-rec-lines sv-rec-value
                        sv-rec-date sv-rec-path
                    with pointer sv-ptr
                end-unstring

                if sv-rec-module = sv-module(sv-found)
                    and sv-rec-lines = sv-lines(sv-found)
                    and sv-rec-value = sv-value(sv-found)
                    and sv-rec-path not = spaces

                    move sv-rec-path to sv-path(sv-found)
                    move 1 to sv-state(sv-found)
                end-if

                read srclib-file end-read
            end-perform

            close srclib-file

            continue.

      ***************************************************************
      *** ----------------- the whole version into sv-text -- one
      *** version held at a time, reloaded when another is wanted
        load-source-version section.
            move 0 to sv-loaded.
            move 0 to sv-line-count.

            move sv-path(sv-found) to srcver-path.
            open input srcver-file.
            if srcver-file-status not = 0
                move 2 to sv-state(sv-found)
                exit section
            end-if

            read srcver-file end-read
            perform until srcver-file-status not = 0
                or sv-line-count >= SV-LINE-MAX

                add 1 to sv-line-count
                move srcver-record to sv-line(sv-line-count)

                read srcver-file end-read
            end-perform

            close srcver-file

            move sv-found to sv-loaded.

            continue.

      ***************************************************************
      *** ----------------- a packed capture's SRCVER records ride
      *** in its companion "<pack>.ver" file, outside the numbered
      *** statement records
        load-pack-versions section.
            move spaces to srcver-path.
            string function trim (pack-path) delimited by size
                '.ver' delimited by size
                into srcver-path
            end-string

            open input srcver-file.
            if srcver-file-status not = 0
                exit section
            end-if

            read srcver-file end-read
            perform until srcver-file-status not = 0
                if srcver-record(1:7) = 'SRCVER;'
                    move srcver-record to sv-note-record
                    perform note-source-version
                end-if
                if srcver-record(1:7) = 'JOBHDR;'
                    or srcver-record(1:5) = 'STEP;'
                    or srcver-record(1:8) = 'HANDOFF;'

                    move srcver-record to rp-marker-record
                    move 1 to rp-marker-packed-flag
                    perform note-job-marker
                end-if
                read srcver-file end-read
            end-perform

            close srcver-file

            continue.

      ***************************************************************
      *** ----------------- one job-capture marker (rp-marker-
      *** record) into the step or hand-off table -- it stands
      *** before record rp-marker-position, or, from a pack's
      *** companion, before the record its last field names
      ***   JOBHDR;job;steps
      ***   STEP;n;step;capture
      ***   HANDOFF;from-step;to-step;file;from-module;to-module
        note-job-marker section.
            move spaces to rp-marker-tbl.
            move 0 to rp-marker-fields.

            unstring rp-marker-record delimited by ';'
                into rp-marker-field(1) rp-marker-field(2)
                    rp-marker-field(3) rp-marker-field(4)
                    rp-marker-field(5) rp-marker-field(6)
                    rp-marker-field(7) rp-marker-field(8)
                tallying in rp-marker-fields
            end-unstring

            if rp-marker-packed-flag = 1
                if rp-marker-fields < 2
                    exit section
                end-if
                move function numval
                    (rp-marker-field(rp-marker-fields))
                    to rp-marker-position
            end-if

            evaluate rp-marker-field(1)
                when 'JOBHDR'
                    move rp-marker-field(2) to rp-job-name
                when 'STEP'
                    if rp-step-count < RP-STEP-MAX
                        add 1 to rp-step-count
                        move rp-marker-position
                            to rs-start(rp-step-count)
                        move rp-marker-field(2)
                            to rs-number(rp-step-count)
                        move rp-marker-field(3)
                            to rs-name(rp-step-count)
                    end-if
                when 'HANDOFF'
                    if rp-handoff-count < RP-HANDOFF-MAX
                        add 1 to rp-handoff-count
                        move rp-marker-position
                            to rh-position(rp-handoff-count)
                        move rp-marker-field(4)
                            to rh-file(rp-handoff-count)
                        move rp-marker-field(2)
                            to rh-from-step(rp-handoff-count)
                    end-if
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- the marker text for record rp-window-
      *** index, spaces when it opens no step and follows no
      *** hand-off
        find-job-marker section.
            move spaces to rp-marker-text.

            perform varying rp-step-index from 1 by 1
                until rp-step-index > rp-step-count

                if rs-start(rp-step-index) = rp-window-index
                    string '<< step ' delimited by size
                        function trim (rs-number(rp-step-index))
                            delimited by size
                        ' ' delimited by size
                        function trim (rs-name(rp-step-index))
                            delimited by size
                        into rp-marker-text
                    end-string
                    exit section
                end-if
            end-perform

            perform varying rp-handoff-index from 1 by 1
                until rp-handoff-index > rp-handoff-count

                if rh-position(rp-handoff-index) = rp-window-index

                    string '<< ' delimited by size
                        function trim (rh-file(rp-handoff-index))
                            delimited by size
                        ' from ' delimited by size
                        function trim
                            (rh-from-step(rp-handoff-index))
                            delimited by size
                        into rp-marker-text
                    end-string
                    exit section
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the step replay-position lies in, into
      *** rp-step-current (0 before the first step), and the
      *** headline naming it
        find-current-step section.
            move 0 to rp-step-current.

            perform varying rp-step-index from 1 by 1
                until rp-step-index > rp-step-count

                if rs-start(rp-step-index) <= replay-position
                    move rp-step-index to rp-step-current
                end-if
            end-perform

            if rp-step-current = 0
                exit section
            end-if

            move spaces to rp-headline.
            string 'GnuCOBOL Debugger Replay  --  job '
                delimited by size
                function trim (rp-job-name) delimited by size
                '  step ' delimited by size
                function trim (rs-number(rp-step-current))
                    delimited by size
                ' of ' delimited by size
                rp-step-count delimited by size
                ': ' delimited by size
                function trim (rs-name(rp-step-current))
                    delimited by size
                into rp-headline
            end-string

            continue.

      ***************************************************************
      *** ----------------- S: to the first record of the next step
        find-next-step section.
            perform varying rp-step-index from 1 by 1
                until rp-step-index > rp-step-count

                if rs-start(rp-step-index) > replay-position
                    move rs-start(rp-step-index) to replay-position
                    exit perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- P: to the first record of the step
      *** before the cursor's -- or of its own, when the cursor is
      *** inside it
        find-previous-step section.
            perform varying rp-step-index from rp-step-count by -1
                until rp-step-index = 0

                if rs-start(rp-step-index) < replay-position
                    move rs-start(rp-step-index) to replay-position
                    exit perform
                end-if
            end-perform

            continue.
