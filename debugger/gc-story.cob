      * annotation review pack, the alert file) into one browsable
      * walkthrough, generated offline: every accepted command in
      * order with its clock stamp, every HIT the run went through
      * -- with the program's own DISPLAY output in among them,
      * where the capture placed it -- with the source context
      * around each HIT (fetched through the
      * traced module's get_aniline entry point when it is linked
      * into this job, or from the archived version the capture
      * ran against when the source library holds it), the
      * analyst's line annotations, and the alerts raised. The
      * runbook links a worked session instead of screenshots.
      *   COB_JOURNAL_FILE   the session journal
      *                      (default gc-debugger.journal)
      *   COB_TRACE_FILE     the trace capture
      *                      (default gc-debugger.review)
      *   COB_ALERT_FILE     the alert file
      *                      (default gc-debugger.alert)
      *   COB_DISPLAY_FILE   the DISPLAY capture
      *                      (default gc-debugger.display)
      *   COB_STORY_FILE     the page (default gc-story.html)

        environment division.
                organization is line sequential
                file status is story-file-status.

      * the DISPLAY capture, read alongside the trace
            select dsp-in-file assign to sty-display-path
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

        fd  story-file.
            01 story-record         pic x(300).

        fd  dsp-in-file.
            01 dsp-in-record        pic x(300).

        fd  srclib-file.
            01 srclib-record        pic x(400).

        fd  srcver-file.
            01 srcver-record        pic x(256).

        working-storage section.

            01 work-path                    pic x(256) value spaces.
            01 sty-trace-path               pic x(256) value spaces.
            01 sty-review-path              pic x(256) value spaces.
            01 sty-alert-path               pic x(256) value spaces.
            01 sty-display-path             pic x(256) value spaces.

            01 sty-unstring-ptr             pic 9(4).
            01 sty-token-1                  pic x(30).
            01 sty-hit-name                 pic x(30).
            77 sty-written                  pic 9(5) value 0.

      * the DISPLAY capture's next line, and how many
      * statement records of the trace have gone past
            01 dsp-in-status                pic 99.
            77 sty-dsp-open-flag            pic 9 value 0.
            77 sty-dsp-seq                  pic 9(9) value 0.
            01 sty-dsp-module               pic x(30).
            77 sty-dsp-line                 pic 9(6) value 0.
            01 sty-dsp-text                 pic x(200).
            77 sty-record-count             pic 9(9) value 0.

      * source context around a HIT, through the traced
      * module's own entry point
            01 sty-getline                  pic x(128).
            77 sty-ctx-from                 pic 9(6) value 0.
            77 sty-ctx-to                   pic 9(6) value 0.

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

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to sty-journal-path.
            accept sty-journal-path from environment
                'COB_JOURNAL_FILE' end-accept.
                move 'gc-debugger.alert' to sty-alert-path
            end-if.

            move spaces to sty-display-path.
            accept sty-display-path from environment
                'COB_DISPLAY_FILE' end-accept.
            if sty-display-path = spaces
                move 'gc-debugger.display' to sty-display-path
            end-if.

            move spaces to story-path.
            accept story-path from environment 'COB_STORY_FILE'
            end-accept.

      ***************************************************************
      *** ----------------- every HIT the trace ran through, with
      *** two lines of source either side of the stopping line, and
      *** the program's DISPLAY output after the statement record
      *** the capture numbered it against (TRACE and HIT records
      *** are the ones numbered)
        write-event-chapter section.
            move '<h2>Stops, hits and program output</h2>'
                to story-record.
            perform put-story-line.

            move 0 to sty-written.
            move 0 to sty-record-count.

            move 0 to sty-dsp-open-flag.
            open input dsp-in-file.
            if dsp-in-status = 0
                move 1 to sty-dsp-open-flag
                perform read-display-capture
            end-if

            move sty-trace-path to work-path.
            open input work-file.

            if work-file-status = 0
                read work-file end-read
                perform until work-file-status not = 0
                    if work-record(1:4) = 'HIT;'
                        or work-record(1:6) = 'TRACE;'

                        add 1 to sty-record-count
                    end-if
                    if work-record(1:4) = 'HIT;'
                        perform write-one-hit-entry
                    end-if
                    if work-record(1:7) = 'SRCVER;'
                        move work-record to sv-note-record
                        perform note-source-version
                    end-if
                    perform write-display-entries
                    read work-file end-read
                end-perform
                close work-file
            end-if

      * whatever the trace did not reach -- all of it, with
      * no trace at all
            move 999999999 to sty-record-count.
            perform write-display-entries.

            if sty-dsp-open-flag = 1
                close dsp-in-file
            end-if

            if sty-written = 0
                move '<p>(no hits in the capture)</p>'
                    to story-record

            continue.

      ***************************************************************
      *** ----------------- the next captured DISPLAY line --
      *** module;line;trace-record;text -- or the capture closed out
        read-display-capture section.
            read dsp-in-file end-read.
            if dsp-in-status not = 0
                move 0 to sty-dsp-open-flag
                exit section
            end-if

            move 1 to sty-unstring-ptr.
            move spaces to sty-dsp-module.
            move 0 to sty-dsp-line.
            move 0 to sty-dsp-seq.
            move spaces to sty-dsp-text.

            unstring dsp-in-record delimited by ';'
                into sty-dsp-module
                with pointer sty-unstring-ptr
            end-unstring
            unstring dsp-in-record delimited by ';'
                into sty-dsp-line
                with pointer sty-unstring-ptr
            end-unstring
            unstring dsp-in-record delimited by ';'
                into sty-dsp-seq
                with pointer sty-unstring-ptr
            end-unstring
            if sty-unstring-ptr <= length of dsp-in-record
                move dsp-in-record(sty-unstring-ptr:)
                    to sty-dsp-text
            end-if

            continue.

      ***************************************************************
      *** ----------------- every captured line numbered at or
      *** before the trace's statement records so far
        write-display-entries section.
            perform until sty-dsp-open-flag = 0
                or sty-dsp-seq > sty-record-count

                move spaces to story-record
                string '<p>DISPLAY in ' delimited by size
                    function trim (sty-dsp-module)
                        delimited by size
                    ' line ' delimited by size
                    sty-dsp-line delimited by size
                    ': <code>' delimited by size
                    function trim (sty-dsp-text, trailing)
                        delimited by size
                    '</code></p>' delimited by size
                    into story-record
                end-string
                perform put-story-line

                perform read-display-capture
            end-perform

            continue.

      ***************************************************************
        write-one-hit-entry section.
            add 1 to sty-written.

                move 0 to sty-getline-ok
                move spaces to sty-source-buffer

                move sty-hit-module to sv-want-module
                move sty-ctx-line to sv-want-line
                perform fetch-library-line

                if sv-ok-flag = 1
                    move sv-buffer to sty-source-buffer
                    move 1 to sty-getline-ok
                else
                    move sty-ctx-line to sty-line-bin

                    call sty-getline using sty-line-bin
                        sty-source-buffer
                        on exception
                            move 0 to sty-getline-ok
                        not on exception
                            move 1 to sty-getline-ok
                    end-call
                end-if

                move spaces to story-record
                if sty-getline-ok = 1
            perform put-story-line.

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
