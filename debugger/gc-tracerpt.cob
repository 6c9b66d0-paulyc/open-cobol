      * cross-module search uses -- when the traced modules are
      * linked into this report job. When they aren't, the report
      * simply shows the module/line/count columns without the text.
      * When the capture names the source version it ran against
      * (SRCVER records) and the source library holds it, the text
      * comes from that version instead.

        environment division.
        configuration section.
                organization is line sequential
                file status is report-file-status.

      * the source library (COB_SRC_LIBRARY) -- its index,
      * and one archived source version at a time
            select srclib-file assign to srclib-path
                organization is line sequential
                file status is srclib-file-status.

            select srcver-file assign to srcver-path
                organization is line sequential
                file status is srcver-file-status.

      * the machine-readable twins, one per table,
      * written when COB_REPORT_FORMAT=DELIM
            select dlm-file assign to dlm-path
        fd  report-file.
            01 report-line          pic x(132).

        fd  srclib-file.
            01 srclib-record        pic x(400).

        fd  srcver-file.
            01 srcver-record        pic x(256).

        fd  dlm-file.
            01 dlm-record           pic x(100).

            01 trpt-source-buffer           pic x(512).
            01 trpt-getline-ok-flag         pic 9.

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

      * the I/O view -- slow jobs are I/O-bound, not
      * statement-bound. Each distinct traced line's source is
      * checked for an I/O verb in verb position (the structural
            77 trpt-io-index                pic 9(3) value 0.
            77 trpt-io-found                pic 9(3) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to trace-path.
            accept trace-path from environment 'COB_TRACE_FILE'
            end-accept.

            close pack-file

            perform load-pack-versions.

            continue.

      ***************************************************************

            evaluate function trim (trpt-token-1)
      * the capture's filter-settings header -- and a
      * slice's own header, a job capture's step and hand-off
      * markers, and its file OPEN/CLOSE records -- are not
      * statements
                when 'TRACEHDR'
                when 'SLICE'
                when 'JOBHDR'
                when 'STEP'
                when 'HANDOFF'
                when 'FILEIO'
                when 'ACCEPT'
                when 'STUB'
                    exit section
                when 'SRCVER'
                    move trace-line to sv-note-record
                    perform note-source-version
                when 'HIT'
                    move spaces to trpt-hit-kind
                    unstring trace-line delimited by ';'
                    < tl-line(trpt-best-index) - 500

                move spaces to trpt-source-buffer
                move tl-module(trpt-best-index) to sv-want-module
                move trpt-scan-line to sv-want-line
                perform fetch-library-line

                if sv-ok-flag = 1
                    move sv-buffer to trpt-source-buffer
                else
                    move trpt-scan-line to trpt-line-bin

                    call trpt-getline using trpt-line-bin
                        trpt-source-buffer
                        on exception
                            exit perform
                    end-call
                end-if

                move spaces to trpt-trimmed
                move function upper-case (function trim
      *** get_aniline_<module> entry point, the way
      *** search-in-all-modules builds its per-module call names --
      *** falls back cleanly when the module isn't linked into this
      *** report job. The archived version the capture ran
      *** against, when the library has it, comes first.
        fetch-traced-source-line section.
            move 0 to trpt-getline-ok-flag.
            move spaces to trpt-source-buffer.

            move tl-module(trpt-best-index) to sv-want-module.
            move tl-line(trpt-best-index) to sv-want-line.
            perform fetch-library-line.

            if sv-ok-flag = 1
                move 1 to trpt-getline-ok-flag
                move function trim (sv-buffer, leading)
                    to trpt-source-buffer
                exit section
            end-if

            move spaces to trpt-getline.
            string 'get_aniline_' delimited by size
                tl-module(trpt-best-index) delimited by spaces
                to trpt-source-buffer.

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
                read srcver-file end-read
            end-perform

            close srcver-file

            continue.
