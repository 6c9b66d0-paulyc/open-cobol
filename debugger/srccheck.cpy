      * default gc-debugger.sums), and re-recorded. A mismatch gets
      * the unmissable red status warning and a log record -- the
      * cue to verify the module was actually recompiled before
      * trusting a single displayed line. The module's saved
      * breakpoints, bookmarks and assertions are then re-anchored
      * to the new source (reanchor.cpy).
      *
      * Every distinct fingerprint is also kept: the first time
      * one is seen, the module's full text goes into the source
      * library (COB_SRC_LIBRARY, default gc-debugger.srclib, an
      * index of module;lines;fingerprint;date;version-file with
      * one <library>.<module>.<lines>.<fingerprint> text file per
      * version), and a trace capture notes the fingerprint each
      * module ran under as SRCVER;module;lines;fingerprint -- so
      * the trace tools can show the source a capture actually ran
      * against instead of whatever is linked today.

      ***************************************************************
      *** ----------------- fingerprint the module that just

            perform compute-source-fingerprint.

            perform archive-source-version.

            if trace-file-open-flag = 1
                perform write-trace-source-version
            end-if

            move 0 to src-found-index.
            perform varying src-index from 1 by 1
                until src-index > src-sum-count
                    end-string
                    perform display-status-error

      * its saved items are re-anchored against the new source
      * (reanchor.cpy) -- now, or once the lists are loaded
                    if ra-changed-count < RA-CHANGED-MAX
                        add 1 to ra-changed-count
                        move cobol-src-name
                            to ra-changed-module(ra-changed-count)
                    end-if

       >> IF ENABLE-LOGGING DEFINED
                    if cob-anim-logging = 'Y'
                        string 'SRCSTALE;' delimited by size

            perform flush-source-sums.

            if bp-wp-init-flag = 1
                perform reanchor-active-module
            end-if

            continue.

      ***************************************************************

            continue.

      ***************************************************************
      *** ----------------- first sight of this fingerprint? keep
      *** the module's whole text as a library version and index
      *** it. A version already indexed is left alone -- the text
      *** behind a fingerprint never changes.
        archive-source-version section.
            if src-lib-path = spaces
                accept src-lib-path from environment
                    'COB_SRC_LIBRARY' end-accept
                if src-lib-path = spaces
                    move 'gc-debugger.srclib' to src-lib-path
                end-if
            end-if

            move 0 to src-lib-found-flag.

            open input src-lib-file.
            if src-lib-file-status = 0
                read src-lib-file end-read
                perform until src-lib-file-status not = 0
                    or src-lib-found-flag = 1

                    move spaces to src-lib-module
                    move 0 to src-lib-lines
                    move 0 to src-lib-value
                    move 1 to tmp-unstring-ptr
                    unstring src-lib-record delimited by ';'
                        into src-lib-module
                        with pointer tmp-unstring-ptr
                    end-unstring
                    unstring src-lib-record delimited by ';'
                        into src-lib-lines
                        with pointer tmp-unstring-ptr
                    end-unstring
                    unstring src-lib-record delimited by ';'
                        into src-lib-value
                        with pointer tmp-unstring-ptr
                    end-unstring

                    if src-lib-module = cobol-src-name
                        and src-lib-lines = module-line-count
                        and src-lib-value = src-fingerprint

                        move 1 to src-lib-found-flag
                    end-if

                    read src-lib-file end-read
                end-perform
                close src-lib-file
            end-if

            if src-lib-found-flag = 1
                exit section
            end-if

            move module-line-count to src-lib-lines.
            move spaces to src-ver-path.
            string function trim (src-lib-path) delimited by size
                '.' delimited by size
                function trim (cobol-src-name) delimited by size
                '.' delimited by size
                src-lib-lines delimited by size
                '.' delimited by size
                src-fingerprint delimited by size
                into src-ver-path
            end-string

            open output src-ver-file.
            if src-ver-file-status not = 0
                exit section
            end-if

            perform varying tmp-linenumber from 1 by 1
                until tmp-linenumber > module-line-count

                move spaces to tmp-source-line-buffer
                move tmp-linenumber to tmp-linenumber-bin
                perform get-source-line

                move tmp-source-line-buffer(1:256) to src-ver-record
                write src-ver-record
            end-perform

            close src-ver-file.

            open extend src-lib-file.
            if src-lib-file-status not = 0
                open output src-lib-file
            end-if

            if src-lib-file-status = 0
                accept src-lib-date from date yyyymmdd end-accept

                move spaces to src-lib-record
                string function trim (cobol-src-name)
                        delimited by size
                    ';' delimited by size
                    src-lib-lines delimited by size
                    ';' delimited by size
                    src-fingerprint delimited by size
                    ';' delimited by size
                    src-lib-date delimited by size
                    ';' delimited by size
                    function trim (src-ver-path) delimited by size
                    into src-lib-record
                end-string
                write src-lib-record

                close src-lib-file
            end-if

            continue.

      ***************************************************************
      *** ----------------- SRCVER;module;lines;fingerprint into
      *** the capture, straight to the file the way HIT records go
      *** (a flight-recorder ring must never age it out)
        write-trace-source-version section.
            perform flush-trace-buffer.

            move spaces to trace-line.
            string 'SRCVER;' delimited by size
                function trim (cobol-src-name) delimited by size
                ';' delimited by size
                module-line-count delimited by size
                ';' delimited by size
                src-fingerprint delimited by size
                into trace-line
            end-string
            write trace-line.

            continue.

      ***************************************************************
        load-source-sums section.
            move spaces to src-sum-path.

            move 0 to src-sum-count.

            move src-sum-path to sf-list-path.
            move 'S' to sf-list-kind.
            perform check-saved-list.
            move sf-load-path to src-sum-path.

            open input src-sum-file.
            if src-sum-file-status = 0
                read src-sum-file end-read
                close src-sum-file
            end-if

            move sf-list-path to src-sum-path.

            continue.

      ***************************************************************
        flush-source-sums section.
            move src-sum-path to sf-list-path.
            perform begin-safe-save.
            move sf-temp-path to src-sum-path.

            open output src-sum-file.
            if src-sum-file-status = 0
                perform varying src-index from 1 by 1
                close src-sum-file
            end-if

            move src-sum-file-status to sf-write-status.
            move sf-list-path to src-sum-path.
            move 'S' to sf-list-kind.
            perform end-safe-save.

            continue.
