      * safesave.cpy
      * crash-safe saves for the persisted lists -- the breakpoint
      * list (and its profiles), the watch list, the assertion
      * file, the bookmarks, the virtual-field definitions and the
      * source sums. These used to be rewritten in place, so a
      * session killed mid-write left a truncated file that the next
      * session quietly loaded half of. Each save now goes to
      * <list>.tmp, is read back and checked, and only then swapped
      * in; the copy it replaces is kept as <list>.1, the one before
      * that as <list>.2, and so on, COB_SAVE_GENERATIONS deep
      * (default 3, at most 9, 0 keeps none). Each load checks the
      * list first -- it must end on a whole line and every row must
      * parse the way its loader reads it -- and a damaged list is
      * passed over for the newest good generation, with a warning
      * on the status line.
      *
      * a writer brackets its open/close with
      *     move <path> to sf-list-path, perform begin-safe-save,
      *     move sf-temp-path to <path>, open output ... close,
      *     move <status> to sf-write-status, move sf-list-path to
      *     <path>, move <kind> to sf-list-kind, perform
      *     end-safe-save
      * and a loader with
      *     move <path> to sf-list-path, move <kind> to
      *     sf-list-kind, perform check-saved-list, move
      *     sf-load-path to <path>, open input ... close, move
      *     sf-list-path to <path>
      * kinds: B breakpoints, W watch list, A assertions,
      *        M bookmarks, D definitions, S source sums,
      *        R anchors

      ***************************************************************
      *** ----------------- which copy of sf-list-path to load:
      *** sf-load-path is the list itself when it checks good (or is
      *** not there at all), else its newest good generation
        check-saved-list section.
            move sf-list-path to sf-load-path.
            move sf-list-path to sf-check-path.
            perform verify-list-file.

            if sf-good-flag = 1
                exit section
            end-if

            move sf-bad-line to sf-first-bad-line.

            perform varying sf-gen from 1 by 1
                until sf-gen > SF-GEN-MAX

                perform build-generation-path
                move sf-gen-path to sf-check-path

                call 'CBL_CHECK_FILE_EXIST'
                    using sf-check-path sf-file-info
                    returning sf-call-rc
                end-call
                if sf-call-rc not = 0
                    exit perform
                end-if

                perform verify-list-file
                if sf-good-flag = 1
                    move sf-gen-path to sf-load-path
                    exit perform
                end-if
            end-perform

            move spaces to status-line.
            if sf-first-bad-line = 0
                string function trim (sf-list-path) delimited by size
                    ' is cut short' delimited by size
                    into status-line
                end-string
            else
                move sf-first-bad-line to sf-line-edit
                string function trim (sf-list-path) delimited by size
                    ' is damaged at line ' delimited by size
                    function trim (sf-line-edit) delimited by size
                    into status-line
                end-string
            end-if

            if sf-load-path = sf-list-path
                string status-line delimited by '  '
                    ', no good copy -- loaded as is' delimited by size
                    into sf-message
                end-string
            else
                string status-line delimited by '  '
                    ' -- loaded ' delimited by size
                    function trim (sf-load-path) delimited by size
                    into sf-message
                end-string
            end-if
            move sf-message to status-line.
            move spaces to sf-message.
            perform show-status-line

            continue.

      ***************************************************************
      *** ----------------- does sf-check-path hold a whole list of
      *** kind sf-list-kind? sf-good-flag 1 if so; otherwise
      *** sf-bad-line is the first row that doesn't parse, or 0 when
      *** the file stops part way through a line
        verify-list-file section.
            move 1 to sf-good-flag.
            move 0 to sf-bad-line.

            call 'CBL_CHECK_FILE_EXIST'
                using sf-check-path sf-file-info
                returning sf-call-rc
            end-call
            if sf-call-rc not = 0 or sf-fi-size = 0
                exit section
            end-if

      * every row is written with its line end, so the last
      * byte of a whole file is a line feed
            call 'CBL_OPEN_FILE' using sf-check-path
                sf-access-mode sf-deny-mode sf-device sf-handle
            end-call
            if return-code = 0
                compute sf-byte-offset = sf-fi-size - 1
                end-compute
                move 1 to sf-byte-count
                move space to sf-last-byte
                call 'CBL_READ_FILE' using sf-handle
                    sf-byte-offset sf-byte-count sf-stream-flags
                    sf-last-byte
                end-call
                call 'CBL_CLOSE_FILE' using sf-handle end-call
                move 0 to return-code

                if sf-last-byte not = x'0A'
                    move 0 to sf-good-flag
                    exit section
                end-if
            end-if
            move 0 to return-code.

            move 0 to sf-row-count.
            open input sf-check-file.
            if sf-check-status not = 0
                exit section
            end-if

            read sf-check-file end-read
            perform until sf-check-status not = 0
                add 1 to sf-row-count
                perform verify-list-record

                if sf-good-flag = 0
                    move sf-row-count to sf-bad-line
                    exit perform
                end-if

                read sf-check-file end-read
            end-perform

            close sf-check-file.

            continue.

      ***************************************************************
      *** ----------------- one row of sf-check-record, by the rules
      *** its loader reads it with -- a blank row is skipped by every
      *** loader and so passes
        verify-list-record section.
            if sf-check-record = spaces
                exit section
            end-if

            move spaces to sf-field-tbl.
            move 0 to sf-field-count.
            unstring sf-check-record delimited by ';'
                into sf-field(1) sf-field(2) sf-field(3) sf-field(4)
                     sf-field(5) sf-field(6) sf-field(7) sf-field(8)
                     sf-field(9)
                tallying in sf-field-count
            end-unstring

            evaluate sf-list-kind
      * name;line;var;op;value;limit;note;scope;depth, the
      * older lists stopping after the value or the limit
                when 'B'
                    if sf-field(1) = spaces
                        exit section
                    end-if
                    move 2 to sf-field-index
                    perform verify-numeric-field
                    if sf-field-count >= 6
                        and sf-field(6) not = spaces
                        move 6 to sf-field-index
                        perform verify-numeric-field
                    end-if
                    if sf-field-count >= 9
                        and sf-field(9) not = spaces
                        move 9 to sf-field-index
                        perform verify-numeric-field
                    end-if
      * module;line;field;op;value, or ORDER;module;a;b,
      * TIMES;module;line;n, WRITTEN;field;module;line
                when 'A'
                    if sf-field-count < 4
                        move 0 to sf-good-flag
                        exit section
                    end-if
                    evaluate sf-field(1)
                        when 'ORDER'
                        when 'TIMES'
                            move 3 to sf-field-index
                            perform verify-numeric-field
                            move 4 to sf-field-index
                            perform verify-numeric-field
                        when 'WRITTEN'
                            move 4 to sf-field-index
                            perform verify-numeric-field
                        when other
                            move 2 to sf-field-index
                            perform verify-numeric-field
                    end-evaluate
      * name;module;line
                when 'M'
                    if sf-field-count < 3
                        move 0 to sf-good-flag
                        exit section
                    end-if
                    move 3 to sf-field-index
                    perform verify-numeric-field
      * name;expression
                when 'D'
                    if sf-field-count < 2 or sf-field(1) = spaces
                        move 0 to sf-good-flag
                    end-if
      * module;lines;sum
                when 'S'
                    if sf-field-count < 3
                        move 0 to sf-good-flag
                        exit section
                    end-if
                    move 2 to sf-field-index
                    perform verify-numeric-field
                    move 3 to sf-field-index
                    perform verify-numeric-field
      * module;fingerprint;line;offset;paragraph;signature
                when 'R'
                    if sf-field-count < 5
                        move 0 to sf-good-flag
                        exit section
                    end-if
                    move 2 to sf-field-index
                    perform verify-numeric-field
                    move 3 to sf-field-index
                    perform verify-numeric-field
                    move 4 to sf-field-index
                    perform verify-numeric-field
      * the watch list's name;module;op;value has nothing
      * numeric to check, and its loader fills in what is missing
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
        verify-numeric-field section.
            if sf-field(sf-field-index) = spaces
                move 0 to sf-good-flag
                exit section
            end-if

            if function trim (sf-field(sf-field-index)) is not numeric
                move 0 to sf-good-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- <list>.<sf-gen> into sf-gen-path
        build-generation-path section.
            move sf-gen to sf-gen-digit.
            move spaces to sf-gen-path.
            string function trim (sf-list-path) delimited by size
                '.' delimited by size
                sf-gen-digit delimited by size
                into sf-gen-path
            end-string

            continue.

      ***************************************************************
      *** ----------------- a save of sf-list-path is about to start:
      *** sf-temp-path is the file to write it to
        begin-safe-save section.
            move spaces to sf-temp-path.
            string function trim (sf-list-path) delimited by size
                '.tmp' delimited by size
                into sf-temp-path
            end-string

            call 'CBL_DELETE_FILE' using sf-temp-path end-call.
            move 0 to return-code.

            continue.

      ***************************************************************
      *** ----------------- the save into sf-temp-path is done, with
      *** sf-write-status its file status: if the new copy checks
      *** good the generations move down one and it takes the list's
      *** place (sf-saved-flag 1); if not the list is left as it was
        end-safe-save section.
            move 0 to sf-saved-flag.

            if sf-write-status not = 0
                call 'CBL_DELETE_FILE' using sf-temp-path end-call
                move 0 to return-code
                exit section
            end-if

            move sf-temp-path to sf-check-path.
            perform verify-list-file.
            if sf-good-flag = 0
                call 'CBL_DELETE_FILE' using sf-temp-path end-call
                move 0 to return-code
                move spaces to status-line
                string function trim (sf-list-path) delimited by size
                    ' not saved -- the new copy did not read back'
                        delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if

            if sf-gen-loaded-flag = 0
                move 1 to sf-gen-loaded-flag
                move spaces to sf-gen-env
                accept sf-gen-env from environment
                    'COB_SAVE_GENERATIONS'
                end-accept
                if sf-gen-env not = spaces
                    and function trim (sf-gen-env) is numeric
                    move function numval (sf-gen-env)
                        to sf-generations
                end-if
                if sf-generations > SF-GEN-MAX
                    move SF-GEN-MAX to sf-generations
                end-if
            end-if

            perform varying sf-gen from sf-generations by -1
                until sf-gen < 2

                perform build-generation-path
                move sf-gen-path to sf-older-path
                subtract 1 from sf-gen
                perform build-generation-path
                add 1 to sf-gen
                call 'CBL_RENAME_FILE' using sf-gen-path sf-older-path
                end-call
            end-perform

            if sf-generations > 0
                move 1 to sf-gen
                perform build-generation-path
                call 'CBL_COPY_FILE' using sf-list-path sf-gen-path
                end-call
            end-if

            call 'CBL_RENAME_FILE' using sf-temp-path sf-list-path
            end-call
            if return-code = 0
                move 1 to sf-saved-flag
            end-if
            move 0 to return-code.

            continue.
