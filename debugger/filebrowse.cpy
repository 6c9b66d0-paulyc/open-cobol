      *   G <n>        go to record n
      *   K <fld> <v>  scan forward for field = value
      *   Enter/Esc    back to the animator
      * A file listed in COB_EBCDIC_LIST, or opened with
      * "D FILE <path> EBCDIC", shows its display fields decoded
      * (ebcdic.cpy) and takes K values typed as plain text.
      * The file is line sequential unless the command says
      *   SEQ [n]   fixed-length record sequential, n-byte records
      *   REL [n]   relative, n-byte records, record number = slot
      *   IDX [n]   indexed on the prime key in the leading bytes
      * (n defaults to the loaded layout's record size, else 512).
      * SEQ and REL are read by byte offset through the byte-stream
      * routines -- the record length is a run-time setting, which
      * an FD cannot take -- a relative slot being the runtime's
      * FB-REL-HEADER-byte length word plus the record. IDX walks
      * the file with START/READ NEXT: N and B step by key, and K
      * on the prime key field positions with START instead of
      * scanning. The prime key is the leading 20 bytes -- a file
      * keyed any other way will not open, and says so with its
      * file status.
      * "LAYOUTS <set>" decodes a file mixing record types: the
      * set holds type-position;type-value;layout-export rows, and
      * each record is decoded through the export whose type code
      * its bytes carry (the first row that fits), or shown raw
      * when none does. K then matches only records whose own
      * layout has the field.

      ***************************************************************
        file-browser-action section.
            end-unstring

            if fb-path = spaces
                move 'Usage: D FILE <path> [EBCDIC] [SEQ|REL|IDX n]'
                    to status-line
                move ' [LAYOUTS <set>]' to status-line(46:)
                perform show-status-line
                exit section
            end-if

            move 'FILE' to eb-check-kind.
            move fb-path to eb-check-name.
            perform check-ebcdic-setting.
            move eb-on-flag to fb-ebcdic-flag.

            move 'LINE' to fb-org.
            move 0 to fb-rec-len.
            move spaces to fb-set-path.
            perform 5 times
                move spaces to fb-arg-2
                unstring raw-command-input-buffer delimited by space
                    into fb-arg-2
                    with pointer tmp-unstring-ptr
                end-unstring
      * the set's path keeps its case, and may be long
                if function upper-case (fb-arg-2) = 'LAYOUTS'
                    unstring raw-command-input-buffer
                        delimited by space
                        into fb-set-path
                        with pointer tmp-unstring-ptr
                    end-unstring
                else
                    perform fb-take-option
                end-if
            end-perform

            move 0 to fb-set-count.
            move 0 to fb-lf-count.
            move 0 to fb-layout-size.
            if fb-set-path not = spaces
                perform fb-load-layout-set
                if fb-set-count = 0
                    exit section
                end-if
            end-if

            if fb-rec-len = 0 and fb-layout-size > 0
                and fb-layout-size <= length of fb-record
                move fb-layout-size to fb-rec-len
            end-if
            if fb-rec-len = 0
                if lm-count > 0 and lm-total-size(1) > 0
                    and lm-total-size(1) <= length of fb-record
                    move lm-total-size(1) to fb-rec-len
                else
                    move length of fb-record to fb-rec-len
                end-if
            end-if
            if fb-rec-len > length of fb-record
                move length of fb-record to fb-rec-len
            end-if

            move 1 to fb-rec-number.
            move 0 to fb-leave-flag.
            move 0 to fb-idx-open-failed-flag.

            perform fb-fetch-record.

            if fb-rec-found-flag = 0
                and fb-idx-open-failed-flag = 1

                exit section
            end-if
            if fb-rec-found-flag = 0
                move spaces to status-line
                string 'Cannot read ' delimited by size
                    function trim (fb-path) delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if

            perform fb-render.
            perform fb-interact until fb-leave-flag = 1.

            perform show-empty-screen
            perform do-screen-init.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line.

            continue.

      ***************************************************************
      *** ----------------- one option word after the path:
      *** EBCDIC, an organization, or the record length
        fb-take-option section.
            move function upper-case (fb-arg-2) to fb-arg-2.

            evaluate true
                when fb-arg-2 = spaces
                    continue
                when fb-arg-2 = 'EBCDIC'
                    move 1 to fb-ebcdic-flag
                when fb-arg-2 = 'LINE' or 'SEQ' or 'REL' or 'IDX'
                    move fb-arg-2 to fb-org
                when function trim (fb-arg-2) is numeric
                    move function numval (fb-arg-2) to fb-rec-len
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- record fb-rec-number into fb-record --
      *** opened fresh each fetch, the way the state watchers
      *** as it is now
        fb-fetch-record section.
            move 0 to fb-rec-found-flag.
            move 0 to fb-empty-slot-flag.
            move spaces to fb-record.

            evaluate fb-org
                when 'SEQ'
                when 'REL'
                    perform fb-stream-open
                    if fb-stream-open-flag = 1
                        if fb-rec-number <= fb-rec-total
                            move fb-rec-number to fb-scan-number
                            perform fb-stream-read
                            move 1 to fb-rec-found-flag
                        end-if
                        perform fb-stream-close
                    end-if
                    exit section
                when 'IDX'
                    perform fb-fetch-idx-record
                    exit section
                when other
                    continue
            end-evaluate

            open input fb-file.

            if fb-file-status = 0
        fb-scan-for-key section.
            move 0 to fb-key-index.

            if fb-set-count > 0
                perform fb-find-set-key
            else
                perform varying lm-index from 1 by 1
                    until lm-index > lm-count
                    or fb-key-index not = 0

                    if function trim (lm-name(lm-index))
                        = function trim (fb-key-field)
                        and lm-offset-bad(lm-index) = 0
                        and lm-length(lm-index) > 0

                        move lm-index to fb-key-index
                        move lm-offset(lm-index) to fb-key-offset
                        move lm-length(lm-index) to fb-key-length
                    end-if
                end-perform
            end-if

            if fb-key-index = 0
                move 'No such field in the loaded layout map.'
                    to status-line
                perform show-status-line
                exit section
            end-if

      * the typed value, in the file's own encoding
            move fb-key-value to fb-match-value.
            if fb-ebcdic-flag = 1
                move fb-key-value to eb-text
                move length of fb-key-value to eb-length
                perform ascii-to-ebcdic
                move eb-text(1:length of fb-key-value)
                    to fb-match-value
            end-if

            move 0 to fb-rec-found-flag.

            evaluate fb-org
                when 'SEQ'
                when 'REL'
                    perform fb-scan-stream-for-key
                when 'IDX'
                    perform fb-scan-idx-for-key
                when other
                    perform fb-scan-line-for-key
            end-evaluate

            if fb-rec-found-flag = 0
                and fb-idx-open-failed-flag = 0

                move spaces to status-line
                string 'No record past here with '
                    delimited by size
                    function trim (fb-key-field)
                    delimited by size
                    ' = ' delimited by size
                    function trim (fb-key-value)
                    delimited by size
                    into status-line
                end-string
                perform show-status-line
      * stand where we stood
                perform fb-fetch-record
            end-if

            continue.

      ***************************************************************
      *** ----------------- the forward scan, line sequential
        fb-scan-line-for-key section.
            open input fb-file.

            if fb-file-status = 0
                    add 1 to fb-scan-number

                    if fb-scan-number > fb-rec-number
                        move fb-file-record to fb-scan-record
                        perform fb-check-key-record
                        if fb-key-hit-flag = 1
                            move fb-file-record to fb-record
                            move fb-scan-number to fb-rec-number
                            move 1 to fb-rec-found-flag
                        end-if
                    end-if

                    read fb-file end-read
                end-perform

                close fb-file
            end-if

            continue.

      ***************************************************************
      *** ----------------- the forward scan, record by record at
      *** its byte offset
        fb-scan-stream-for-key section.
            perform fb-stream-open.
            if fb-stream-open-flag = 0
                exit section
            end-if

            move fb-rec-number to fb-scan-number.
            perform until fb-rec-found-flag = 1
                or fb-scan-number >= fb-rec-total

                add 1 to fb-scan-number
                perform fb-stream-read

                if fb-empty-slot-flag = 0
                    move fb-record to fb-scan-record
                    perform fb-check-key-record
                    if fb-key-hit-flag = 1
                        move fb-scan-number to fb-rec-number
                        move 1 to fb-rec-found-flag
                    end-if
                end-if
            end-perform

            perform fb-stream-close.

            continue.

      ***************************************************************
      *** ----------------- keyed positioning: on the prime key
      *** field, START at the value and take the next record; on
      *** any other field, READ NEXT forward from the current key
        fb-scan-idx-for-key section.
            move 0 to fb-idx-open-failed-flag.
            open input fb-idx-file.
            if fb-file-status not = 0
                perform fb-idx-open-failed
                exit section
            end-if

            move low-values to fb-idx-key.
            move 0 to fb-idx-started-flag.
            if fb-set-count = 0
                and fb-key-offset = 1
                and fb-key-length <= length of fb-idx-key

                move fb-match-value(1:fb-key-length)
                    to fb-idx-key(1:fb-key-length)
                move 1 to fb-idx-started-flag
                start fb-idx-file key is >= fb-idx-key
                end-start
            else
                move fb-idx-current-key to fb-idx-key
                start fb-idx-file key is > fb-idx-key
                end-start
            end-if

            if fb-file-status = 0
                read fb-idx-file next end-read
                perform until fb-file-status not = 0
                    or fb-rec-found-flag = 1

                    move spaces to fb-scan-record
                    move fb-idx-record(1:fb-rec-len)
                        to fb-scan-record
                    perform fb-check-key-record
                    if fb-key-hit-flag = 1
                        move spaces to fb-record
                        move fb-idx-record(1:fb-rec-len)
                            to fb-record
                        move fb-idx-key to fb-idx-current-key
                        move 1 to fb-rec-found-flag
                    else
      * the prime key has passed the value -- no such record
                        if fb-idx-started-flag = 1
                            exit perform
                        end-if
                        read fb-idx-file next end-read
                    end-if
                end-perform
            end-if

            close fb-idx-file.

            continue.

      ***************************************************************
      *** ----------------- the indexed file would not open --
      *** most often a prime key laid out other than the leading
      *** 20 bytes fb-idx-file declares (status 39)
        fb-idx-open-failed section.
            move 1 to fb-idx-open-failed-flag.
            move spaces to status-line.
            string 'IDX open status ' delimited by size
                fb-file-status delimited by size
                ' (prime key must be leading 20 bytes): '
                    delimited by size
                function trim (fb-path) delimited by size
                into status-line
            end-string.
            perform show-status-line.

            continue.

      ***************************************************************
      *** ----------------- record fb-rec-number in key order:
      *** START at the lowest key and READ NEXT up to it
        fb-fetch-idx-record section.
            move 0 to fb-idx-open-failed-flag.
            open input fb-idx-file.
            if fb-file-status not = 0
                perform fb-idx-open-failed
                exit section
            end-if

            move low-values to fb-idx-key.
            start fb-idx-file key is >= fb-idx-key end-start.

            move 0 to fb-scan-number.
            if fb-file-status = 0
                read fb-idx-file next end-read
                perform until fb-file-status not = 0
                    or fb-rec-found-flag = 1

                    add 1 to fb-scan-number
                    if fb-scan-number = fb-rec-number
                        move spaces to fb-record
                        move fb-idx-record(1:fb-rec-len)
                            to fb-record
                        move fb-idx-key to fb-idx-current-key
                        move 1 to fb-rec-found-flag
                    else
                        read fb-idx-file next end-read
                    end-if
                end-perform
            end-if

            close fb-idx-file.

            continue.

      ***************************************************************
      *** ----------------- N and B on an indexed file: the next
      *** or previous key from the one on view (fb-idx-direction
      *** '>' or '<'); the record on view stays when there is none
        fb-step-idx-record section.
            move 0 to fb-rec-found-flag.

            move 0 to fb-idx-open-failed-flag.
            open input fb-idx-file.
            if fb-file-status not = 0
                perform fb-idx-open-failed
                exit section
            end-if

            move fb-idx-current-key to fb-idx-key.
            if fb-idx-direction = '>'
                start fb-idx-file key is > fb-idx-key end-start
                if fb-file-status = 0
                    read fb-idx-file next end-read
                end-if
            else
                start fb-idx-file key is < fb-idx-key end-start
                if fb-file-status = 0
                    read fb-idx-file previous end-read
                end-if
            end-if

            if fb-file-status = 0
                move spaces to fb-record
                move fb-idx-record(1:fb-rec-len) to fb-record
                move fb-idx-key to fb-idx-current-key
                move 1 to fb-rec-found-flag
                if fb-idx-direction = '>'
                    add 1 to fb-rec-number
                else
                    if fb-rec-number > 1
                        subtract 1 from fb-rec-number
                    end-if
                end-if
            end-if

            close fb-idx-file.

            continue.

      ***************************************************************
      *** ----------------- open fb-path for byte-offset reading
      *** and size it: fb-rec-total records of fb-slot-len bytes
        fb-stream-open section.
            move 0 to fb-stream-open-flag.
            move 0 to fb-rec-total.

            move 1 to fb-access-mode.
            call 'CBL_OPEN_FILE' using fb-path fb-access-mode
                fb-deny-mode fb-device fb-handle
            end-call
            if return-code not = 0
                move 0 to return-code
                exit section
            end-if

            move 0 to fb-offset.
            move 0 to fb-byte-count.
            move 128 to fb-stream-flags.
            call 'CBL_READ_FILE' using fb-handle fb-offset
                fb-byte-count fb-stream-flags fb-record
            end-call
            move 0 to return-code.
            move 0 to fb-stream-flags.

            move fb-rec-len to fb-slot-len.
            if fb-org = 'REL'
                add FB-REL-HEADER to fb-slot-len
            end-if
            divide fb-offset by fb-slot-len giving fb-rec-total
            end-divide.

            move 1 to fb-stream-open-flag.

            continue.

      ***************************************************************
      *** ----------------- record fb-scan-number into fb-record;
      *** a relative slot whose length word is zero was never
      *** written (or was deleted) -- fb-empty-slot-flag = 1
        fb-stream-read section.
            move spaces to fb-record.
            move 0 to fb-empty-slot-flag.

            compute fb-offset = (fb-scan-number - 1) * fb-slot-len
            end-compute.

            if fb-org = 'REL'
                move FB-REL-HEADER to fb-byte-count
                move low-values to fb-slot-header
                call 'CBL_READ_FILE' using fb-handle fb-offset
                    fb-byte-count fb-stream-flags fb-slot-header
                end-call
                if fb-slot-header = low-values
                    move 1 to fb-empty-slot-flag
                end-if
                add FB-REL-HEADER to fb-offset
            end-if

            move fb-rec-len to fb-byte-count.
            call 'CBL_READ_FILE' using fb-handle fb-offset
                fb-byte-count fb-stream-flags fb-record
            end-call.
            move 0 to return-code.

            continue.

      ***************************************************************
        fb-stream-close section.
            call 'CBL_CLOSE_FILE' using fb-handle end-call.
            move 0 to return-code.

            continue.

      ***************************************************************
      *** ----------------- the layout set's rows, then each row's
      *** layout export behind them; fb-set-count is left 0 when
      *** any of it cannot be read
        fb-load-layout-set section.
            open input fb-set-file.
            if fb-set-status not = 0
                move spaces to status-line
                string 'Cannot open layout set ' delimited by size
                    function trim (fb-set-path) delimited by size
                    into status-line
                end-string
                perform show-status-line
                exit section
            end-if

            read fb-set-file end-read
            perform until fb-set-status not = 0
                or fb-set-count >= FB-SET-MAX

                if fb-set-record not = spaces
                    and fb-set-record(1:1) not = '#'

                    add 1 to fb-set-count
                    move spaces to fb-set-in-pos
                    move spaces to fbs-value(fb-set-count)
                    move spaces to fbs-layout-path(fb-set-count)
                    move 1 to fb-tok-ptr
                    unstring fb-set-record delimited by ';'
                        into fb-set-in-pos
                             fbs-value(fb-set-count)
                             fbs-layout-path(fb-set-count)
                        with pointer fb-tok-ptr
                    end-unstring

                    move 0 to fbs-position(fb-set-count)
                    if fb-set-in-pos not = spaces
                        and function trim (fb-set-in-pos) is numeric
                        move function numval (fb-set-in-pos)
                            to fbs-position(fb-set-count)
                    end-if
                    move function trim (fbs-value(fb-set-count))
                        to fbs-value(fb-set-count)
                    move 0 to fbs-value-len(fb-set-count)
                    if fbs-value(fb-set-count) not = spaces
                        move function length (function trim
                            (fbs-value(fb-set-count)))
                            to fbs-value-len(fb-set-count)
                    end-if
                    move function trim
                        (fbs-layout-path(fb-set-count))
                        to fbs-layout-path(fb-set-count)

      * the type code as the file's bytes carry it
                    move fbs-value(fb-set-count)
                        to fbs-match(fb-set-count)
                    if fb-ebcdic-flag = 1
                        move fbs-value(fb-set-count) to eb-text
                        move length of fbs-value to eb-length
                        perform ascii-to-ebcdic
                        move eb-text(1:length of fbs-value)
                            to fbs-match(fb-set-count)
                    end-if

                    if fbs-position(fb-set-count) = 0
                        or fbs-value-len(fb-set-count) = 0
                        or fbs-layout-path(fb-set-count) = spaces
                        subtract 1 from fb-set-count
                    end-if
                end-if

                read fb-set-file end-read
            end-perform

            close fb-set-file.

            perform varying fb-set-index from 1 by 1
                until fb-set-index > fb-set-count

                perform fb-load-layout-export
                if fb-set-count = 0
                    exit perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- set row fb-set-index's layout export
      *** into fb-lf-tbl, after the rows already there -- rows
      *** "<level> <name> off <offset> len <len> <usage> <pic>",
      *** elementary where the next row is not deeper
        fb-load-layout-export section.
            move fbs-layout-path(fb-set-index) to fb-lay-path.
            compute fbs-first(fb-set-index) = fb-lf-count + 1
            end-compute.
            move 0 to fbs-key-index(fb-set-index).

            open input fb-lay-file.
            if fb-set-status not = 0
                move spaces to status-line
                string 'Cannot open layout ' delimited by size
                    function trim (fb-lay-path) delimited by size
                    into status-line
                end-string
                perform show-status-line
                move 0 to fb-set-count
                exit section
            end-if

            read fb-lay-file end-read
            perform until fb-set-status not = 0
                or fb-lf-count >= FB-LF-MAX

                if fb-lay-record not = spaces
                    perform fb-parse-layout-row
                end-if

                read fb-lay-file end-read
            end-perform

            close fb-lay-file.

            move fb-lf-count to fbs-last(fb-set-index).

      * the record size is the 01 row's length
            move fbs-first(fb-set-index) to fb-lf-index.
            if fb-lf-index <= fb-lf-count
                if fl-usable(fb-lf-index) = 1
                    and fl-length(fb-lf-index) > fb-layout-size
                    move fl-length(fb-lf-index) to fb-layout-size
                end-if
            end-if

            perform varying fb-lf-index from fbs-first(fb-set-index)
                by 1 until fb-lf-index > fbs-last(fb-set-index)

                move 1 to fl-elementary(fb-lf-index)
                if fb-lf-index < fbs-last(fb-set-index)
                    if fl-level(fb-lf-index + 1)
                        > fl-level(fb-lf-index)
                        move 0 to fl-elementary(fb-lf-index)
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
        fb-parse-layout-row section.
            move 1 to fb-tok-ptr.
            move spaces to fb-tok-1.
            move spaces to fb-tok-2.
            move spaces to fb-tok-3.
            move spaces to fb-tok-4.
            move spaces to fb-tok-5.
            move spaces to fb-tok-6.
            move spaces to fb-tok-7.
            move spaces to fb-tok-8.

            unstring fb-lay-record delimited by all space
                into fb-tok-1 fb-tok-2 fb-tok-3 fb-tok-4
                     fb-tok-5 fb-tok-6 fb-tok-7 fb-tok-8
                with pointer fb-tok-ptr
            end-unstring

            if fb-tok-1 = spaces
                or function trim (fb-tok-1) is not numeric
                or function trim (fb-tok-3) not = 'off'
                or function trim (fb-tok-5) not = 'len'
                exit section
            end-if

            add 1 to fb-lf-count.
            move function numval (fb-tok-1) to fl-level(fb-lf-count).
            move function upper-case (fb-tok-2)
                to fl-name(fb-lf-count).
            move fb-tok-7 to fl-usage(fb-lf-count).
            move function upper-case (fb-tok-8)
                to fl-pic(fb-lf-count).
            move 0 to fl-usable(fb-lf-count).
            move 0 to fl-offset(fb-lf-count).
            move 0 to fl-length(fb-lf-count).

            if fb-tok-4 not = spaces and fb-tok-6 not = spaces
                and function trim (fb-tok-4) is numeric
                and function trim (fb-tok-6) is numeric

                move function numval (fb-tok-4)
                    to fl-offset(fb-lf-count)
                move function numval (fb-tok-6)
                    to fl-length(fb-lf-count)
                if fl-offset(fb-lf-count) > 0
                    and fl-length(fb-lf-count) > 0
                    move 1 to fl-usable(fb-lf-count)
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- which set row fb-scan-record's type
      *** code names: fb-type-row, 0 for none
        fb-find-record-type section.
            move 0 to fb-type-row.

            perform varying fb-set-index from 1 by 1
                until fb-set-index > fb-set-count
                or fb-type-row not = 0

                if fbs-position(fb-set-index)
                    + fbs-value-len(fb-set-index)
                    <= length of fb-scan-record + 1

                    if fb-scan-record(fbs-position(fb-set-index):
                        fbs-value-len(fb-set-index))
                        = fbs-match(fb-set-index)
                            (1:fbs-value-len(fb-set-index))
                        move fb-set-index to fb-type-row
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- K under a layout set: the field in each
      *** type's layout (fbs-key-index, 0 where it has none);
      *** fb-key-index the first found
        fb-find-set-key section.
            perform varying fb-set-index from 1 by 1
                until fb-set-index > fb-set-count

                move 0 to fbs-key-index(fb-set-index)
                perform varying fb-lf-index
                    from fbs-first(fb-set-index) by 1
                    until fb-lf-index > fbs-last(fb-set-index)
                    or fbs-key-index(fb-set-index) not = 0

                    if fl-elementary(fb-lf-index) = 1
                        and fl-usable(fb-lf-index) = 1
                        and function trim (fl-name(fb-lf-index))
                            = function trim (fb-key-field)
                        move fb-lf-index
                            to fbs-key-index(fb-set-index)
                    end-if
                end-perform

                if fb-key-index = 0
                    and fbs-key-index(fb-set-index) not = 0
                    move fbs-key-index(fb-set-index)
                        to fb-key-index
                    move fl-offset(fb-key-index) to fb-key-offset
                    move fl-length(fb-key-index) to fb-key-length
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- does fb-scan-record hold fb-match-value
      *** in the K field? Under a layout set, in the field of the
      *** record's own type. fb-key-hit-flag = 1 if so
        fb-check-key-record section.
            move 0 to fb-key-hit-flag.

            if fb-set-count = 0
                if fb-scan-record(fb-key-offset:fb-key-length)
                    = fb-match-value(1:fb-key-length)
                    move 1 to fb-key-hit-flag
                end-if
                exit section
            end-if

            perform fb-find-record-type.
            if fb-type-row = 0
                exit section
            end-if
            if fbs-key-index(fb-type-row) = 0
                exit section
            end-if

            move fbs-key-index(fb-type-row) to fb-lf-index.
            if fb-scan-record(fl-offset(fb-lf-index):
                fl-length(fb-lf-index))
                = fb-match-value(1:fl-length(fb-lf-index))
                move 1 to fb-key-hit-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- the current record's fields, through
      *** the layout of its type (fb-type-row), onto the panel
        fb-render-typed-fields section.
            perform varying fb-lf-index from fbs-first(fb-type-row)
                by 1 until fb-lf-index > fbs-last(fb-type-row)
                or sweep-display-count >= 15

                if fl-elementary(fb-lf-index) = 1
                    and fl-usable(fb-lf-index) = 1

                    add 1 to sweep-display-count
                    move fl-offset(fb-lf-index) to fb-fld-offset
                    move fl-length(fb-lf-index) to fb-fld-length
                    move fl-usage(fb-lf-index) to fb-fld-usage
                    move fl-pic(fb-lf-index) to fb-fld-pic
                    perform fb-decode-field
                    move spaces to sweep-display-line
                        (sweep-display-count)
                    string function trim (fl-name(fb-lf-index))
                            delimited by size
                        ' = ' delimited by size
                        eb-text(1:eb-length) delimited by size
                        into sweep-display-line
                            (sweep-display-count)
                    end-string
                end-if
            end-perform

            continue.

      ***************************************************************
            move 0 to sweep-display-count.
            move spaces to sweep-display-data.

            if fb-set-count > 0
                move fb-record to fb-scan-record
                perform fb-find-record-type
                if fb-type-row > 0
                    perform fb-render-typed-fields
                end-if
            end-if

            if lm-count > 0 and fb-set-count = 0
                perform varying lm-index from 1 by 1
                    until lm-index > lm-count
                    or sweep-display-count >= 15
                        and lm-length(lm-index) > 0

                        add 1 to sweep-display-count
                        move lm-offset(lm-index) to fb-fld-offset
                        move lm-length(lm-index) to fb-fld-length
                        move lm-usage(lm-index) to fb-fld-usage
                        move lm-pic(lm-index) to fb-fld-pic
                        perform fb-decode-field
                        move spaces to sweep-display-line
                            (sweep-display-count)
                        string function trim
                                (lm-name(lm-index))
                                delimited by size
                            ' = ' delimited by size
                            eb-text(1:eb-length)
                                delimited by size
                            into sweep-display-line
                                (sweep-display-count)
            end-if

            if sweep-display-count = 0
                move fb-record to eb-text
                if fb-ebcdic-flag = 1
                    move length of fb-record to eb-length
                    perform ebcdic-to-ascii
                end-if

                perform varying tmp-number from 1 by 1
                    until tmp-number > 6
                    or sweep-display-count >= 15
                    compute tmp-number-2 =
                        (tmp-number - 1) * 76 + 1
                    end-compute
                    move eb-text(tmp-number-2:76)
                        to sweep-display-line
                            (sweep-display-count)
                end-perform
                ' (N/B/G n/K fld val)' delimited by size
                into sweep-panel-title
            end-string
            if fb-set-count > 0
                move spaces to sweep-panel-title
                if fb-type-row > 0
                    string 'Record ' delimited by size
                        fb-rec-number delimited by size
                        ' type ' delimited by size
                        fbs-value(fb-type-row)
                            (1:fbs-value-len(fb-type-row))
                            delimited by size
                        into sweep-panel-title
                    end-string
                else
                    string 'Record ' delimited by size
                        fb-rec-number delimited by size
                        ' -- unknown type' delimited by size
                        into sweep-panel-title
                    end-string
                end-if
            end-if
            if fb-empty-slot-flag = 1
                move 'Record ' to sweep-panel-title
                move fb-rec-number to sweep-panel-title(8:7)
                move ' -- empty slot' to sweep-panel-title(15:)
            end-if
            if fb-ebcdic-flag = 1
                move 'EBCDIC' to sweep-panel-title(35:)
            end-if

            perform show-empty-screen
            perform show-sweep-panel-screen

            continue.

      ***************************************************************
      *** ----------------- the field at fb-fld-offset/-length of
      *** the current record, of usage fb-fld-usage and picture
      *** fb-fld-pic, into eb-text(1:eb-length) as it should read:
      *** an EBCDIC file's display bytes decoded (signed zoned as a
      *** signed number), packed and binary bytes as they are
        fb-decode-field section.
            move spaces to eb-text.
            if fb-fld-offset + fb-fld-length
                > length of fb-record + 1
                move 1 to eb-length
                exit section
            end-if
            move fb-record(fb-fld-offset:fb-fld-length)
                to eb-text.
            move fb-fld-length to eb-length.
            if eb-length > 76
                move 76 to eb-length
            end-if

            if fb-ebcdic-flag = 0
                exit section
            end-if

            evaluate fb-fld-usage
                when 'PACKED'
                when 'BINARY'
                when 'COMP-1'
                when 'COMP-2'
                    exit section
                when other
                    continue
            end-evaluate

            perform ebcdic-to-ascii.

            if fb-fld-pic(1:1) = 'S'
                perform ebcdic-zoned-value
                if eb-zoned-flag = 1
                    move eb-zoned-text to eb-text
                    move length of eb-zoned-text to eb-length
                end-if
            end-if

            continue.

      ***************************************************************
        fb-interact section.
            move spaces to tmp-command-input-buffer.
            perform accept-panel-reply.

            move tty-reply-status to inp-crt-status.

      * keep the as-typed copy -- the K scan compares
      * data content, which is case-significant
            evaluate true
                when inp-crt-status = 2005
                    move 1 to fb-leave-flag
                when tmp-command-input-buffer(1:1) = 'N'
                    and fb-org = 'IDX'
                    move '>' to fb-idx-direction
                    perform fb-step-idx-record
                    perform fb-render
                when tmp-command-input-buffer(1:1) = 'B'
                    and fb-org = 'IDX'
                    move '<' to fb-idx-direction
                    perform fb-step-idx-record
                    perform fb-render
                when tmp-command-input-buffer(1:1) = 'N'
                    add 1 to fb-rec-number
                    perform fb-fetch-record
                        perform fb-fetch-record
                        if fb-rec-found-flag = 0
                            move 'No such record.' to status-line
                            perform show-status-line
                            move 1 to fb-rec-number
                            perform fb-fetch-record
                        end-if

                        move 'Usage: K <field> <value>'
                            to status-line
                        perform show-status-line
                    else
                        perform fb-scan-for-key
                    end-if
