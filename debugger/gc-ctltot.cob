        identification division.
        program-id. gc-ctltot.

      * header/trailer control-total validation -- a feed is
      * balanced before anything processes it, not by eye. The
      * data file is read through a layout set (the same
      * type-position;type-value;layout-export rows gc-filecmp
      * takes) and checked against its own trailer and header:
      *   - the trailer's declared record count against the
      *     detail records actually present
      *   - each amount total and hash total the trailer carries
      *     against the sum over the details
      *   - the details' sequence numbers, for gaps, duplicates
      *     and records out of order
      *   - the header's run date against today -- the run-time's
      *     clock, so a simulated date (COB_CURRENT_DATE, "E DATE")
      *     is honored
      *   - one header first, one trailer last, nothing else
      *     outside them, no record of an unknown type
      *   COB_CTLTOT_FILE        the feed (line sequential)
      *   COB_CTLTOT_LAYOUT_SET  its layout set
      *   COB_CTLTOT_RULES       the control rules (below)
      *   COB_CTLTOT_REPORT      the report
      *                          (default gc-ctltot.report)
      * The rules file, one rule per line:
      *   HEADER <type>                 the header's type code
      *   DETAIL <type>                 a detail type (repeatable)
      *   TRAILER <type>                the trailer's type code
      *   COUNT <trailer-field> [ALL]   declared count -- of the
      *                                 details, or with ALL of
      *                                 every record
      *   AMOUNT <detail-fld> <trailer-fld>   an amount total
      *   HASH <detail-fld> <trailer-fld>     a hash total
      *   SEQUENCE <detail-fld>         the sequence number
      *   RUNDATE <header-fld> [days]   yyyymmdd run date, at most
      *                                 days old (default 0)
      * Without HEADER/DETAIL/TRAILER the set's first row is the
      * header, its last the trailer and the rows between the
      * details. Amounts are summed with their signs and decimal
      * places (display, zoned, packed or binary); a hash total
      * sums the digits as whole numbers, ignoring sign, and is
      * compared in the trailer field's width. The return code
      * carries the number of failures (98 at most -- 99 is a
      * setup error), so gc-sched or the pre-flight check stops
      * the run before an incomplete feed is processed.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select data-file assign to data-path
                organization is line sequential
                file status is data-file-status.

            select set-file assign to set-path
                organization is line sequential
                file status is set-file-status.

            select map-file assign to map-path
                organization is line sequential
                file status is map-file-status.

            select rules-file assign to rules-path
                organization is line sequential
                file status is rules-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  data-file.
            01 data-record          pic x(512).

        fd  set-file.
            01 set-record           pic x(300).

        fd  map-file.
            01 map-record           pic x(100).

        fd  rules-file.
            01 rules-record         pic x(200).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 CTL-FIELD-MAX        value 200.
            78 CTL-SET-MAX          value 10.
            78 CTL-TOTAL-MAX        value 10.
            78 CTL-SEQ-REPORT-MAX   value 20.

            01 data-path                    pic x(256) value spaces.
            01 data-file-status             pic 99.
            01 set-path                     pic x(256) value spaces.
            01 set-file-status              pic 99.
            01 map-path                     pic x(256) value spaces.
            01 map-file-status              pic 99.
            01 rules-path                   pic x(256) value spaces.
            01 rules-file-status            pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

      * the layout rows, every type's in one table, each row
      * knowing its type (set row) and its picture's scale
            77 ctl-field-count              pic 9(3) value 0.
            01 ctl-field-tbl.
                05 ctl-field-row occurs CTL-FIELD-MAX.
                    10 cf-level              pic 9(2).
                    10 cf-type-row           pic 9(2).
                    10 cf-name               pic x(30).
                    10 cf-offset             pic 9(5).
                    10 cf-length             pic 9(5).
                    10 cf-usage              pic x(8).
                    10 cf-pic                pic x(12).
                    10 cf-scale              pic 9(2).
                    10 cf-digits             pic 9(2).
                    10 cf-usable             pic 9.
                    10 cf-elementary         pic 9.

      * the record types, and the part each plays (H, D or T)
            77 ctl-set-count                pic 9(2) value 0.
            01 ctl-set-tbl.
                05 ctl-set-row occurs CTL-SET-MAX.
                    10 cs-position           pic 9(5).
                    10 cs-value              pic x(20).
                    10 cs-value-len          pic 9(2).
                    10 cs-layout-path        pic x(256).
                    10 cs-first              pic 9(3).
                    10 cs-last               pic 9(3).
                    10 cs-role               pic x.
                    10 cs-seq-field          pic 9(3).
            77 ctl-set-index                pic 9(2) value 0.
            77 ctl-type-row                 pic 9(2) value 0.
            01 ctl-set-in-pos               pic x(10) value spaces.

      * the rules
            01 ctl-header-type              pic x(20) value spaces.
            01 ctl-trailer-type             pic x(20) value spaces.
            77 ctl-role-named-flag          pic 9 value 0.
            01 ctl-count-name               pic x(30) value spaces.
            77 ctl-count-all-flag           pic 9 value 0.
            77 ctl-count-field              pic 9(3) value 0.
            01 ctl-seq-name                 pic x(30) value spaces.
            01 ctl-date-name                pic x(30) value spaces.
            77 ctl-date-field               pic 9(3) value 0.
            77 ctl-date-days                pic 9(3) value 0.
            77 ctl-total-count              pic 9(2) value 0.
            01 ctl-total-tbl.
                05 ctl-total-row occurs CTL-TOTAL-MAX.
                    10 ct-kind               pic x(6).
                    10 ct-detail-name        pic x(30).
                    10 ct-trailer-name       pic x(30).
                    10 ct-trailer-field      pic 9(3).
                    10 ct-detail-field occurs CTL-SET-MAX
                                             pic 9(3).
                    10 ct-sum                pic s9(15)v9(6).
                    10 ct-hash               pic 9(18).
                    10 ct-bad-count          pic 9(6).
            77 ctl-total-index              pic 9(2) value 0.
            01 ctl-rule-word                pic x(20) value spaces.
            01 ctl-rule-arg-1               pic x(30) value spaces.
            01 ctl-rule-arg-2               pic x(30) value spaces.

      * map-row parse scratch
            01 ctl-token-1                  pic x(30).
            01 ctl-token-2                  pic x(30).
            01 ctl-token-3                  pic x(30).
            01 ctl-token-4                  pic x(30).
            01 ctl-token-5                  pic x(30).
            01 ctl-token-6                  pic x(30).
            01 ctl-token-7                  pic x(30).
            01 ctl-token-8                  pic x(30).
            77 ctl-tok-ptr                  pic 9(3) value 0.
            77 ctl-index                    pic 9(3) value 0.

      * a field looked up by name within one type's layout
            01 ctl-want-name                pic x(30) value spaces.
            77 ctl-want-row                 pic 9(2) value 0.
            77 ctl-found-field              pic 9(3) value 0.

      * the pass over the feed
            77 ctl-rec-number               pic 9(9) value 0.
            77 ctl-header-count             pic 9(6) value 0.
            77 ctl-detail-count             pic 9(9) value 0.
            77 ctl-trailer-count            pic 9(6) value 0.
            77 ctl-unknown-count            pic 9(9) value 0.
            77 ctl-first-unknown            pic 9(9) value 0.
            77 ctl-header-at                pic 9(9) value 0.
            77 ctl-trailer-at               pic 9(9) value 0.
            77 ctl-after-trailer            pic 9(9) value 0.
            77 ctl-first-after-trailer      pic 9(9) value 0.
            01 ctl-header-record            pic x(512) value spaces.
            01 ctl-trailer-record           pic x(512) value spaces.

      * sequence checking
            77 ctl-seq-started-flag         pic 9 value 0.
            77 ctl-seq-prior                pic s9(18) value 0.
            77 ctl-seq-this                 pic s9(18) value 0.
            77 ctl-seq-gap-to               pic s9(18) value 0.
            77 ctl-seq-gaps                 pic 9(6) value 0.
            77 ctl-seq-dups                 pic 9(6) value 0.
            77 ctl-seq-disorder             pic 9(6) value 0.
            77 ctl-seq-bad                  pic 9(6) value 0.
            77 ctl-seq-lines                pic 9(3) value 0.
            01 ctl-seq-line-tbl.
                05 ctl-seq-line occurs CTL-SEQ-REPORT-MAX
                                             pic x(120).
            77 ctl-seq-line-index           pic 9(3) value 0.
            01 ctl-seq-edit                 pic -(17)9.
            01 ctl-seq-edit-2               pic -(17)9.

      * one field's value: ctl-value-field of ctl-value-record
            77 ctl-value-field              pic 9(3) value 0.
            01 ctl-value-record             pic x(512).
            01 ctl-raw                      pic x(40).
            77 ctl-raw-len                  pic 9(3) value 0.
            77 ctl-unscaled                 pic s9(18) value 0.
            01 ctl-value                    pic s9(15)v9(6) value 0.
            77 ctl-value-valid-flag         pic 9 value 0.
            77 ctl-negative-flag            pic 9 value 0.
            77 ctl-char-pos                 pic 9(3) value 0.
            77 ctl-digit                    pic 9(2) value 0.
            77 ctl-byte                     pic 9(3) value 0.
            77 ctl-punch-pos                pic 9(2) value 0.
            77 ctl-scale-pos                pic 9(3) value 0.
            77 ctl-repeat                   pic 9(3) value 0.
            01 ctl-repeat-text              pic x(3) value spaces.
            77 ctl-pic-part                 pic x value space.
            77 ctl-hash-modulus             pic 9(18) value 0.
            77 ctl-hash-value               pic 9(18) value 0.
      * zoned last digits: IBM plus and minus overpunch, and the
      * native minus
            01 ctl-punch-chars              pic x(30)
                value '{ABCDEFGHI}JKLMNOPQRpqrstuvwxy'.

      * report scratch
            77 ctl-failure-count            pic 9(6) value 0.
            77 ctl-check-count              pic 9(3) value 0.
            01 ctl-text                     pic x(120) value spaces.
            01 ctl-amount-edit              pic -(14)9.9(6).
            01 ctl-amount-edit-2            pic -(14)9.9(6).
            01 ctl-count-edit               pic z(8)9.
            01 ctl-count-edit-2             pic z(8)9.
            01 ctl-today                    pic 9(8) value 0.
            01 ctl-run-date                 pic 9(8) value 0.
            77 ctl-date-age                 pic s9(9) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to data-path.
            accept data-path from environment 'COB_CTLTOT_FILE'
            end-accept.
            move spaces to set-path.
            accept set-path from environment
                'COB_CTLTOT_LAYOUT_SET' end-accept.
            move spaces to rules-path.
            accept rules-path from environment 'COB_CTLTOT_RULES'
            end-accept.

            if data-path = spaces or set-path = spaces
                or rules-path = spaces

                display 'Set COB_CTLTOT_FILE, COB_CTLTOT_LAYOUT_SET '
                    'and COB_CTLTOT_RULES.'
                end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to report-path.
            accept report-path from environment
                'COB_CTLTOT_REPORT' end-accept.
            if report-path = spaces
                move 'gc-ctltot.report' to report-path
            end-if.

            perform load-layout-set.
            perform load-control-rules.
            perform resolve-rule-fields.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to report-line.
            string 'Control totals -- ' delimited by size
                function trim (data-path) delimited by size
                into report-line
            end-string
            write report-line.
            move spaces to report-line.
            string 'Layout set: ' delimited by size
                function trim (set-path) delimited by size
                '  rules: ' delimited by size
                function trim (rules-path) delimited by size
                into report-line
            end-string
            write report-line.
            move spaces to report-line.
            write report-line.

            perform read-feed.

            perform check-file-shape.
            perform check-record-count.
            perform check-totals.
            perform check-sequence.
            perform check-run-date.

            move spaces to report-line.
            write report-line.
            move ctl-rec-number to ctl-count-edit.
            move ctl-detail-count to ctl-count-edit-2.
            move spaces to report-line.
            move 1 to ctl-tok-ptr.
            string 'Records: ' delimited by size
                function trim (ctl-count-edit) delimited by size
                '  (details ' delimited by size
                function trim (ctl-count-edit-2) delimited by size
                into report-line
                with pointer ctl-tok-ptr
            end-string
            move ctl-unknown-count to ctl-count-edit.
            string ', of no known type ' delimited by size
                function trim (ctl-count-edit) delimited by size
                ')' delimited by size
                into report-line
                with pointer ctl-tok-ptr
            end-string
            write report-line.
            move ctl-check-count to ctl-count-edit.
            move ctl-failure-count to ctl-count-edit-2.
            move spaces to report-line.
            string 'Checks: ' delimited by size
                function trim (ctl-count-edit) delimited by size
                '  failures: ' delimited by size
                function trim (ctl-count-edit-2) delimited by size
                into report-line
            end-string
            write report-line.

            close report-file.

            if ctl-failure-count = 0
                display 'Control totals balance -- '
                    function trim (data-path) end-display
            else
                display 'Control totals: ' ctl-failure-count
                    ' failure(s) -- see '
                    function trim (report-path) end-display
            end-if.

            if ctl-failure-count > 98
                move 98 to return-code
            else
                move ctl-failure-count to return-code
            end-if.

            stop run.

      ***************************************************************
      *** ----------------- the layout set's rows, then each row's
      *** layout export behind them
        load-layout-set section.
            move 0 to ctl-set-count.
            move 0 to ctl-field-count.

            open input set-file.
            if set-file-status not = 0
                display 'Cannot open layout set '
                    function trim (set-path) end-display
                move 99 to return-code
                stop run
            end-if

            read set-file end-read
            perform until set-file-status not = 0
                or ctl-set-count >= CTL-SET-MAX

                if set-record not = spaces
                    and set-record(1:1) not = '#'

                    add 1 to ctl-set-count
                    move spaces to ctl-set-in-pos
                    move spaces to cs-value(ctl-set-count)
                    move spaces to cs-layout-path(ctl-set-count)
                    move 1 to ctl-tok-ptr
                    unstring set-record delimited by ';'
                        into ctl-set-in-pos
                             cs-value(ctl-set-count)
                             cs-layout-path(ctl-set-count)
                        with pointer ctl-tok-ptr
                    end-unstring

                    move 0 to cs-position(ctl-set-count)
                    if ctl-set-in-pos not = spaces
                        and function trim (ctl-set-in-pos)
                            is numeric
                        move function numval (ctl-set-in-pos)
                            to cs-position(ctl-set-count)
                    end-if
                    move function trim (cs-value(ctl-set-count))
                        to cs-value(ctl-set-count)
                    move 0 to cs-value-len(ctl-set-count)
                    if cs-value(ctl-set-count) not = spaces
                        move function length (function trim
                            (cs-value(ctl-set-count)))
                            to cs-value-len(ctl-set-count)
                    end-if
                    move function trim
                        (cs-layout-path(ctl-set-count))
                        to cs-layout-path(ctl-set-count)
                    move space to cs-role(ctl-set-count)
                    move 0 to cs-seq-field(ctl-set-count)

                    if cs-position(ctl-set-count) = 0
                        or cs-value-len(ctl-set-count) = 0
                        or cs-layout-path(ctl-set-count) = spaces
                        display 'Layout set row ignored: '
                            function trim (set-record) end-display
                        subtract 1 from ctl-set-count
                    end-if
                end-if

                read set-file end-read
            end-perform

            close set-file

            if ctl-set-count = 0
                display 'Layout set '
                    function trim (set-path)
                    ' names no record types.' end-display
                move 99 to return-code
                stop run
            end-if

            perform varying ctl-set-index from 1 by 1
                until ctl-set-index > ctl-set-count

                move cs-layout-path(ctl-set-index) to map-path
                perform load-layout-map
            end-perform

            continue.

      ***************************************************************
      *** ----------------- one layout export -- "<level> <name>
      *** off <offset> len <len> <usage> <pic>" rows -- as the
      *** slice of record type ctl-set-index; elementary rows are
      *** those whose follower is not deeper
        load-layout-map section.
            compute cs-first(ctl-set-index) = ctl-field-count + 1
            end-compute.

            open input map-file.
            if map-file-status not = 0
                display 'Cannot open layout map '
                    function trim (map-path) end-display
                move 99 to return-code
                stop run
            end-if

            read map-file end-read
            perform until map-file-status not = 0
                or ctl-field-count >= CTL-FIELD-MAX

                if map-record not = spaces
                    perform parse-one-map-row
                end-if

                read map-file end-read
            end-perform

            close map-file

            move ctl-field-count to cs-last(ctl-set-index).

            perform varying ctl-index from cs-first(ctl-set-index)
                by 1 until ctl-index > cs-last(ctl-set-index)

                move 1 to cf-elementary(ctl-index)
                if ctl-index < cs-last(ctl-set-index)
                    if cf-level(ctl-index + 1) > cf-level(ctl-index)
                        move 0 to cf-elementary(ctl-index)
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
        parse-one-map-row section.
            move 1 to ctl-tok-ptr.
            move spaces to ctl-token-1.
            move spaces to ctl-token-2.
            move spaces to ctl-token-3.
            move spaces to ctl-token-4.
            move spaces to ctl-token-5.
            move spaces to ctl-token-6.
            move spaces to ctl-token-7.
            move spaces to ctl-token-8.

            unstring map-record delimited by all space
                into ctl-token-1 ctl-token-2 ctl-token-3
                    ctl-token-4 ctl-token-5 ctl-token-6
                    ctl-token-7 ctl-token-8
                with pointer ctl-tok-ptr
            end-unstring

            if ctl-token-1 = spaces
                or function trim (ctl-token-1) is not numeric
                or function trim (ctl-token-3) not = 'off'
                or function trim (ctl-token-5) not = 'len'

                exit section
            end-if

            add 1 to ctl-field-count.
            move function numval (ctl-token-1)
                to cf-level(ctl-field-count).
            move ctl-set-index to cf-type-row(ctl-field-count).
            move function upper-case (ctl-token-2)
                to cf-name(ctl-field-count).
            move ctl-token-7 to cf-usage(ctl-field-count).
            move function upper-case (ctl-token-8)
                to cf-pic(ctl-field-count).
            move 0 to cf-offset(ctl-field-count).
            move 0 to cf-length(ctl-field-count).
            move 0 to cf-usable(ctl-field-count).

            if ctl-token-4 not = spaces and ctl-token-6 not = spaces
                and function trim (ctl-token-4) is numeric
                and function trim (ctl-token-6) is numeric

                move function numval (ctl-token-4)
                    to cf-offset(ctl-field-count)
                move function numval (ctl-token-6)
                    to cf-length(ctl-field-count)
                if cf-offset(ctl-field-count) > 0
                    and cf-length(ctl-field-count) > 0
                    and cf-offset(ctl-field-count)
                        + cf-length(ctl-field-count)
                        <= length of data-record + 1

                    move 1 to cf-usable(ctl-field-count)
                end-if
            end-if

            move ctl-field-count to ctl-index.
            perform take-pic-scale.

            continue.

      ***************************************************************
      *** ----------------- field ctl-index's picture read for its
      *** digit count (cf-digits) and the digits after the V
      *** (cf-scale): S9(7)V99 is 9 digits, scale 2
        take-pic-scale section.
            move 0 to cf-scale(ctl-index).
            move 0 to cf-digits(ctl-index).
            move 'I' to ctl-pic-part.

            perform varying ctl-scale-pos from 1 by 1
                until ctl-scale-pos > 12
                or cf-pic(ctl-index)(ctl-scale-pos:1) = space

                evaluate cf-pic(ctl-index)(ctl-scale-pos:1)
                    when 'V'
                        move 'F' to ctl-pic-part
                    when '9'
      * 9(n) -- the count inside the parentheses
                        move 1 to ctl-repeat
                        if ctl-scale-pos < 12
                            and cf-pic(ctl-index)
                                (ctl-scale-pos + 1:1) = '('
                            move spaces to ctl-repeat-text
                            unstring cf-pic(ctl-index)
                                delimited by ')'
                                into ctl-repeat-text
                                with pointer ctl-scale-pos
                            end-unstring
                            move spaces to ctl-repeat-text
                            move ctl-scale-pos to ctl-tok-ptr
                            perform take-pic-repeat
                            subtract 1 from ctl-scale-pos
                        end-if
                        add ctl-repeat to cf-digits(ctl-index)
                        if ctl-pic-part = 'F'
                            add ctl-repeat to cf-scale(ctl-index)
                        end-if
                    when other
                        continue
                end-evaluate
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the n of "9(n)" that ends just before
      *** ctl-tok-ptr, into ctl-repeat
        take-pic-repeat section.
            move 0 to ctl-repeat.
            move ctl-tok-ptr to ctl-char-pos.
            subtract 1 from ctl-char-pos.

      * back up to the opening parenthesis
            perform until ctl-char-pos < 2
                or cf-pic(ctl-index)(ctl-char-pos:1) = '('
                subtract 1 from ctl-char-pos
            end-perform

            if cf-pic(ctl-index)(ctl-char-pos:1) not = '('
                move 1 to ctl-repeat
                exit section
            end-if

            add 1 to ctl-char-pos.
            perform until ctl-char-pos >= ctl-tok-ptr - 1
                or cf-pic(ctl-index)(ctl-char-pos:1) = ')'

                if cf-pic(ctl-index)(ctl-char-pos:1) is numeric
                    compute ctl-repeat = ctl-repeat * 10
                        + function numval
                            (cf-pic(ctl-index)(ctl-char-pos:1))
                    end-compute
                end-if
                add 1 to ctl-char-pos
            end-perform

            if ctl-repeat = 0
                move 1 to ctl-repeat
            end-if

            continue.

      ***************************************************************
      *** ----------------- the rules file, and the types' parts:
      *** named by HEADER/DETAIL/TRAILER, else first row header,
      *** last row trailer, the rest details
        load-control-rules section.
            move 0 to ctl-total-count.

            open input rules-file.
            if rules-file-status not = 0
                display 'Cannot open control rules '
                    function trim (rules-path) end-display
                move 99 to return-code
                stop run
            end-if

            read rules-file end-read
            perform until rules-file-status not = 0
                if rules-record not = spaces
                    and rules-record(1:1) not = '#'
                    perform take-one-rule
                end-if

                read rules-file end-read
            end-perform

            close rules-file

            if ctl-role-named-flag = 0
                move 'H' to cs-role(1)
                if ctl-set-count > 1
                    move 'T' to cs-role(ctl-set-count)
                end-if
                perform varying ctl-set-index from 2 by 1
                    until ctl-set-index >= ctl-set-count
                    move 'D' to cs-role(ctl-set-index)
                end-perform
            end-if

            continue.

      ***************************************************************
        take-one-rule section.
            move spaces to ctl-rule-word.
            move spaces to ctl-rule-arg-1.
            move spaces to ctl-rule-arg-2.
            move 1 to ctl-tok-ptr.
            unstring rules-record delimited by all space
                into ctl-rule-word ctl-rule-arg-1 ctl-rule-arg-2
                with pointer ctl-tok-ptr
            end-unstring
            move function upper-case (ctl-rule-word)
                to ctl-rule-word.

            evaluate ctl-rule-word
                when 'HEADER'
                when 'DETAIL'
                when 'TRAILER'
                    move 1 to ctl-role-named-flag
                    perform varying ctl-set-index from 1 by 1
                        until ctl-set-index > ctl-set-count

                        if cs-value(ctl-set-index) = ctl-rule-arg-1
                            move ctl-rule-word(1:1)
                                to cs-role(ctl-set-index)
                        end-if
                    end-perform
                when 'COUNT'
                    move function upper-case (ctl-rule-arg-1)
                        to ctl-count-name
                    if function upper-case (ctl-rule-arg-2) = 'ALL'
                        move 1 to ctl-count-all-flag
                    end-if
                when 'AMOUNT'
                when 'HASH'
                    if ctl-total-count < CTL-TOTAL-MAX
                        add 1 to ctl-total-count
                        move ctl-rule-word
                            to ct-kind(ctl-total-count)
                        move function upper-case (ctl-rule-arg-1)
                            to ct-detail-name(ctl-total-count)
                        move function upper-case (ctl-rule-arg-2)
                            to ct-trailer-name(ctl-total-count)
                        move 0 to ct-sum(ctl-total-count)
                        move 0 to ct-hash(ctl-total-count)
                        move 0 to ct-bad-count(ctl-total-count)
                    end-if
                when 'SEQUENCE'
                    move function upper-case (ctl-rule-arg-1)
                        to ctl-seq-name
                when 'RUNDATE'
                    move function upper-case (ctl-rule-arg-1)
                        to ctl-date-name
                    if ctl-rule-arg-2 not = spaces
                        and function trim (ctl-rule-arg-2) is numeric
                        move function numval (ctl-rule-arg-2)
                            to ctl-date-days
                    end-if
                when other
                    display 'Control rule ignored: '
                        function trim (rules-record) end-display
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- the rules' field names found in the
      *** layouts of the types they belong to
        resolve-rule-fields section.
            move 0 to ctl-count-field.
            move 0 to ctl-date-field.

            perform varying ctl-set-index from 1 by 1
                until ctl-set-index > ctl-set-count

                move ctl-set-index to ctl-want-row
                evaluate cs-role(ctl-set-index)
                    when 'T'
                        if ctl-count-name not = spaces
                            and ctl-count-field = 0
                            move ctl-count-name to ctl-want-name
                            perform find-type-field
                            move ctl-found-field to ctl-count-field
                        end-if
                        perform varying ctl-total-index from 1 by 1
                            until ctl-total-index > ctl-total-count
                            if ct-trailer-field(ctl-total-index) = 0
                                move ct-trailer-name(ctl-total-index)
                                    to ctl-want-name
                                perform find-type-field
                                move ctl-found-field to
                                    ct-trailer-field(ctl-total-index)
                            end-if
                        end-perform
                    when 'H'
                        if ctl-date-name not = spaces
                            and ctl-date-field = 0
                            move ctl-date-name to ctl-want-name
                            perform find-type-field
                            move ctl-found-field to ctl-date-field
                        end-if
                    when 'D'
                        if ctl-seq-name not = spaces
                            move ctl-seq-name to ctl-want-name
                            perform find-type-field
                            move ctl-found-field
                                to cs-seq-field(ctl-set-index)
                        end-if
                        perform varying ctl-total-index from 1 by 1
                            until ctl-total-index > ctl-total-count
                            move ct-detail-name(ctl-total-index)
                                to ctl-want-name
                            perform find-type-field
                            move ctl-found-field to ct-detail-field
                                (ctl-total-index, ctl-set-index)
                        end-perform
                    when other
                        continue
                end-evaluate
            end-perform

            continue.

      ***************************************************************
      *** ----------------- ctl-want-name among the elementary
      *** fields of type ctl-want-row: ctl-found-field, 0 if absent
        find-type-field section.
            move 0 to ctl-found-field.

            perform varying ctl-index from cs-first(ctl-want-row)
                by 1 until ctl-index > cs-last(ctl-want-row)
                or ctl-found-field not = 0

                if cf-elementary(ctl-index) = 1
                    and cf-usable(ctl-index) = 1
                    and cf-name(ctl-index) = ctl-want-name
                    move ctl-index to ctl-found-field
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- every record of the feed, typed and
      *** counted; details summed and sequence-checked as they go
        read-feed section.
            open input data-file.
            if data-file-status not = 0
                move spaces to ctl-text
                string 'cannot open the feed ' delimited by size
                    function trim (data-path) delimited by size
                    into ctl-text
                end-string
                perform note-failure
                exit section
            end-if

            read data-file end-read
            perform until data-file-status not = 0
                add 1 to ctl-rec-number
                perform find-record-type

                if ctl-trailer-count > 0
                    add 1 to ctl-after-trailer
                    if ctl-first-after-trailer = 0
                        move ctl-rec-number
                            to ctl-first-after-trailer
                    end-if
                end-if

                evaluate true
                    when ctl-type-row = 0
                        add 1 to ctl-unknown-count
                        if ctl-first-unknown = 0
                            move ctl-rec-number to ctl-first-unknown
                        end-if
                    when cs-role(ctl-type-row) = 'H'
                        add 1 to ctl-header-count
                        if ctl-header-count = 1
                            move ctl-rec-number to ctl-header-at
                            move data-record to ctl-header-record
                        end-if
                    when cs-role(ctl-type-row) = 'T'
                        add 1 to ctl-trailer-count
                        move ctl-rec-number to ctl-trailer-at
                        move data-record to ctl-trailer-record
                    when cs-role(ctl-type-row) = 'D'
                        add 1 to ctl-detail-count
                        perform add-detail-totals
                        perform take-detail-sequence
                    when other
                        add 1 to ctl-unknown-count
                        if ctl-first-unknown = 0
                            move ctl-rec-number to ctl-first-unknown
                        end-if
                end-evaluate

                read data-file end-read
            end-perform

            close data-file

      * the trailer itself is not "after the trailer"
            if ctl-after-trailer > 0
                subtract ctl-trailer-count from ctl-after-trailer
                if ctl-after-trailer = 0
                    move 0 to ctl-first-after-trailer
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- data-record's type: ctl-type-row, 0
      *** when no set row's code is in its bytes
        find-record-type section.
            move 0 to ctl-type-row.

            perform varying ctl-set-index from 1 by 1
                until ctl-set-index > ctl-set-count
                or ctl-type-row not = 0

                if cs-position(ctl-set-index)
                    + cs-value-len(ctl-set-index)
                    <= length of data-record + 1

                    if data-record(cs-position(ctl-set-index):
                        cs-value-len(ctl-set-index))
                        = cs-value(ctl-set-index)
                            (1:cs-value-len(ctl-set-index))
                        move ctl-set-index to ctl-type-row
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
        add-detail-totals section.
            perform varying ctl-total-index from 1 by 1
                until ctl-total-index > ctl-total-count

                move ct-detail-field(ctl-total-index, ctl-type-row)
                    to ctl-value-field
                if ctl-value-field not = 0
                    move data-record to ctl-value-record
                    perform take-field-value
                    if ctl-value-valid-flag = 0
                        add 1 to ct-bad-count(ctl-total-index)
                    else
                        if ct-kind(ctl-total-index) = 'AMOUNT'
                            add ctl-value to ct-sum(ctl-total-index)
                        else
      * a hash total ignores sign and decimal point
                            if ctl-unscaled < 0
                                compute ctl-unscaled =
                                    0 - ctl-unscaled
                                end-compute
                            end-if
                            compute ct-hash(ctl-total-index) =
                                function mod
                                    (ct-hash(ctl-total-index)
                                     + ctl-unscaled,
                                     1000000000000000000)
                            end-compute
                        end-if
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the detail's sequence number against
      *** the one before it: one up is right; the same is a
      *** duplicate, more than one up a gap, lower out of order
        take-detail-sequence section.
            if cs-seq-field(ctl-type-row) = 0
                exit section
            end-if

            move cs-seq-field(ctl-type-row) to ctl-value-field.
            move data-record to ctl-value-record.
            perform take-field-value.

            if ctl-value-valid-flag = 0
                add 1 to ctl-seq-bad
                move spaces to ctl-text
                move ctl-rec-number to ctl-count-edit
                string 'sequence number not numeric at record '
                        delimited by size
                    function trim (ctl-count-edit) delimited by size
                    into ctl-text
                end-string
                perform note-sequence-line
                exit section
            end-if

            move ctl-unscaled to ctl-seq-this.

            if ctl-seq-started-flag = 0
                move 1 to ctl-seq-started-flag
                move ctl-seq-this to ctl-seq-prior
                exit section
            end-if

            move ctl-rec-number to ctl-count-edit.
            move ctl-seq-this to ctl-seq-edit.
            evaluate true
                when ctl-seq-this = ctl-seq-prior + 1
                    continue
                when ctl-seq-this = ctl-seq-prior
                    add 1 to ctl-seq-dups
                    move spaces to ctl-text
                    string 'sequence ' delimited by size
                        function trim (ctl-seq-edit) delimited by size
                        ' duplicated at record ' delimited by size
                        function trim (ctl-count-edit)
                            delimited by size
                        into ctl-text
                    end-string
                    perform note-sequence-line
                when ctl-seq-this > ctl-seq-prior
                    add 1 to ctl-seq-gaps
                    compute ctl-seq-gap-to = ctl-seq-this - 1
                    end-compute
                    move ctl-seq-gap-to to ctl-seq-edit-2
                    compute ctl-seq-gap-to = ctl-seq-prior + 1
                    end-compute
                    move ctl-seq-gap-to to ctl-seq-edit
                    move spaces to ctl-text
                    string 'sequence gap: ' delimited by size
                        function trim (ctl-seq-edit) delimited by size
                        ' thru ' delimited by size
                        function trim (ctl-seq-edit-2)
                            delimited by size
                        ' missing before record ' delimited by size
                        function trim (ctl-count-edit)
                            delimited by size
                        into ctl-text
                    end-string
                    perform note-sequence-line
                when other
                    add 1 to ctl-seq-disorder
                    move spaces to ctl-text
                    string 'sequence ' delimited by size
                        function trim (ctl-seq-edit) delimited by size
                        ' out of order at record ' delimited by size
                        function trim (ctl-count-edit)
                            delimited by size
                        into ctl-text
                    end-string
                    perform note-sequence-line
            end-evaluate

      * out of order does not move the expected number back
            if ctl-seq-this > ctl-seq-prior
                move ctl-seq-this to ctl-seq-prior
            end-if

            continue.

      ***************************************************************
      *** ----------------- a sequence finding -- each is a
      *** failure, the first few kept to be listed under the
      *** sequence check
        note-sequence-line section.
            add 1 to ctl-failure-count.
            add 1 to ctl-seq-lines.

            if ctl-seq-lines <= CTL-SEQ-REPORT-MAX
                move ctl-text to ctl-seq-line(ctl-seq-lines)
            end-if

            continue.

      ***************************************************************
      *** ----------------- one header first, one trailer last,
      *** nothing after it, no record of an unknown type
        check-file-shape section.
            add 1 to ctl-check-count.

            if ctl-rec-number = 0
                move 'the feed is empty' to ctl-text
                perform note-failure
                exit section
            end-if

            evaluate true
                when ctl-header-count = 0
                    move 'no header record' to ctl-text
                    perform note-failure
                when ctl-header-count > 1
                    move spaces to ctl-text
                    string ctl-header-count delimited by size
                        ' header records -- expected one'
                            delimited by size
                        into ctl-text
                    end-string
                    perform note-failure
                when ctl-header-at not = 1
                    move ctl-header-at to ctl-count-edit
                    move spaces to ctl-text
                    string 'header is record ' delimited by size
                        function trim (ctl-count-edit)
                            delimited by size
                        ', not the first' delimited by size
                        into ctl-text
                    end-string
                    perform note-failure
                when other
                    move 'one header, first record' to ctl-text
                    perform note-pass
            end-evaluate

            evaluate true
                when ctl-trailer-count = 0
                    move 'no trailer record -- the feed is short or '
                        & 'cut off' to ctl-text
                    perform note-failure
                when ctl-trailer-count > 1
                    move spaces to ctl-text
                    string ctl-trailer-count delimited by size
                        ' trailer records -- expected one'
                            delimited by size
                        into ctl-text
                    end-string
                    perform note-failure
                when ctl-trailer-at not = ctl-rec-number
                    move ctl-after-trailer to ctl-count-edit
                    move ctl-first-after-trailer to ctl-count-edit-2
                    move spaces to ctl-text
                    string function trim (ctl-count-edit)
                            delimited by size
                        ' record(s) after the trailer, from record '
                            delimited by size
                        function trim (ctl-count-edit-2)
                            delimited by size
                        into ctl-text
                    end-string
                    perform note-failure
                when other
                    move 'one trailer, last record' to ctl-text
                    perform note-pass
            end-evaluate

            if ctl-unknown-count > 0
                move ctl-unknown-count to ctl-count-edit
                move ctl-first-unknown to ctl-count-edit-2
                move spaces to ctl-text
                string function trim (ctl-count-edit)
                        delimited by size
                    ' record(s) of no known type, first at record '
                        delimited by size
                    function trim (ctl-count-edit-2)
                        delimited by size
                    into ctl-text
                end-string
                perform note-failure
            end-if

            continue.

      ***************************************************************
      *** ----------------- the trailer's declared count against
      *** the details present (every record with COUNT ... ALL)
        check-record-count section.
            if ctl-count-name = spaces
                exit section
            end-if
            add 1 to ctl-check-count.

            if ctl-count-field = 0
                move spaces to ctl-text
                string 'count field ' delimited by size
                    function trim (ctl-count-name) delimited by size
                    ' is not in the trailer layout' delimited by size
                    into ctl-text
                end-string
                perform note-failure
                exit section
            end-if
            if ctl-trailer-count = 0
                move 'record count not checked -- no trailer'
                    to ctl-text
                perform note-failure
                exit section
            end-if

            move ctl-count-field to ctl-value-field.
            move ctl-trailer-record to ctl-value-record.
            perform take-field-value.
            if ctl-value-valid-flag = 0
                move 'trailer record count is not numeric'
                    to ctl-text
                perform note-failure
                exit section
            end-if

            if ctl-count-all-flag = 1
                move ctl-rec-number to ctl-count-edit-2
            else
                move ctl-detail-count to ctl-count-edit-2
            end-if
            move ctl-unscaled to ctl-count-edit.

            move spaces to ctl-text.
            string 'record count: trailer declares ' delimited by size
                function trim (ctl-count-edit) delimited by size
                ', present ' delimited by size
                function trim (ctl-count-edit-2) delimited by size
                into ctl-text
            end-string
            if function trim (ctl-count-edit)
                = function trim (ctl-count-edit-2)
                perform note-pass
            else
                perform note-failure
            end-if

            continue.

      ***************************************************************
      *** ----------------- each AMOUNT and HASH total against the
      *** trailer's figure
        check-totals section.
            perform varying ctl-total-index from 1 by 1
                until ctl-total-index > ctl-total-count

                add 1 to ctl-check-count
                perform check-one-total
            end-perform

            continue.

      ***************************************************************
        check-one-total section.
            if ct-trailer-field(ctl-total-index) = 0
                move spaces to ctl-text
                string function trim (ct-kind(ctl-total-index))
                        delimited by size
                    ' field ' delimited by size
                    function trim (ct-trailer-name(ctl-total-index))
                        delimited by size
                    ' is not in the trailer layout' delimited by size
                    into ctl-text
                end-string
                perform note-failure
                exit section
            end-if

            perform varying ctl-set-index from 1 by 1
                until ctl-set-index > ctl-set-count
                or ct-detail-field(ctl-total-index, ctl-set-index)
                    not = 0
                continue
            end-perform
            if ctl-set-index > ctl-set-count
                move spaces to ctl-text
                string function trim (ct-kind(ctl-total-index))
                        delimited by size
                    ' field ' delimited by size
                    function trim (ct-detail-name(ctl-total-index))
                        delimited by size
                    ' is in no detail layout' delimited by size
                    into ctl-text
                end-string
                perform note-failure
                exit section
            end-if

            if ctl-trailer-count = 0
                move spaces to ctl-text
                string function trim (ct-kind(ctl-total-index))
                        delimited by size
                    ' total not checked -- no trailer'
                        delimited by size
                    into ctl-text
                end-string
                perform note-failure
                exit section
            end-if

            if ct-bad-count(ctl-total-index) > 0
                move ct-bad-count(ctl-total-index) to ctl-count-edit
                move spaces to ctl-text
                string function trim (ctl-count-edit)
                        delimited by size
                    ' detail(s) with a non-numeric ' delimited by size
                    function trim (ct-detail-name(ctl-total-index))
                        delimited by size
                    into ctl-text
                end-string
                perform note-failure
            end-if

            move ct-trailer-field(ctl-total-index)
                to ctl-value-field.
            move ctl-trailer-record to ctl-value-record.
            perform take-field-value.
            if ctl-value-valid-flag = 0
                move spaces to ctl-text
                string 'trailer ' delimited by size
                    function trim (ct-trailer-name(ctl-total-index))
                        delimited by size
                    ' is not numeric' delimited by size
                    into ctl-text
                end-string
                perform note-failure
                exit section
            end-if

            if ct-kind(ctl-total-index) = 'AMOUNT'
                move ctl-value to ctl-amount-edit
                move ct-sum(ctl-total-index) to ctl-amount-edit-2
                move spaces to ctl-text
                string 'amount ' delimited by size
                    function trim (ct-detail-name(ctl-total-index))
                        delimited by size
                    ': trailer ' delimited by size
                    function trim (ctl-amount-edit)
                        delimited by size
                    ', details sum to ' delimited by size
                    function trim (ctl-amount-edit-2)
                        delimited by size
                    into ctl-text
                end-string
                if ctl-value = ct-sum(ctl-total-index)
                    perform note-pass
                else
                    perform note-failure
                end-if
                exit section
            end-if

      * the hash in the width the trailer carries it
            if ctl-unscaled < 0
                compute ctl-unscaled = 0 - ctl-unscaled
                end-compute
            end-if
            move ctl-unscaled to ctl-hash-value.
            move ct-trailer-field(ctl-total-index) to ctl-index.
            if cf-digits(ctl-index) = 0
                or cf-digits(ctl-index) > 17
                move 999999999999999999 to ctl-hash-modulus
                add 1 to ctl-hash-modulus
                    on size error
                        move 0 to ctl-hash-modulus
                end-add
            else
                compute ctl-hash-modulus = 10 ** cf-digits(ctl-index)
                end-compute
            end-if
            if ctl-hash-modulus > 0
                compute ct-hash(ctl-total-index) = function mod
                    (ct-hash(ctl-total-index), ctl-hash-modulus)
                end-compute
            end-if

            move ctl-hash-value to ctl-seq-edit.
            move ct-hash(ctl-total-index) to ctl-seq-edit-2.
            move spaces to ctl-text.
            string 'hash ' delimited by size
                function trim (ct-detail-name(ctl-total-index))
                    delimited by size
                ': trailer ' delimited by size
                function trim (ctl-seq-edit) delimited by size
                ', details hash to ' delimited by size
                function trim (ctl-seq-edit-2) delimited by size
                into ctl-text
            end-string
            if ctl-hash-value = ct-hash(ctl-total-index)
                perform note-pass
            else
                perform note-failure
            end-if

            continue.

      ***************************************************************
      *** ----------------- the sequence check's tally (its
      *** findings were reported as they were met)
        check-sequence section.
            if ctl-seq-name = spaces
                exit section
            end-if
            add 1 to ctl-check-count.

            perform varying ctl-set-index from 1 by 1
                until ctl-set-index > ctl-set-count
                or cs-seq-field(ctl-set-index) not = 0
                continue
            end-perform
            if ctl-set-index > ctl-set-count
                move spaces to ctl-text
                string 'sequence field ' delimited by size
                    function trim (ctl-seq-name) delimited by size
                    ' is in no detail layout' delimited by size
                    into ctl-text
                end-string
                perform note-failure
                exit section
            end-if

            if ctl-seq-gaps = 0 and ctl-seq-dups = 0
                and ctl-seq-disorder = 0 and ctl-seq-bad = 0
                move 'sequence numbers unbroken' to ctl-text
                perform note-pass
            else
                perform varying ctl-seq-line-index from 1 by 1
                    until ctl-seq-line-index > ctl-seq-lines
                    or ctl-seq-line-index > CTL-SEQ-REPORT-MAX

                    move spaces to report-line
                    string '  FAIL ' delimited by size
                        ctl-seq-line(ctl-seq-line-index)
                            delimited by size
                        into report-line
                    end-string
                    write report-line
                end-perform
                if ctl-seq-lines > CTL-SEQ-REPORT-MAX
                    move '  ...    further sequence findings counted,'
                        & ' not listed' to report-line
                    write report-line
                end-if
                move spaces to ctl-text
                string 'sequence: ' delimited by size
                    ctl-seq-gaps delimited by size
                    ' gap(s), ' delimited by size
                    ctl-seq-dups delimited by size
                    ' duplicate(s), ' delimited by size
                    ctl-seq-disorder delimited by size
                    ' out of order, ' delimited by size
                    ctl-seq-bad delimited by size
                    ' not numeric' delimited by size
                    into ctl-text
                end-string
                move spaces to report-line
                string '  ---- ' delimited by size
                    ctl-text delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            continue.

      ***************************************************************
      *** ----------------- the header's run date against today --
      *** no later, and no more than RUNDATE's days earlier
        check-run-date section.
            if ctl-date-name = spaces
                exit section
            end-if
            add 1 to ctl-check-count.

            if ctl-date-field = 0
                move spaces to ctl-text
                string 'run date field ' delimited by size
                    function trim (ctl-date-name) delimited by size
                    ' is not in the header layout' delimited by size
                    into ctl-text
                end-string
                perform note-failure
                exit section
            end-if
            if ctl-header-count = 0
                move 'run date not checked -- no header' to ctl-text
                perform note-failure
                exit section
            end-if

            accept ctl-today from date yyyymmdd end-accept.

            move ctl-date-field to ctl-index.
            move spaces to ctl-raw.
            if cf-length(ctl-index) >= 8
                move ctl-header-record(cf-offset(ctl-index):8)
                    to ctl-raw
            end-if

            if ctl-raw(1:8) is not numeric
                or function test-date-yyyymmdd
                    (function numval (ctl-raw(1:8))) not = 0
                move spaces to ctl-text
                string 'header run date "' delimited by size
                    ctl-header-record(cf-offset(ctl-index):
                        cf-length(ctl-index)) delimited by size
                    '" is not a yyyymmdd date' delimited by size
                    into ctl-text
                end-string
                perform note-failure
                exit section
            end-if

            move ctl-raw(1:8) to ctl-run-date.
            compute ctl-date-age =
                function integer-of-date (ctl-today)
                - function integer-of-date (ctl-run-date)
            end-compute.

            move spaces to ctl-text.
            string 'header run date ' delimited by size
                ctl-run-date delimited by size
                ', today ' delimited by size
                ctl-today delimited by size
                into ctl-text
            end-string
            if ctl-date-age >= 0 and ctl-date-age <= ctl-date-days
                perform note-pass
            else
                perform note-failure
            end-if

            continue.

      ***************************************************************
      *** ----------------- field ctl-value-field of
      *** ctl-value-record as a number: ctl-unscaled (the digits as
      *** a whole number, signed) and ctl-value (scaled by the
      *** picture's decimal places); ctl-value-valid-flag = 0 when
      *** the bytes are no number. Display digits may carry a
      *** separate sign or an overpunched last digit (IBM or
      *** native); packed decimal and big-endian binary are read
      *** as stored
        take-field-value section.
            move 0 to ctl-unscaled.
            move 0 to ctl-value.
            move 0 to ctl-value-valid-flag.
            move 0 to ctl-negative-flag.

            move cf-length(ctl-value-field) to ctl-raw-len.
            if ctl-raw-len > length of ctl-raw
                exit section
            end-if
            move spaces to ctl-raw.
            move ctl-value-record(cf-offset(ctl-value-field):
                ctl-raw-len) to ctl-raw.

            evaluate cf-usage(ctl-value-field)
                when 'PACKED'
                    perform take-packed-value
                when 'BINARY'
                    perform take-binary-value
                when 'COMP-1'
                when 'COMP-2'
                    exit section
                when other
                    perform take-display-value
            end-evaluate

            if ctl-value-valid-flag = 0
                exit section
            end-if

            if ctl-negative-flag = 1
                compute ctl-unscaled = 0 - ctl-unscaled
                end-compute
            end-if
            compute ctl-value = ctl-unscaled
                / (10 ** cf-scale(ctl-value-field))
            end-compute.

            continue.

      ***************************************************************
        take-display-value section.
            if ctl-raw(1:ctl-raw-len) = spaces
                exit section
            end-if

            perform varying ctl-char-pos from 1 by 1
                until ctl-char-pos > ctl-raw-len

                evaluate true
                    when ctl-raw(ctl-char-pos:1) is numeric
                        compute ctl-unscaled = ctl-unscaled * 10
                            + function numval
                                (ctl-raw(ctl-char-pos:1))
                        end-compute
                    when ctl-raw(ctl-char-pos:1) = '-'
                        move 1 to ctl-negative-flag
                    when ctl-raw(ctl-char-pos:1) = '+'
                    when ctl-raw(ctl-char-pos:1) = space
                    when ctl-raw(ctl-char-pos:1) = '.'
                        continue
                    when ctl-char-pos = ctl-raw-len
      * an overpunched last digit
                        move 0 to ctl-punch-pos
                        perform varying ctl-byte from 1 by 1
                            until ctl-byte > 30
                            or ctl-punch-pos not = 0
                            if ctl-punch-chars(ctl-byte:1)
                                = ctl-raw(ctl-char-pos:1)
                                move ctl-byte to ctl-punch-pos
                            end-if
                        end-perform
                        if ctl-punch-pos = 0
                            exit section
                        end-if
                        compute ctl-digit =
                            function mod (ctl-punch-pos - 1, 10)
                        end-compute
                        compute ctl-unscaled = ctl-unscaled * 10
                            + ctl-digit
                        end-compute
                        if ctl-punch-pos > 10
                            move 1 to ctl-negative-flag
                        end-if
                    when other
                        exit section
                end-evaluate
            end-perform

            move 1 to ctl-value-valid-flag.

            continue.

      ***************************************************************
      *** ----------------- two digits a byte, the last half-byte
      *** the sign (D or B negative)
        take-packed-value section.
            perform varying ctl-char-pos from 1 by 1
                until ctl-char-pos > ctl-raw-len

                compute ctl-byte =
                    function ord (ctl-raw(ctl-char-pos:1)) - 1
                end-compute
                compute ctl-digit = ctl-byte / 16 end-compute
                if ctl-digit > 9
                    exit section
                end-if
                compute ctl-unscaled = ctl-unscaled * 10 + ctl-digit
                end-compute

                compute ctl-digit = function mod (ctl-byte, 16)
                end-compute
                if ctl-char-pos < ctl-raw-len
                    if ctl-digit > 9
                        exit section
                    end-if
                    compute ctl-unscaled = ctl-unscaled * 10
                        + ctl-digit
                    end-compute
                else
                    if ctl-digit = 13 or ctl-digit = 11
                        move 1 to ctl-negative-flag
                    end-if
                    if ctl-digit < 10
                        exit section
                    end-if
                end-if
            end-perform

            move 1 to ctl-value-valid-flag.

            continue.

      ***************************************************************
      *** ----------------- big-endian binary; a signed picture's
      *** high bit makes it negative
        take-binary-value section.
            if ctl-raw-len > 8
                exit section
            end-if

            perform varying ctl-char-pos from 1 by 1
                until ctl-char-pos > ctl-raw-len

                compute ctl-unscaled = ctl-unscaled * 256
                    + function ord (ctl-raw(ctl-char-pos:1)) - 1
                end-compute
            end-perform

            if cf-pic(ctl-value-field)(1:1) = 'S'
                and function ord (ctl-raw(1:1)) > 128
                compute ctl-unscaled = ctl-unscaled
                    - (256 ** ctl-raw-len)
                end-compute
            end-if

            move 1 to ctl-value-valid-flag.

            continue.

      ***************************************************************
        note-failure section.
            add 1 to ctl-failure-count.

            move spaces to report-line.
            string '  FAIL ' delimited by size
                ctl-text delimited by size
                into report-line
            end-string
            write report-line.

            continue.

      ***************************************************************
        note-pass section.
            move spaces to report-line.
            string '  OK   ' delimited by size
                ctl-text delimited by size
                into report-line
            end-string
            write report-line.

            continue.
