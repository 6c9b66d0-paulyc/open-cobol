        identification division.
        program-id. gc-datagen.

      * volume test-data generator -- gc-injgen's companion for
      * whole files: writes N complete data records through a
      * "D MAP" layout export (databrowse.cpy), every elementary
      * field filled by the rule the rules file gives it, so the
      * debuggee can be run against production volumes and the
      * output kept as a gc-filecmp baseline. Values are encoded
      * the way gc-filefix encodes a change: a numeric picture
      * (leading 9 or S9) right-justified and zero-filled, text
      * left-justified and space-padded.
      *   COB_DATAGEN_MAP     the <group>.layout export
      *   COB_DATAGEN_RULES   per-field rules, one per line, # lines
      *                       ignored (optional):
      *                         RANGE;field;low;high
      *                         SEQ;field;start;step
      *                         LIST;field;value,value,...
      *                         DATE;field;yyyymmdd;yyyymmdd
      *                         INVALID;field;percent
      *                       -- field * in an INVALID rule means
      *                       every field
      *   COB_DATAGEN_COUNT   records to write (default 1000)
      *   COB_DATAGEN_SEED    the random seed, so a run can be
      *                       repeated exactly (default 1)
      *   COB_DATAGEN_OUT     the data file (default datagen.dat)
      *   COB_DATAGEN_REPORT  the field plan and counts
      *                       (default gc-datagen.report)
      * A field with no rule gets random digits if numeric and the
      * record number if text. DATE fits the value to the field:
      * YYYYMMDD in 8 bytes, YYMMDD in 6, YYYY-MM-DD in 10. An
      * INVALID percentage is exact, not random: that many of every
      * hundred records carry a value the field's PICTURE or rule
      * rejects -- letters in a numeric, month 13 in a date, '?'
      * in a text field -- for the error paths to be exercised.
      * A PACKED or BINARY field takes RANGE, SEQ, INVALID and its
      * random default in its own encoding: packed decimal with a
      * C (signed) or F sign nibble, big-endian binary, cut to the
      * PICTURE's digits; an invalid one is spaces in a packed
      * field and a value past the PICTURE in a binary one. LIST
      * and DATE on such a field, and any rule on a COMP-1/COMP-2
      * one, are not understood and listed in the report with the
      * reason. A repeating row (xNN, or inside a repeating group)
      * is filled in every occurrence; an alternate view (R->) and
      * everything under it is left to the field it redefines.
      * More rows than the field table holds is refused with 99.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select map-file assign to map-path
                organization is line sequential
                file status is map-file-status.

            select rules-file assign to rules-path
                organization is line sequential
                file status is rules-file-status.

            select out-file assign to out-path
                organization is line sequential
                file status is out-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  map-file.
            01 map-record           pic x(100).

        fd  rules-file.
            01 rules-record         pic x(200).

        fd  out-file.
            01 out-record           pic x(512).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 DG-FIELD-MAX         value 80.
            78 DG-BAD-MAX           value 20.
            78 DG-RAND-MOD          value 2147483647.

            01 map-path                     pic x(256) value spaces.
            01 map-file-status              pic 99.
            01 rules-path                   pic x(256) value spaces.
            01 rules-file-status            pic 99.
            01 out-path                     pic x(256) value spaces.
            01 out-file-status              pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

      * the layout, in the shape gc-filefix keeps it, with each
      * field's rule
            77 dg-field-count               pic 9(2) value 0.
            01 dg-field-tbl.
                05 dg-field-row occurs DG-FIELD-MAX.
                    10 dg-level              pic 9(2).
                    10 dg-name               pic x(30).
                    10 dg-offset             pic 9(5).
                    10 dg-length             pic 9(5).
                    10 dg-usage              pic x(8).
                    10 dg-pic                pic x(12).
                    10 dg-usable             pic 9.
                    10 dg-elementary         pic 9.
                    10 dg-numeric            pic 9.
                    10 dg-rule               pic x(8).
                    10 dg-low                pic 9(18).
                    10 dg-high               pic 9(18).
                    10 dg-list               pic x(80).
                    10 dg-list-count         pic 9(3).
                    10 dg-invalid-pct        pic 9(3).
                    10 dg-invalid-count      pic 9(9).
      * xNN on the row, and the nearest repeating group above it
      * (its count, and one occurrence's length as the stride)
                    10 dg-occurs             pic 9(4).
                    10 dg-grp-occurs         pic 9(4).
                    10 dg-grp-stride         pic 9(5).
                    10 dg-total              pic 9(6).
      * R-> on the row, or on a group above it
                    10 dg-redef              pic 9.
                    10 dg-under-redef        pic 9.
      * digits in the PICTURE, for packed and binary
                    10 dg-digits             pic 9(2).
            77 dg-index                     pic 9(2) value 0.
            77 dg-scan                      pic 9(2) value 0.
            77 dg-scan-level                pic 9(2) value 0.
            77 dg-map-over                  pic 9 value 0.
            77 dg-field-limit               pic 9(3)
                value DG-FIELD-MAX.

      * one occurrence of a field
            77 dg-occ                       pic 9(6) value 0.
            77 dg-occ-grp                   pic 9(6) value 0.
            77 dg-occ-own                   pic 9(6) value 0.
            77 dg-occ-off                   pic 9(7) value 0.
            77 dg-span-end                  pic 9(7) value 0.

            01 dg-rule-kind                 pic x(8).
            01 dg-rule-field                pic x(30).
            01 dg-rule-arg-1                pic x(80).
            01 dg-rule-arg-2                pic x(80).
            77 dg-rules-bad                 pic 9(3) value 0.
            77 dg-rules-used                pic 9(3) value 0.
            77 dg-rule-hit                  pic 9 value 0.
            77 dg-rule-found                pic 9 value 0.
            01 dg-rule-why                  pic x(40).

      * the rules not understood, and why
            77 dg-bad-count                 pic 9(2) value 0.
            01 dg-bad-tbl.
                05 dg-bad-row occurs DG-BAD-MAX.
                    10 db-rule               pic x(60).
                    10 db-why                pic x(40).

            01 dg-count-env                 pic x(12) value spaces.
            77 dg-count                     pic 9(9) value 1000.
            01 dg-seed-env                  pic x(12) value spaces.
            77 dg-rand                      pic 9(10) value 1.
            77 dg-rec                       pic 9(9) value 0.
            77 dg-out-len                   pic 9(5) value 0.
            77 dg-invalid-total             pic 9(9) value 0.
            77 dg-cross-now                 pic 9(9) value 0.
            77 dg-cross-before              pic 9(9) value 0.

      * one value
            01 dg-value                     pic x(80) value spaces.
            01 dg-padded-value              pic x(80) value spaces.
            01 dg-number                    pic 9(18) value 0.
            01 dg-number-x redefines dg-number pic x(18).
            77 dg-span                      pic 9(18) value 0.
            77 dg-draw                      pic 9(18) value 0.
            77 dg-pick                      pic 9(3) value 0.
            77 dg-list-ptr                  pic 9(3) value 0.
            77 dg-list-n                    pic 9(3) value 0.
            01 dg-date                      pic 9(8) value 0.
            01 dg-date-x redefines dg-date.
                05 dg-date-yyyy             pic x(4).
                05 dg-date-mm               pic x(2).
                05 dg-date-dd               pic x(2).
            01 dg-rec-edit                  pic z(8)9.
            01 dg-occ-edit                  pic z(5)9.

      * packed and binary encodings of dg-number, the low-order
      * bytes taken for the field
            01 dg-packed-s                  pic s9(18) comp-3.
            01 dg-packed-s-x redefines dg-packed-s pic x(10).
            01 dg-packed-u                  pic 9(18) comp-3.
            01 dg-packed-u-x redefines dg-packed-u pic x(10).
            01 dg-binary                    pic s9(18) comp.
            01 dg-binary-x redefines dg-binary pic x(8).
            77 dg-pic-pos                   pic 9(2) value 0.
            77 dg-pic-n                     pic 9(2) value 0.
            01 dg-pic-count                 pic x(4).

      * map-row parse scratch
            01 dg-token-1                   pic x(30).
            01 dg-token-2                   pic x(30).
            01 dg-token-3                   pic x(30).
            01 dg-token-4                   pic x(30).
            01 dg-token-5                   pic x(30).
            01 dg-token-6                   pic x(30).
            01 dg-token-7                   pic x(30).
            01 dg-token-8                   pic x(30).
            01 dg-token-9                   pic x(30).
            01 dg-token-10                  pic x(30).
            01 dg-extra-token               pic x(30).
            77 dg-extra-flag                pic 9 value 0.
            77 dg-row-occurs                pic 9(4) value 0.
            77 dg-row-redef                 pic 9 value 0.
            77 dg-tok-ptr                   pic 9(3) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to map-path.
            accept map-path from environment 'COB_DATAGEN_MAP'
            end-accept.

            if map-path = spaces
                display 'Set COB_DATAGEN_MAP.' end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to rules-path.
            accept rules-path from environment 'COB_DATAGEN_RULES'
            end-accept.

            move spaces to dg-count-env.
            accept dg-count-env from environment
                'COB_DATAGEN_COUNT' end-accept.
            if function trim (dg-count-env) is numeric
                move function numval (dg-count-env) to dg-count
            end-if.

            move spaces to dg-seed-env.
            accept dg-seed-env from environment 'COB_DATAGEN_SEED'
            end-accept.
            if function trim (dg-seed-env) is numeric
                move function numval (dg-seed-env) to dg-rand
            end-if.
            move function mod (dg-rand, DG-RAND-MOD) to dg-rand.
            if dg-rand = 0
                move 1 to dg-rand
            end-if.

            move spaces to out-path.
            accept out-path from environment 'COB_DATAGEN_OUT'
            end-accept.
            if out-path = spaces
                move 'datagen.dat' to out-path
            end-if.

            move spaces to report-path.
            accept report-path from environment
                'COB_DATAGEN_REPORT' end-accept.
            if report-path = spaces
                move 'gc-datagen.report' to report-path
            end-if.

            perform load-layout-map.

            if dg-out-len = 0
                display 'No usable elementary fields in '
                    function trim (map-path) end-display
                move 99 to return-code
                stop run
            end-if.

            if rules-path not = spaces
                perform load-rules-file
            end-if.

            open output out-file.
            if out-file-status not = 0
                display 'Cannot open '
                    function trim (out-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform varying dg-rec from 1 by 1
                until dg-rec > dg-count

                perform build-one-record
                write out-record end-write
            end-perform.

            close out-file.

            perform write-datagen-report.

            display 'Wrote ' dg-count ' record(s) to '
                function trim (out-path) ', '
                dg-invalid-total ' invalid value(s).' end-display.

            stop run.

      ***************************************************************
      *** ----------------- the layout, elementary rows marked as
      *** gc-filefix marks them, each row's repeating group and
      *** alternate view found by walking back up its owners
        load-layout-map section.
            move 0 to dg-field-count.
            move 0 to dg-map-over.

            open input map-file.

            if map-file-status not = 0
                display 'Cannot open layout map '
                    function trim (map-path) end-display
                move 99 to return-code
                stop run
            end-if

            read map-file end-read
            perform until map-file-status not = 0
                or dg-map-over = 1

                if map-record not = spaces
                    perform parse-one-map-row
                end-if

                read map-file end-read
            end-perform

            close map-file

            if dg-map-over = 1
                display 'Layout map ' function trim (map-path)
                    ' has more than ' dg-field-limit
                    ' rows -- nothing generated.' end-display
                move 99 to return-code
                stop run
            end-if

            perform varying dg-index from 1 by 1
                until dg-index > dg-field-count

                move 1 to dg-elementary(dg-index)
                if dg-index < dg-field-count
                    if dg-level(dg-index + 1) > dg-level(dg-index)
                        move 0 to dg-elementary(dg-index)
                    end-if
                end-if

                if dg-pic(dg-index)(1:1) = '9'
                    or dg-pic(dg-index)(1:2) = 'S9'

                    move 1 to dg-numeric(dg-index)
                    perform count-pic-digits
                end-if

                move dg-level(dg-index) to dg-scan-level
                move dg-redef(dg-index) to dg-under-redef(dg-index)
                move 1 to dg-grp-occurs(dg-index)
                perform varying dg-scan from dg-index by -1
                    until dg-scan <= 1

                    if dg-level(dg-scan - 1) < dg-scan-level
                        move dg-level(dg-scan - 1) to dg-scan-level
                        if dg-redef(dg-scan - 1) = 1
                            move 1 to dg-under-redef(dg-index)
                        end-if
                        if dg-occurs(dg-scan - 1) > 1
                            and dg-length(dg-scan - 1) > 0
                            and dg-grp-occurs(dg-index) = 1

                            move dg-occurs(dg-scan - 1)
                                to dg-grp-occurs(dg-index)
                            move dg-length(dg-scan - 1)
                                to dg-grp-stride(dg-index)
                        end-if
                    end-if
                end-perform
                compute dg-total(dg-index) =
                    dg-occurs(dg-index) * dg-grp-occurs(dg-index)
                end-compute

      * the last byte of the last occurrence
                if dg-elementary(dg-index) = 1
                    and dg-usable(dg-index) = 1
                    and dg-under-redef(dg-index) = 0

                    compute dg-span-end = dg-offset(dg-index)
                        + (dg-grp-occurs(dg-index) - 1)
                            * dg-grp-stride(dg-index)
                        + dg-occurs(dg-index) * dg-length(dg-index)
                        - 1
                    end-compute
                    if dg-span-end > 512
                        move 512 to dg-span-end
                    end-if
                    if dg-span-end > dg-out-len
                        move dg-span-end to dg-out-len
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
        parse-one-map-row section.
            move 1 to dg-tok-ptr.
            move spaces to dg-token-1.
            move spaces to dg-token-2.
            move spaces to dg-token-3.
            move spaces to dg-token-4.
            move spaces to dg-token-5.
            move spaces to dg-token-6.
            move spaces to dg-token-7.
            move spaces to dg-token-8.
            move spaces to dg-token-9.
            move spaces to dg-token-10.

            unstring map-record delimited by all space
                into dg-token-1 dg-token-2 dg-token-3
                    dg-token-4 dg-token-5 dg-token-6
                    dg-token-7 dg-token-8 dg-token-9
                    dg-token-10
                with pointer dg-tok-ptr
            end-unstring

            if function trim (dg-token-1) is not numeric
                or function trim (dg-token-3) not = 'off'
                or function trim (dg-token-5) not = 'len'

                exit section
            end-if

            if dg-field-count >= DG-FIELD-MAX
                move 1 to dg-map-over
                exit section
            end-if

      * a group row has no usage or PIC, so the R->target and
      * xNN the export appends can start as early as token 7
            move 1 to dg-row-occurs.
            move 0 to dg-row-redef.
            move dg-token-10 to dg-extra-token.
            perform parse-row-extra.
            move dg-token-9 to dg-extra-token.
            perform parse-row-extra.
            move dg-token-8 to dg-extra-token.
            perform parse-row-extra.
            if dg-extra-flag = 1
                move spaces to dg-token-8
            end-if
            move dg-token-7 to dg-extra-token.
            perform parse-row-extra.
            if dg-extra-flag = 1
                move spaces to dg-token-7
            end-if

            add 1 to dg-field-count.
            initialize dg-field-row(dg-field-count).
            move function numval (dg-token-1)
                to dg-level(dg-field-count).
            move function upper-case (dg-token-2)
                to dg-name(dg-field-count).
            move function upper-case (dg-token-7(1:8))
                to dg-usage(dg-field-count).
            move dg-token-8(1:12) to dg-pic(dg-field-count).
            move dg-row-occurs to dg-occurs(dg-field-count).
            move dg-row-redef to dg-redef(dg-field-count).

            if function trim (dg-token-4) is numeric
                and function trim (dg-token-6) is numeric

                move function numval (dg-token-4)
                    to dg-offset(dg-field-count)
                move function numval (dg-token-6)
                    to dg-length(dg-field-count)
                if dg-offset(dg-field-count) > 0
                    and dg-length(dg-field-count) > 0
                    and dg-offset(dg-field-count)
                        + dg-length(dg-field-count) - 1 <= 512

                    move 1 to dg-usable(dg-field-count)
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- one trailing token of a map row: R->x
      *** marks an alternate view, xNN a repeat count
        parse-row-extra section.
            move 0 to dg-extra-flag.

            evaluate true
                when dg-extra-token(1:3) = 'R->'
                    move 1 to dg-row-redef
                    move 1 to dg-extra-flag
                when dg-extra-token(1:1) = 'x'
                    and dg-extra-token(2:1) is numeric
                    and function trim (dg-extra-token(2:))
                        is numeric
                    move function numval (dg-extra-token(2:))
                        to dg-row-occurs
                    if dg-row-occurs = 0
                        move 1 to dg-row-occurs
                    end-if
                    move 1 to dg-extra-flag
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- the digits a numeric PICTURE holds: a
      *** 9 counts one, 9(n) counts n (S, V and P hold none)
        count-pic-digits section.
            move 0 to dg-digits(dg-index).
            move 1 to dg-pic-pos.

            perform until dg-pic-pos > 12
                if dg-pic(dg-index)(dg-pic-pos:1) = '9'
                    if dg-pic-pos < 12
                        and dg-pic(dg-index)(dg-pic-pos + 1:1) = '('

                        move spaces to dg-pic-count
                        add 2 to dg-pic-pos
                        unstring dg-pic(dg-index) delimited by ')'
                            into dg-pic-count
                            with pointer dg-pic-pos
                        end-unstring
                        if function trim (dg-pic-count) is numeric
                            move function numval (dg-pic-count)
                                to dg-pic-n
                            add dg-pic-n to dg-digits(dg-index)
                        end-if
                    else
                        add 1 to dg-digits(dg-index)
                        add 1 to dg-pic-pos
                    end-if
                else
                    add 1 to dg-pic-pos
                end-if
            end-perform

            if dg-digits(dg-index) > 18
                move 18 to dg-digits(dg-index)
            end-if

            continue.

      ***************************************************************
        load-rules-file section.
            open input rules-file.

            if rules-file-status not = 0
                display 'Cannot open rules file '
                    function trim (rules-path) end-display
                move 99 to return-code
                stop run
            end-if

            read rules-file end-read
            perform until rules-file-status not = 0
                if rules-record not = spaces
                    and rules-record(1:1) not = '#'

                    perform apply-one-rule
                end-if

                read rules-file end-read
            end-perform

            close rules-file

            continue.

      ***************************************************************
      *** ----------------- one rule onto its field; a rule for a
      *** field the layout lacks, or that doesn't fit the field's
      *** PICTURE or usage, is counted as not understood and kept
      *** with its reason for the report
        apply-one-rule section.
            move spaces to dg-rule-kind.
            move spaces to dg-rule-field.
            move spaces to dg-rule-arg-1.
            move spaces to dg-rule-arg-2.

            unstring rules-record delimited by ';'
                into dg-rule-kind dg-rule-field
                    dg-rule-arg-1 dg-rule-arg-2
            end-unstring

            move function upper-case (dg-rule-kind)
                to dg-rule-kind.
            move function upper-case
                (function trim (dg-rule-field)) to dg-rule-field.
            move 0 to dg-rule-hit.
            move 0 to dg-rule-found.
            move spaces to dg-rule-why.

            perform varying dg-index from 1 by 1
                until dg-index > dg-field-count

                if dg-elementary(dg-index) = 1
                    and dg-usable(dg-index) = 1
                    and dg-under-redef(dg-index) = 0
                    and (dg-name(dg-index) = dg-rule-field
                        or (dg-rule-field = '*'
                            and dg-rule-kind = 'INVALID'))

                    move 1 to dg-rule-found
                    perform rule-onto-field
                end-if
            end-perform

            if dg-rule-hit = 1
                add 1 to dg-rules-used
                exit section
            end-if

            add 1 to dg-rules-bad.

            if dg-rule-found = 0
                move 'no such field in the layout' to dg-rule-why
            end-if.
            if dg-bad-count < DG-BAD-MAX
                add 1 to dg-bad-count
                move rules-record to db-rule(dg-bad-count)
                move dg-rule-why to db-why(dg-bad-count)
            end-if.

            continue.

      ***************************************************************
        rule-onto-field section.
            if dg-usage(dg-index) = 'COMP-1'
                or dg-usage(dg-index) = 'COMP-2'

                move 'no rule fills a floating-point field'
                    to dg-rule-why
                exit section
            end-if

            if dg-usage(dg-index) not = 'DISPLAY'
                and (dg-rule-kind = 'LIST' or dg-rule-kind = 'DATE')

                move 'LIST and DATE are for DISPLAY fields'
                    to dg-rule-why
                exit section
            end-if

            move 'does not fit the field''s PICTURE'
                to dg-rule-why

            evaluate function trim (dg-rule-kind)
                when 'RANGE'
                when 'SEQ'
                    if dg-numeric(dg-index) = 1
                        and function trim (dg-rule-arg-1) is numeric
                        and function trim (dg-rule-arg-2) is numeric

                        move dg-rule-kind to dg-rule(dg-index)
                        move function numval (dg-rule-arg-1)
                            to dg-low(dg-index)
                        move function numval (dg-rule-arg-2)
                            to dg-high(dg-index)
                        if dg-rule(dg-index) = 'RANGE'
                            and dg-low(dg-index) > dg-high(dg-index)

                            move dg-low(dg-index) to dg-number
                            move dg-high(dg-index)
                                to dg-low(dg-index)
                            move dg-number to dg-high(dg-index)
                        end-if
                        move 1 to dg-rule-hit
                    end-if
                when 'LIST'
                    if dg-rule-arg-1 not = spaces
                        move 'LIST' to dg-rule(dg-index)
                        move dg-rule-arg-1 to dg-list(dg-index)
                        move 0 to dg-list-count(dg-index)
                        inspect dg-rule-arg-1 tallying
                            dg-list-count(dg-index) for all ','
                        add 1 to dg-list-count(dg-index)
                        move 1 to dg-rule-hit
                    end-if
                when 'DATE'
                    if function trim (dg-rule-arg-1) is numeric
                        and function trim (dg-rule-arg-2) is numeric
                        and function test-date-yyyymmdd
                            (function numval (dg-rule-arg-1)) = 0
                        and function test-date-yyyymmdd
                            (function numval (dg-rule-arg-2)) = 0

                        move 'DATE' to dg-rule(dg-index)
                        move function integer-of-date
                            (function numval (dg-rule-arg-1))
                            to dg-low(dg-index)
                        move function integer-of-date
                            (function numval (dg-rule-arg-2))
                            to dg-high(dg-index)
                        if dg-low(dg-index) > dg-high(dg-index)
                            move dg-low(dg-index) to dg-number
                            move dg-high(dg-index)
                                to dg-low(dg-index)
                            move dg-number to dg-high(dg-index)
                        end-if
                        move 1 to dg-rule-hit
                    end-if
                when 'INVALID'
                    if function trim (dg-rule-arg-1) is numeric
                        move function numval (dg-rule-arg-1)
                            to dg-invalid-pct(dg-index)
                        if dg-invalid-pct(dg-index) > 100
                            move 100 to dg-invalid-pct(dg-index)
                        end-if
                        move 1 to dg-rule-hit
                    end-if
                when other
                    move 'not a rule gc-datagen knows' to dg-rule-why
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- every occurrence of every field; an
      *** alternate view is left to the field it redefines
        build-one-record section.
            move spaces to out-record.

            perform varying dg-index from 1 by 1
                until dg-index > dg-field-count

                if dg-elementary(dg-index) = 1
                    and dg-usable(dg-index) = 1
                    and dg-under-redef(dg-index) = 0

                    perform varying dg-occ from 1 by 1
                        until dg-occ > dg-total(dg-index)

                        perform build-one-occurrence
                    end-perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- occurrence dg-occ of field dg-index: the
      *** row's own repeats run inside one occurrence of the
      *** repeating group above it
        build-one-occurrence section.
            compute dg-occ-grp =
                (dg-occ - 1) / dg-occurs(dg-index)
            end-compute.
            compute dg-occ-own =
                dg-occ - 1 - dg-occ-grp * dg-occurs(dg-index)
            end-compute.
            compute dg-occ-off = dg-offset(dg-index)
                + dg-occ-grp * dg-grp-stride(dg-index)
                + dg-occ-own * dg-length(dg-index)
            end-compute.

            if dg-occ-off + dg-length(dg-index) - 1 > 512
                exit section
            end-if

      * floating point, and packed or binary without a numeric
      * PICTURE, stay zero
            if dg-usage(dg-index) = 'COMP-1'
                or dg-usage(dg-index) = 'COMP-2'
                or (dg-usage(dg-index) not = 'DISPLAY'
                    and dg-numeric(dg-index) = 0)

                move all x'00' to out-record
                    (dg-occ-off:dg-length(dg-index))
                if dg-usage(dg-index) = 'PACKED'
                    move x'0C' to out-record
                        (dg-occ-off + dg-length(dg-index) - 1:1)
                end-if
                exit section
            end-if

            perform make-field-value.
            move dg-padded-value(1:dg-length(dg-index))
                to out-record(dg-occ-off:dg-length(dg-index)).

            continue.

      ***************************************************************
      *** ----------------- one field's value by its rule, or the
      *** deliberately invalid one when this record's turn comes
        make-field-value section.
            move spaces to dg-value.
            move spaces to dg-padded-value.

      * exactly pct of every hundred: record n is invalid when
      * n * pct / 100 crosses a whole number
            if dg-invalid-pct(dg-index) > 0
                compute dg-cross-now =
                    (dg-rec * dg-invalid-pct(dg-index)) / 100
                end-compute
                compute dg-cross-before =
                    ((dg-rec - 1) * dg-invalid-pct(dg-index)) / 100
                end-compute
            end-if

            if dg-invalid-pct(dg-index) > 0
                and dg-cross-now > dg-cross-before

                perform make-invalid-value
                add 1 to dg-invalid-count(dg-index)
                add 1 to dg-invalid-total
                exit section
            end-if

            evaluate dg-rule(dg-index)
                when 'RANGE'
                    perform next-random
                    compute dg-span =
                        dg-high(dg-index) - dg-low(dg-index) + 1
                    end-compute
                    compute dg-number = dg-low(dg-index)
                        + function mod (dg-draw, dg-span)
                    end-compute
                    perform encode-number
                when 'SEQ'
                    compute dg-number = dg-low(dg-index)
                        + (dg-rec - 1) * dg-high(dg-index)
                        on size error
                            move 0 to dg-number
                    end-compute
                    perform encode-number
                when 'LIST'
                    perform next-random
                    compute dg-pick =
                        function mod (dg-draw,
                            dg-list-count(dg-index)) + 1
                    end-compute
                    move 1 to dg-list-ptr
                    perform varying dg-list-n from 1 by 1
                        until dg-list-n > dg-pick

                        move spaces to dg-value
                        unstring dg-list(dg-index) delimited by ','
                            into dg-value
                            with pointer dg-list-ptr
                        end-unstring
                    end-perform
                    perform encode-text
                when 'DATE'
                    perform next-random
                    compute dg-span =
                        dg-high(dg-index) - dg-low(dg-index) + 1
                    end-compute
                    compute dg-date = function date-of-integer
                        (dg-low(dg-index)
                         + function mod (dg-draw, dg-span))
                    end-compute
                    perform encode-date
                when other
                    if dg-numeric(dg-index) = 1
                        perform next-random
                        move dg-draw to dg-number
                        perform encode-number
                    else
                        move dg-rec to dg-rec-edit
                        move function trim (dg-rec-edit) to dg-value
                        perform encode-text
                    end-if
            end-evaluate

            continue.

      ***************************************************************
        make-invalid-value section.
            evaluate true
                when dg-usage(dg-index) = 'PACKED'
                    move spaces to dg-padded-value
                        (1:dg-length(dg-index))
                when dg-usage(dg-index) = 'BINARY'
                    move all x'FF' to dg-padded-value
                        (1:dg-length(dg-index))
                    move x'7F' to dg-padded-value(1:1)
                when dg-rule(dg-index) = 'DATE'
                    compute dg-date = function date-of-integer
                        (dg-low(dg-index))
                    end-compute
                    move '13' to dg-date-mm
                    perform encode-date
                when dg-numeric(dg-index) = 1
                    move all 'X' to dg-padded-value
                        (1:dg-length(dg-index))
                when other
                    move all '?' to dg-padded-value
                        (1:dg-length(dg-index))
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- Park-Miller minimal standard, two draws
      *** to a value: nine digits from each
        next-random section.
            compute dg-rand =
                function mod (dg-rand * 16807, DG-RAND-MOD)
            end-compute.
            compute dg-draw =
                function mod (dg-rand, 1000000000) * 1000000000
            end-compute.
            compute dg-rand =
                function mod (dg-rand * 16807, DG-RAND-MOD)
            end-compute.
            compute dg-draw = dg-draw
                + function mod (dg-rand, 1000000000)
            end-compute.

            continue.

      ***************************************************************
      *** ----------------- right-justified, zero-filled; a number
      *** wider than the field keeps its low-order digits
        encode-number section.
            if dg-usage(dg-index) = 'PACKED'
                or dg-usage(dg-index) = 'BINARY'

                perform encode-number-binary
                exit section
            end-if

            move all '0' to dg-padded-value(1:dg-length(dg-index)).

            if dg-length(dg-index) >= 18
                move dg-number-x to dg-padded-value
                    (dg-length(dg-index) - 17:18)
            else
                move dg-number-x(19 - dg-length(dg-index):)
                    to dg-padded-value(1:dg-length(dg-index))
            end-if

            continue.

      ***************************************************************
      *** ----------------- dg-number cut to the PICTURE's digits,
      *** then the field's low-order bytes of an 18-digit packed
      *** (sign C when the PICTURE is signed, F when not) or
      *** big-endian binary item
        encode-number-binary section.
            if dg-digits(dg-index) < 18
                compute dg-number = function mod
                    (dg-number, 10 ** dg-digits(dg-index))
                end-compute
            end-if

            move low-values to dg-padded-value(1:dg-length(dg-index)).

            if dg-usage(dg-index) = 'PACKED'
                if dg-pic(dg-index)(1:1) = 'S'
                    move dg-number to dg-packed-s
                    move dg-packed-s-x to dg-value
                else
                    move dg-number to dg-packed-u
                    move dg-packed-u-x to dg-value
                end-if
                if dg-length(dg-index) >= 10
                    move dg-value(1:10) to dg-padded-value
                        (dg-length(dg-index) - 9:10)
                else
                    move dg-value(11 - dg-length(dg-index):
                                  dg-length(dg-index))
                        to dg-padded-value(1:dg-length(dg-index))
                end-if
                exit section
            end-if

            move dg-number to dg-binary.
            if dg-length(dg-index) >= 8
                move dg-binary-x to dg-padded-value
                    (dg-length(dg-index) - 7:8)
            else
                move dg-binary-x(9 - dg-length(dg-index):
                                 dg-length(dg-index))
                    to dg-padded-value(1:dg-length(dg-index))
            end-if

            continue.

      ***************************************************************
        encode-text section.
            move function trim (dg-value)
                to dg-padded-value(1:dg-length(dg-index)).

            continue.

      ***************************************************************
        encode-date section.
            evaluate dg-length(dg-index)
                when 6
                    move dg-date-x(3:6) to dg-padded-value
                when 10
                    string dg-date-yyyy delimited by size
                        '-' delimited by size
                        dg-date-mm delimited by size
                        '-' delimited by size
                        dg-date-dd delimited by size
                        into dg-padded-value
                    end-string
                when other
                    move dg-date-x to dg-padded-value
            end-evaluate

            if dg-length(dg-index) < 80
                move spaces to dg-padded-value
                    (dg-length(dg-index) + 1:)
            end-if

            continue.

      ***************************************************************
        write-datagen-report section.
            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                exit section
            end-if

            move 'Volume test-data generation' to report-line.
            write report-line

            move spaces to report-line
            string '  layout ' delimited by size
                function trim (map-path) delimited by size
                '  out ' delimited by size
                function trim (out-path) delimited by size
                into report-line
            end-string
            write report-line

            if rules-path not = spaces
                move spaces to report-line
                string '  rules ' delimited by size
                    function trim (rules-path) delimited by size
                    '  (' delimited by size
                    dg-rules-used delimited by size
                    ' used, ' delimited by size
                    dg-rules-bad delimited by size
                    ' not understood)' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            perform varying dg-index from 1 by 1
                until dg-index > dg-bad-count

                move spaces to report-line
                string '    not understood: ' delimited by size
                    function trim (db-rule(dg-index))
                        delimited by size
                    ' -- ' delimited by size
                    function trim (db-why(dg-index))
                        delimited by size
                    into report-line
                end-string
                write report-line
            end-perform

            move spaces to report-line
            write report-line

            move 'Fields:' to report-line
            write report-line

            perform varying dg-index from 1 by 1
                until dg-index > dg-field-count

                if dg-elementary(dg-index) = 1
                    and dg-usable(dg-index) = 1
                    and dg-under-redef(dg-index) = 0

                    move spaces to report-line
                    string '  ' delimited by size
                        dg-name(dg-index) delimited by size
                        ' ' delimited by size
                        dg-pic(dg-index) delimited by size
                        ' ' delimited by size
                        into report-line
                    end-string
                    if dg-usage(dg-index) not = 'DISPLAY'
                        move dg-usage(dg-index) to report-line(47:)
                    end-if
                    evaluate true
                        when dg-rule(dg-index) not = spaces
                            move dg-rule(dg-index) to report-line(56:)
                        when dg-usage(dg-index) = 'COMP-1'
                            or dg-usage(dg-index) = 'COMP-2'
                            or (dg-usage(dg-index) not = 'DISPLAY'
                                and dg-numeric(dg-index) = 0)
                            move '(zero)' to report-line(56:)
                        when dg-numeric(dg-index) = 1
                            move '(random digits)'
                                to report-line(56:)
                        when other
                            move '(record number)'
                                to report-line(56:)
                    end-evaluate
                    if dg-invalid-pct(dg-index) > 0
                        string 'invalid ' delimited by size
                            dg-invalid-pct(dg-index)
                                delimited by size
                            '%: ' delimited by size
                            dg-invalid-count(dg-index)
                                delimited by size
                            into report-line(74:)
                        end-string
                    end-if
                    if dg-total(dg-index) > 1
                        move dg-total(dg-index) to dg-occ-edit
                        string 'x' delimited by size
                            function trim (dg-occ-edit)
                                delimited by size
                            into report-line(98:)
                        end-string
                    end-if
                    write report-line
                end-if
            end-perform

            move spaces to report-line
            write report-line

            move spaces to report-line.
            string 'Records written: ' delimited by size
                dg-count delimited by size
                '  record length: ' delimited by size
                dg-out-len delimited by size
                '  invalid values: ' delimited by size
                dg-invalid-total delimited by size
                into report-line
            end-string
            write report-line.

            close report-file.

            continue.
