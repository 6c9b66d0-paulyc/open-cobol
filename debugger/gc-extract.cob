        identification division.
        program-id. gc-extract.

      * masked test-data extraction -- copies a production data file
      * into a test copy through its "D MAP" layout export, and
      * every field whose name matches a COB_MASK_FILE pattern (the
      * masking.cpy convention: an exact name, NAME* or *NAME) is
      * replaced on the way through. The substitute is consistent:
      * it is worked out from the value alone (and the seed), never
      * from the file, the field or the record, so the same account
      * number comes out as the same substitute in every file it
      * appears in and keys still join. Digits stay digits and
      * letters stay letters (upper or lower case as they were), so
      * the test copy passes the same PIC checks production does;
      * a numeric field keeps its leading zeros and substitutes only
      * its significant digits, so 00012345 in a 9(8) key and
      * 0000012345 in a 9(10) key still match. A matched PACKED or
      * BINARY field cannot be substituted byte for byte and is set
      * to zero instead. A pattern that names a group masks every
      * elementary field under it, and a repeating field (xNN, or
      * inside a repeating group) is masked in every occurrence.
      * A layout export with more rows than the field table holds
      * is refused with 99 -- a field past the end would otherwise
      * go through unmasked.
      *   COB_EXTRACT_IN      the production data file
      *   COB_EXTRACT_OUT     the test copy
      *   COB_EXTRACT_MAP     the <group>.layout export
      *   COB_MASK_FILE       the field-name patterns to mask
      *   COB_EXTRACT_SEED    mixed into every substitute, so the
      *                       mapping can't be rebuilt without it
      *                       (default gc-extract)
      *   COB_EXTRACT_EVERY   take only every Nth record (default 1)
      *   COB_EXTRACT_KEY     a key field's name, with
      *   COB_EXTRACT_FROM /  the range of its production values
      *   COB_EXTRACT_TO      to take (either end may be left open)
      *   COB_EXTRACT_REPORT  the extraction report
      *                       (default gc-extract.report)

        environment division.
        configuration section.
        input-output section.
        file-control.

            select in-file assign to in-path
                organization is line sequential
                file status is in-file-status.

            select out-file assign to out-path
                organization is line sequential
                file status is out-file-status.

            select map-file assign to map-path
                organization is line sequential
                file status is map-file-status.

            select mask-file assign to mask-path
                organization is line sequential
                file status is mask-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  in-file.
            01 in-record            pic x(512).

        fd  out-file.
            01 out-record           pic x(512).

        fd  map-file.
            01 map-record           pic x(100).

        fd  mask-file.
            01 mask-record          pic x(40).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 EXT-FIELD-MAX        value 80.
            78 MASK-MAX             value 30.
            78 EXT-HASH-PRIME       value 999999937.

            01 in-path                      pic x(256) value spaces.
            01 in-file-status               pic 99.
            01 out-path                     pic x(256) value spaces.
            01 out-file-status              pic 99.
            01 map-path                     pic x(256) value spaces.
            01 map-file-status              pic 99.
            01 mask-path                    pic x(256) value spaces.
            01 mask-file-status             pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

      * the layout, in the shape gc-filefix keeps it
            77 ext-field-count              pic 9(2) value 0.
            01 ext-field-tbl.
                05 ext-field-row occurs EXT-FIELD-MAX.
                    10 ex-level              pic 9(2).
                    10 ex-name               pic x(30).
                    10 ex-offset             pic 9(5).
                    10 ex-length             pic 9(5).
                    10 ex-usage              pic x(8).
                    10 ex-pic                pic x(12).
                    10 ex-usable             pic 9.
                    10 ex-elementary         pic 9.
                    10 ex-masked             pic 9.
                    10 ex-numeric            pic 9.
      * xNN on the row, and the nearest repeating group above it
      * (its count, and one occurrence's length as the stride)
                    10 ex-occurs             pic 9(4).
                    10 ex-grp-occurs         pic 9(4).
                    10 ex-grp-stride         pic 9(5).
                    10 ex-total              pic 9(6).
            77 ext-index                    pic 9(2) value 0.
            77 ext-scan                     pic 9(2) value 0.
            77 ext-scan-level               pic 9(2) value 0.
      * the level of a group a pattern named, while its fields
      * are being read (0 = not inside one)
            77 ext-group-level              pic 9(2) value 0.
            77 ext-map-over                 pic 9 value 0.
            77 ext-field-limit              pic 9(3)
                value EXT-FIELD-MAX.

      * one occurrence of a masked field
            77 ext-occ                      pic 9(6) value 0.
            77 ext-occ-grp                  pic 9(6) value 0.
            77 ext-occ-own                  pic 9(6) value 0.
            77 ext-occ-off                  pic 9(7) value 0.
            01 ext-occ-edit                 pic z(5)9.
            77 ext-masked-fields            pic 9(2) value 0.

      * the masking.cpy pattern list and match scratch
            77 mask-count                   pic 9(2) value 0.
            01 mask-tbl.
                05 mask-pattern occurs MASK-MAX pic x(30).
            77 mask-index                   pic 9(2) value 0.
            77 mask-match-flag              pic 9 value 0.
            01 mask-field-name              pic x(50) value spaces.
            77 mask-pat-len                 pic 9(2) value 0.
            77 mask-name-len                pic 9(2) value 0.
            01 mask-trimmed-name            pic x(30) value spaces.

      * subset selection
            01 ext-every-env                pic x(10) value spaces.
            77 ext-every                    pic 9(7) value 1.
            01 ext-key-name                 pic x(30) value spaces.
            77 ext-key-index                pic 9(2) value 0.
            01 ext-key-from                 pic x(80) value spaces.
            01 ext-key-to                   pic x(80) value spaces.
            01 ext-key-bound                pic x(80) value spaces.
            01 ext-bound-work               pic x(80) value spaces.
            77 ext-bound-len                pic 9(3) value 0.
            77 ext-bound-pos                pic 9(3) value 0.
            77 ext-in-range                 pic 9(7) value 0.
            77 ext-take-flag                pic 9 value 0.

            77 ext-read-count               pic 9(7) value 0.
            77 ext-written-count            pic 9(7) value 0.
            77 ext-values-masked            pic 9(9) value 0.
            77 ext-values-zeroed            pic 9(9) value 0.

      * one substitute
            01 ext-seed                     pic x(80) value spaces.
            77 ext-seed-hash                pic 9(9) value 0.
            77 ext-hash                     pic 9(9) value 0.
            77 ext-char-hash                pic 9(9) value 0.
            77 ext-char-pos                 pic 9(5) value 0.
            77 ext-first-pos                pic 9(5) value 0.
            77 ext-last-pos                 pic 9(5) value 0.
            77 ext-pick                     pic 9(2) value 0.
            01 ext-char                     pic x value space.
            01 ext-digits                   pic x(10)
                value '0123456789'.
            01 ext-upper                    pic x(26)
                value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            01 ext-lower                    pic x(26)
                value 'abcdefghijklmnopqrstuvwxyz'.

      * map-row parse scratch
            01 ext-token-1                  pic x(30).
            01 ext-token-2                  pic x(30).
            01 ext-token-3                  pic x(30).
            01 ext-token-4                  pic x(30).
            01 ext-token-5                  pic x(30).
            01 ext-token-6                  pic x(30).
            01 ext-token-7                  pic x(30).
            01 ext-token-8                  pic x(30).
            01 ext-token-9                  pic x(30).
            01 ext-token-10                 pic x(30).
            01 ext-extra-token              pic x(30).
            77 ext-extra-flag               pic 9 value 0.
            77 ext-row-occurs               pic 9(4) value 0.
            77 ext-tok-ptr                  pic 9(3) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to in-path.
            accept in-path from environment 'COB_EXTRACT_IN'
            end-accept.
            move spaces to out-path.
            accept out-path from environment 'COB_EXTRACT_OUT'
            end-accept.
            move spaces to map-path.
            accept map-path from environment 'COB_EXTRACT_MAP'
            end-accept.
            move spaces to mask-path.
            accept mask-path from environment 'COB_MASK_FILE'
            end-accept.

            if in-path = spaces or out-path = spaces
                or map-path = spaces

                display 'Set COB_EXTRACT_IN, COB_EXTRACT_OUT and '
                    'COB_EXTRACT_MAP.' end-display
                move 99 to return-code
                stop run
            end-if.

            if in-path = out-path
                display 'COB_EXTRACT_OUT must not be the input '
                    'file.' end-display
                move 99 to return-code
                stop run
            end-if.

      * without a pattern list the copy would be a straight
      * production copy -- exactly what this is here to stop
            if mask-path = spaces
                display 'Set COB_MASK_FILE -- an unmasked copy is '
                    'not a test copy.' end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to ext-seed.
            accept ext-seed from environment 'COB_EXTRACT_SEED'
            end-accept.
            if ext-seed = spaces
                move 'gc-extract' to ext-seed
            end-if.

            move spaces to ext-every-env.
            accept ext-every-env from environment
                'COB_EXTRACT_EVERY' end-accept.
            if function trim (ext-every-env) is numeric
                move function numval (ext-every-env) to ext-every
            end-if.
            if ext-every = 0
                move 1 to ext-every
            end-if.

            move spaces to ext-key-name.
            accept ext-key-name from environment 'COB_EXTRACT_KEY'
            end-accept.
            move function upper-case (ext-key-name)
                to ext-key-name.
            move spaces to ext-key-from.
            accept ext-key-from from environment
                'COB_EXTRACT_FROM' end-accept.
            move spaces to ext-key-to.
            accept ext-key-to from environment 'COB_EXTRACT_TO'
            end-accept.

            move spaces to report-path.
            accept report-path from environment
                'COB_EXTRACT_REPORT' end-accept.
            if report-path = spaces
                move 'gc-extract.report' to report-path
            end-if.

            perform load-mask-list.

            if mask-count = 0
                display 'No patterns in '
                    function trim (mask-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform load-layout-map.

            if ext-key-name not = spaces
                and ext-key-index = 0

                display 'Key field '
                    function trim (ext-key-name)
                    ' is not a mapped elementary field.'
                end-display
                move 99 to return-code
                stop run
            end-if.

            if ext-key-index not = 0
                perform align-key-bounds
            end-if.

            perform hash-seed.

            open input in-file.
            if in-file-status not = 0
                display 'Cannot open '
                    function trim (in-path) end-display
                move 99 to return-code
                stop run
            end-if.

            open output out-file.
            if out-file-status not = 0
                display 'Cannot open '
                    function trim (out-path) end-display
                close in-file
                move 99 to return-code
                stop run
            end-if.

            read in-file end-read
            perform until in-file-status not = 0
                add 1 to ext-read-count
                perform select-record
                if ext-take-flag = 1
                    perform mask-one-record
                    write out-record end-write
                    add 1 to ext-written-count
                end-if
                read in-file end-read
            end-perform.

            close in-file.
            close out-file.

            perform write-extract-report.

            display 'Extracted ' ext-written-count ' of '
                ext-read-count ' record(s), '
                ext-masked-fields ' field(s) masked -- see '
                function trim (report-path) end-display.

            stop run.

      ***************************************************************
      *** ----------------- the COB_MASK_FILE list, one pattern per
      *** line, upper-cased as load-mask-list reads it
        load-mask-list section.
            move 0 to mask-count.

            open input mask-file.
            if mask-file-status not = 0
                display 'Cannot open mask file '
                    function trim (mask-path) end-display
                move 99 to return-code
                stop run
            end-if

            read mask-file end-read
            perform until mask-file-status not = 0
                or mask-count >= MASK-MAX

                if mask-record not = spaces
                    add 1 to mask-count
                    move function upper-case
                            (function trim (mask-record))
                        to mask-pattern(mask-count)
                end-if

                read mask-file end-read
            end-perform

            close mask-file

            continue.

      ***************************************************************
      *** ----------------- does mask-field-name match a listed
      *** pattern? Exact, prefix (NAME*) or suffix (*NAME) -- the
      *** same test check-field-masked makes for the screen
        check-field-masked section.
            move 0 to mask-match-flag.

            move spaces to mask-trimmed-name.
            move function upper-case
                    (function trim (mask-field-name))
                to mask-trimmed-name.
            move function length
                    (function trim (mask-trimmed-name))
                to mask-name-len.

            if mask-name-len = 0
                exit section
            end-if

            perform varying mask-index from 1 by 1
                until mask-index > mask-count
                or mask-match-flag = 1

                move function length (function trim
                        (mask-pattern(mask-index)))
                    to mask-pat-len

                evaluate true
                    when mask-pattern(mask-index)
                        (mask-pat-len:1) = '*'
      * prefix pattern -- NAME*
                        if mask-pat-len > 1
                            and mask-trimmed-name
                                (1:mask-pat-len - 1)
                                = mask-pattern(mask-index)
                                    (1:mask-pat-len - 1)

                            move 1 to mask-match-flag
                        end-if
                    when mask-pattern(mask-index)(1:1) = '*'
      * suffix pattern -- *NAME
                        if mask-pat-len > 1
                            and mask-name-len
                                >= mask-pat-len - 1
                            and mask-trimmed-name
                                (mask-name-len - mask-pat-len
                                    + 2:mask-pat-len - 1)
                                = mask-pattern(mask-index)
                                    (2:mask-pat-len - 1)

                            move 1 to mask-match-flag
                        end-if
                    when other
                        if mask-trimmed-name
                            = mask-pattern(mask-index)

                            move 1 to mask-match-flag
                        end-if
                end-evaluate
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the layout, elementary rows marked as
      *** gc-filefix marks them, each one's mask verdict -- its
      *** own name, or a group above it the patterns name -- and
      *** its repeating group, found by walking up its owners
        load-layout-map section.
            move 0 to ext-field-count.
            move 0 to ext-map-over.
            move 0 to ext-group-level.

            open input map-file.

            if map-file-status not = 0
                display 'Cannot open layout map '
                    function trim (map-path) end-display
                move 99 to return-code
                stop run
            end-if

            read map-file end-read
            perform until map-file-status not = 0
                or ext-map-over = 1

                if map-record not = spaces
                    perform parse-one-map-row
                end-if

                read map-file end-read
            end-perform

            close map-file

            if ext-map-over = 1
                display 'Layout map ' function trim (map-path)
                    ' has more than ' ext-field-limit
                    ' rows -- nothing extracted.' end-display
                move 99 to return-code
                stop run
            end-if

            perform varying ext-index from 1 by 1
                until ext-index > ext-field-count

                move 1 to ex-elementary(ext-index)
                if ext-index < ext-field-count
                    if ex-level(ext-index + 1) > ex-level(ext-index)
                        move 0 to ex-elementary(ext-index)
                    end-if
                end-if

                if ext-group-level > 0
                    and ex-level(ext-index) <= ext-group-level

                    move 0 to ext-group-level
                end-if

                move ex-level(ext-index) to ext-scan-level
                move 1 to ex-grp-occurs(ext-index)
                perform varying ext-scan from ext-index by -1
                    until ext-scan <= 1

                    if ex-level(ext-scan - 1) < ext-scan-level
                        move ex-level(ext-scan - 1) to ext-scan-level
                        if ex-occurs(ext-scan - 1) > 1
                            and ex-length(ext-scan - 1) > 0
                            and ex-grp-occurs(ext-index) = 1

                            move ex-occurs(ext-scan - 1)
                                to ex-grp-occurs(ext-index)
                            move ex-length(ext-scan - 1)
                                to ex-grp-stride(ext-index)
                        end-if
                    end-if
                end-perform
                compute ex-total(ext-index) =
                    ex-occurs(ext-index) * ex-grp-occurs(ext-index)
                end-compute

                if ex-elementary(ext-index) = 0
                    and ext-group-level = 0

                    move ex-name(ext-index) to mask-field-name
                    perform check-field-masked
                    if mask-match-flag = 1
                        move ex-level(ext-index) to ext-group-level
                    end-if
                end-if

                if ex-elementary(ext-index) = 1
                    and ex-usable(ext-index) = 1

                    move ex-name(ext-index) to mask-field-name
                    perform check-field-masked
                    if mask-match-flag = 1
                        or ext-group-level > 0

                        move 1 to ex-masked(ext-index)
                        add 1 to ext-masked-fields
                    end-if

                    if function upper-case
                        (function trim (ex-name(ext-index)))
                        = function trim (ext-key-name)

                        move ext-index to ext-key-index
                    end-if
                end-if

                if ex-pic(ext-index)(1:1) = '9'
                    or ex-pic(ext-index)(1:2) = 'S9'

                    move 1 to ex-numeric(ext-index)
                end-if
            end-perform

            continue.

      ***************************************************************
        parse-one-map-row section.
            move 1 to ext-tok-ptr.
            move spaces to ext-token-1.
            move spaces to ext-token-2.
            move spaces to ext-token-3.
            move spaces to ext-token-4.
            move spaces to ext-token-5.
            move spaces to ext-token-6.
            move spaces to ext-token-7.
            move spaces to ext-token-8.
            move spaces to ext-token-9.
            move spaces to ext-token-10.

            unstring map-record delimited by all space
                into ext-token-1 ext-token-2 ext-token-3
                    ext-token-4 ext-token-5 ext-token-6
                    ext-token-7 ext-token-8 ext-token-9
                    ext-token-10
                with pointer ext-tok-ptr
            end-unstring

            if function trim (ext-token-1) is not numeric
                or function trim (ext-token-3) not = 'off'
                or function trim (ext-token-5) not = 'len'

                exit section
            end-if

            if ext-field-count >= EXT-FIELD-MAX
                move 1 to ext-map-over
                exit section
            end-if

      * a group row has no usage or PIC, so the R->target and
      * xNN the export appends can start as early as token 7
            move 1 to ext-row-occurs.
            move ext-token-10 to ext-extra-token.
            perform parse-row-extra.
            move ext-token-9 to ext-extra-token.
            perform parse-row-extra.
            move ext-token-8 to ext-extra-token.
            perform parse-row-extra.
            if ext-extra-flag = 1
                move spaces to ext-token-8
            end-if
            move ext-token-7 to ext-extra-token.
            perform parse-row-extra.
            if ext-extra-flag = 1
                move spaces to ext-token-7
            end-if

            add 1 to ext-field-count.
            initialize ext-field-row(ext-field-count).
            move function numval (ext-token-1)
                to ex-level(ext-field-count).
            move ext-token-2 to ex-name(ext-field-count).
            move function upper-case (ext-token-7(1:8))
                to ex-usage(ext-field-count).
            move ext-token-8(1:12) to ex-pic(ext-field-count).
            move ext-row-occurs to ex-occurs(ext-field-count).

            if function trim (ext-token-4) is numeric
                and function trim (ext-token-6) is numeric

                move function numval (ext-token-4)
                    to ex-offset(ext-field-count)
                move function numval (ext-token-6)
                    to ex-length(ext-field-count)
                if ex-offset(ext-field-count) > 0
                    and ex-length(ext-field-count) > 0
                    and ex-offset(ext-field-count)
                        + ex-length(ext-field-count) - 1 <= 512

                    move 1 to ex-usable(ext-field-count)
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- one trailing token of a map row: R->x
      *** marks an alternate view, xNN a repeat count
        parse-row-extra section.
            move 0 to ext-extra-flag.

            evaluate true
                when ext-extra-token(1:3) = 'R->'
                    move 1 to ext-extra-flag
                when ext-extra-token(1:1) = 'x'
                    and ext-extra-token(2:1) is numeric
                    and function trim (ext-extra-token(2:))
                        is numeric
                    move function numval (ext-extra-token(2:))
                        to ext-row-occurs
                    if ext-row-occurs = 0
                        move 1 to ext-row-occurs
                    end-if
                    move 1 to ext-extra-flag
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- range bounds are given as the key is
      *** written: padded the way gc-filefix pads a value, zeros
      *** on the left for a numeric key, spaces on the right for
      *** text, so a plain compare of the raw bytes orders them
        align-key-bounds section.
            move ext-key-from to ext-key-bound.
            perform align-one-bound.
            move ext-key-bound to ext-key-from.

            move ext-key-to to ext-key-bound.
            perform align-one-bound.
            move ext-key-bound to ext-key-to.

            continue.

      ***************************************************************
        align-one-bound section.
            if ext-key-bound = spaces
                exit section
            end-if

            move function length (function trim (ext-key-bound))
                to ext-bound-len.

            if ex-numeric(ext-key-index) = 0
                or ext-bound-len >= ex-length(ext-key-index)

                move function trim (ext-key-bound) to ext-key-bound
                exit section
            end-if

      * right-justify, zero-filled
            move spaces to ext-bound-work.
            move all '0' to ext-bound-work(1:ex-length(ext-key-index)).
            compute ext-bound-pos =
                ex-length(ext-key-index) - ext-bound-len + 1
            end-compute.
            move function trim (ext-key-bound)
                to ext-bound-work(ext-bound-pos:ext-bound-len).
            move ext-bound-work to ext-key-bound.

            continue.

      ***************************************************************
      *** ----------------- in the key range (if one is set), then
      *** the 1st, N+1st, 2N+1st ... of the records in range
        select-record section.
            move 0 to ext-take-flag.

            if ext-key-index not = 0
                if ext-key-from not = spaces
                    and in-record(ex-offset(ext-key-index):
                                  ex-length(ext-key-index))
                        < ext-key-from(1:ex-length(ext-key-index))

                    exit section
                end-if
                if ext-key-to not = spaces
                    and in-record(ex-offset(ext-key-index):
                                  ex-length(ext-key-index))
                        > ext-key-to(1:ex-length(ext-key-index))

                    exit section
                end-if
            end-if

            add 1 to ext-in-range.

            if function mod (ext-in-range - 1, ext-every) = 0
                move 1 to ext-take-flag
            end-if

            continue.

      ***************************************************************
        mask-one-record section.
            move in-record to out-record.

            perform varying ext-index from 1 by 1
                until ext-index > ext-field-count

                if ex-masked(ext-index) = 1
                    perform varying ext-occ from 1 by 1
                        until ext-occ > ex-total(ext-index)

                        perform mask-one-occurrence
                    end-perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- occurrence ext-occ of field ext-index:
      *** the row's own repeats run inside one occurrence of the
      *** repeating group above it
        mask-one-occurrence section.
            compute ext-occ-grp =
                (ext-occ - 1) / ex-occurs(ext-index)
            end-compute.
            compute ext-occ-own =
                ext-occ - 1 - ext-occ-grp * ex-occurs(ext-index)
            end-compute.
            compute ext-occ-off = ex-offset(ext-index)
                + ext-occ-grp * ex-grp-stride(ext-index)
                + ext-occ-own * ex-length(ext-index)
            end-compute.

            if ext-occ-off + ex-length(ext-index) - 1 > 512
                exit section
            end-if

            evaluate true
                when ex-usage(ext-index) = 'PACKED'
                    move all x'00' to out-record
                        (ext-occ-off:ex-length(ext-index))
                    move x'0C' to out-record
                        (ext-occ-off + ex-length(ext-index) - 1:1)
                    add 1 to ext-values-zeroed
                when ex-usage(ext-index) = 'BINARY'
                    or ex-usage(ext-index) = 'COMP-1'
                    or ex-usage(ext-index) = 'COMP-2'
                    move all x'00' to out-record
                        (ext-occ-off:ex-length(ext-index))
                    add 1 to ext-values-zeroed
                when other
                    perform substitute-one-value
            end-evaluate.

            continue.

      ***************************************************************
      *** ----------------- the substitute: a hash of the seed and
      *** the value's significant characters picks each
      *** replacement character in turn. Only the value decides
      *** it, so equal values get equal substitutes wherever they
      *** are; two different values may, rarely, share one
        substitute-one-value section.
            move ext-occ-off to ext-first-pos.
            compute ext-last-pos =
                ext-occ-off + ex-length(ext-index) - 1
            end-compute.

      * the significant part: past leading spaces, and for a
      * numeric field past leading zeros too
            perform until ext-first-pos > ext-last-pos
                or (out-record(ext-first-pos:1) not = space
                    and (ex-numeric(ext-index) = 0
                        or out-record(ext-first-pos:1) not = '0'))

                add 1 to ext-first-pos
            end-perform

            perform until ext-last-pos < ext-first-pos
                or out-record(ext-last-pos:1) not = space

                subtract 1 from ext-last-pos
            end-perform

            if ext-first-pos > ext-last-pos
                exit section
            end-if

            move ext-seed-hash to ext-hash.
            perform varying ext-char-pos from ext-first-pos by 1
                until ext-char-pos > ext-last-pos

                compute ext-hash = function mod
                    ((ext-hash * 31)
                     + (function ord (out-record(ext-char-pos:1))
                        * (ext-char-pos - ext-first-pos + 1)),
                     EXT-HASH-PRIME)
                end-compute
            end-perform

            move ext-hash to ext-char-hash.
            perform varying ext-char-pos from ext-first-pos by 1
                until ext-char-pos > ext-last-pos

                compute ext-char-hash = function mod
                    ((ext-char-hash * 31) + ext-hash
                     + (ext-char-pos - ext-first-pos + 1),
                     EXT-HASH-PRIME)
                end-compute

                move out-record(ext-char-pos:1) to ext-char

                evaluate true
                    when ext-char is numeric
                        compute ext-pick =
                            function mod (ext-char-hash, 10) + 1
                        end-compute
                        move ext-digits(ext-pick:1)
                            to out-record(ext-char-pos:1)
                    when ex-numeric(ext-index) = 1
                        continue
                    when ext-char >= 'A' and ext-char <= 'Z'
                        compute ext-pick =
                            function mod (ext-char-hash, 26) + 1
                        end-compute
                        move ext-upper(ext-pick:1)
                            to out-record(ext-char-pos:1)
                    when ext-char >= 'a' and ext-char <= 'z'
                        compute ext-pick =
                            function mod (ext-char-hash, 26) + 1
                        end-compute
                        move ext-lower(ext-pick:1)
                            to out-record(ext-char-pos:1)
                end-evaluate
            end-perform

            add 1 to ext-values-masked.

            continue.

      ***************************************************************
        hash-seed section.
            move 0 to ext-seed-hash.

            perform varying ext-char-pos from 1 by 1
                until ext-char-pos > 80

                if ext-seed(ext-char-pos:1) not = space
                    compute ext-seed-hash = function mod
                        ((ext-seed-hash * 31)
                         + (function ord (ext-seed(ext-char-pos:1))
                            * ext-char-pos),
                         EXT-HASH-PRIME)
                    end-compute
                end-if
            end-perform

            continue.

      ***************************************************************
        write-extract-report section.
            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                exit section
            end-if

            move 'Masked test-data extraction' to report-line.
            write report-line

            move spaces to report-line
            string '  from ' delimited by size
                function trim (in-path) delimited by size
                '  to ' delimited by size
                function trim (out-path) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line
            string '  layout ' delimited by size
                function trim (map-path) delimited by size
                '  patterns ' delimited by size
                function trim (mask-path) delimited by size
                into report-line
            end-string
            write report-line

            if ext-key-index not = 0
                move spaces to report-line
                string '  key ' delimited by size
                    function trim (ext-key-name) delimited by size
                    ' from ''' delimited by size
                    function trim (ext-key-from) delimited by size
                    ''' to ''' delimited by size
                    function trim (ext-key-to) delimited by size
                    '''' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            if ext-every > 1
                move spaces to report-line
                string '  every ' delimited by size
                    ext-every delimited by size
                    'th record in range' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            move spaces to report-line
            write report-line

            move 'Fields masked:' to report-line
            write report-line

            if ext-masked-fields = 0
                move '  (none -- no field matched a pattern)'
                    to report-line
                write report-line
            end-if

            perform varying ext-index from 1 by 1
                until ext-index > ext-field-count

                if ex-masked(ext-index) = 1
                    move spaces to report-line
                    string '  ' delimited by size
                        ex-name(ext-index) delimited by size
                        ' ' delimited by size
                        ex-usage(ext-index) delimited by size
                        ' ' delimited by size
                        ex-pic(ext-index) delimited by size
                        into report-line
                    end-string
                    if ex-usage(ext-index) = 'PACKED'
                        or ex-usage(ext-index) = 'BINARY'
                        or ex-usage(ext-index) = 'COMP-1'
                        or ex-usage(ext-index) = 'COMP-2'

                        move 'set to zero' to report-line(56:)
                    else
                        move 'substituted' to report-line(56:)
                    end-if
                    if ex-total(ext-index) > 1
                        move ex-total(ext-index) to ext-occ-edit
                        string 'x' delimited by size
                            function trim (ext-occ-edit)
                                delimited by size
                            into report-line(69:)
                        end-string
                    end-if
                    write report-line
                end-if
            end-perform

            move spaces to report-line
            write report-line

            move spaces to report-line.
            string 'Records read: ' delimited by size
                ext-read-count delimited by size
                '  in range: ' delimited by size
                ext-in-range delimited by size
                '  written: ' delimited by size
                ext-written-count delimited by size
                into report-line
            end-string
            write report-line.

            move spaces to report-line.
            string 'Values substituted: ' delimited by size
                ext-values-masked delimited by size
                '  set to zero: ' delimited by size
                ext-values-zeroed delimited by size
                into report-line
            end-string
            write report-line.

            close report-file.

            continue.
