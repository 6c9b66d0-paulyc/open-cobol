        identification division.
        program-id. gc-fileconv.

      * layout-to-layout file conversion -- when a record layout
      * changes, this takes the place of the one-off conversion
      * program: every record of the data file is decoded through
      * the old "D MAP" layout export and encoded again through
      * the new one, field by field, matched by name. Values go
      * through the same PIC rules gc-filefix applies to a field
      * change (validate-new-value): a numeric picture (leading 9
      * or S9) takes digits only, right-justified and zero-filled;
      * anything else is text, left-justified and space-padded,
      * and no value may be longer than its field -- so a
      * conversion and a repair agree on what a field may hold.
      * A record with any field that fails is left out of the new
      * file and listed in the report.
      * A field whose usage, PIC and length are the same on both
      * sides is carried over byte for byte. A signed zoned field
      * (S9, DISPLAY) is read through its overpunched last digit
      * -- IBM or native, as gc-filefix and gc-ctltot read one --
      * and written back in the style it came in. Packed, binary
      * and floating fields are only ever copied: one whose size,
      * PIC or usage changes is listed as not converted and left
      * at zero, without failing the record. A repeating row
      * (xNN) or a row inside a repeating group is converted
      * occurrence by occurrence; an alternate view (R->) and
      * everything under it is left alone, its bytes come from
      * the field it redefines. More rows than the field table
      * holds is refused with 99 rather than converting half a
      * layout.
      *   COB_FILECONV_IN      the data file, old layout
      *   COB_FILECONV_OUT     the converted file, new layout
      *   COB_FILECONV_OLDMAP  the old <group>.layout export
      *   COB_FILECONV_NEWMAP  the new <group>.layout export
      *   COB_FILECONV_RULES   per-field rules, one per line,
      *                        # lines ignored (optional):
      *                          DEFAULT;new-field;value
      *                          RENAME;old-field;new-field
      *                          SCALE;new-field;n  (x 10**n,
      *                                              n may be < 0)
      *   COB_FILECONV_REPORT  the conversion report
      *                        (default gc-fileconv.report)
      * The return code is the number of records that failed.

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

            select rules-file assign to rules-path
                organization is line sequential
                file status is rules-file-status.

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

        fd  rules-file.
            01 rules-record         pic x(200).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 FCV-FIELD-MAX        value 80.
            78 FCV-RULE-MAX         value 80.

            01 in-path                      pic x(256) value spaces.
            01 in-file-status               pic 99.
            01 out-path                     pic x(256) value spaces.
            01 out-file-status              pic 99.
            01 map-path                     pic x(256) value spaces.
            01 map-file-status              pic 99.
            01 old-map-path                 pic x(256) value spaces.
            01 new-map-path                 pic x(256) value spaces.
            01 rules-path                   pic x(256) value spaces.
            01 rules-file-status            pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

      * the two layouts, in the same shape gc-filefix keeps one
            77 fcv-old-count                pic 9(2) value 0.
            01 fcv-old-tbl.
                05 fcv-old-row occurs FCV-FIELD-MAX.
                    10 fo-level              pic 9(2).
                    10 fo-name               pic x(30).
                    10 fo-offset             pic 9(5).
                    10 fo-length             pic 9(5).
                    10 fo-usage              pic x(8).
                    10 fo-pic                pic x(12).
                    10 fo-usable             pic 9.
                    10 fo-elementary         pic 9.
                    10 fo-used               pic 9.
      * xNN on the row, and the nearest repeating group above it
      * (its count, and one occurrence's length as the stride)
                    10 fo-occurs             pic 9(4).
                    10 fo-grp-occurs         pic 9(4).
                    10 fo-grp-stride         pic 9(5).
                    10 fo-total              pic 9(6).
      * R-> on the row, or on a group above it
                    10 fo-redef              pic 9.
                    10 fo-under-redef        pic 9.

            77 fcv-new-count                pic 9(2) value 0.
            01 fcv-new-tbl.
                05 fcv-new-row occurs FCV-FIELD-MAX.
                    10 fn-level              pic 9(2).
                    10 fn-name               pic x(30).
                    10 fn-offset             pic 9(5).
                    10 fn-length             pic 9(5).
                    10 fn-usage              pic x(8).
                    10 fn-pic                pic x(12).
                    10 fn-usable             pic 9.
                    10 fn-elementary         pic 9.
      * where the value comes from: an old field, a DEFAULT rule,
      * or neither (zeros or spaces)
                    10 fn-source             pic 9(2).
                    10 fn-default-rule       pic 9(2).
                    10 fn-scale              pic s9(2).
                    10 fn-numeric            pic 9.
                    10 fn-occurs             pic 9(4).
                    10 fn-grp-occurs         pic 9(4).
                    10 fn-grp-stride         pic 9(5).
                    10 fn-total              pic 9(6).
                    10 fn-redef              pic 9.
                    10 fn-under-redef        pic 9.
      * same usage, PIC and length as the source: bytes as they
      * are; a packed/binary/floating change: not converted
                    10 fn-copy               pic 9.
                    10 fn-unsupported        pic 9.

            01 fcv-loading                  pic x value space.
                88 LOADING-OLD              value 'O'.
                88 LOADING-NEW              value 'N'.

            77 fcv-rule-count               pic 9(2) value 0.
            01 fcv-rule-tbl.
                05 fcv-rule-row occurs FCV-RULE-MAX.
                    10 ru-kind               pic x(8).
                    10 ru-name-1             pic x(30).
                    10 ru-name-2             pic x(30).
                    10 ru-value              pic x(80).
            77 fcv-rule                     pic 9(2) value 0.
            01 fcv-rule-kind                pic x(8).
            01 fcv-rule-arg-1               pic x(80).
            01 fcv-rule-arg-2               pic x(80).
            77 fcv-rules-bad                pic 9(3) value 0.
            77 fcv-map-over                 pic 9 value 0.
            77 fcv-field-limit              pic 9(3)
                value FCV-FIELD-MAX.

      * one record
            01 fcv-out-rec                  pic x(512).
            77 fcv-out-len                  pic 9(5) value 0.
            77 fcv-rec-failed               pic 9 value 0.
            77 fcv-read-count               pic 9(7) value 0.
            77 fcv-written-count            pic 9(7) value 0.
            77 fcv-failed-count             pic 9(7) value 0.

      * one field value
            01 fcv-new-value                pic x(80) value spaces.
            01 fcv-work-value               pic x(80) value spaces.
            01 fcv-padded-value             pic x(80) value spaces.
            77 fcv-value-len                pic 9(3) value 0.
            77 fcv-pad-pos                  pic 9(3) value 0.
            77 fcv-lead-pos                 pic 9(3) value 0.
            77 fcv-valid-flag               pic 9 value 0.
            01 fcv-fail-reason              pic x(40) value spaces.
            77 fcv-scale-abs                pic 9(2) value 0.

      * one occurrence of a field: where it sits, old and new
            77 fcv-occ                      pic 9(6) value 0.
            77 fcv-occ-grp                  pic 9(6) value 0.
            77 fcv-occ-own                  pic 9(6) value 0.
            77 fcv-old-off                  pic 9(7) value 0.
            77 fcv-new-off                  pic 9(7) value 0.
            77 fcv-span-end                 pic 9(7) value 0.
            77 fcv-occ-source               pic 9(2) value 0.
            01 fcv-occ-edit                 pic z(5)9.

      * the sign of a numeric value, and how it was punched: IBM
      * plus and minus overpunch, and the native minus (I or N)
            77 fcv-negative                 pic 9 value 0.
            01 fcv-sign-text                pic x value space.
            01 fcv-punch-style              pic x value 'N'.
            01 fcv-punch-chars              pic x(30)
                value '{ABCDEFGHI}JKLMNOPQRpqrstuvwxy'.
            77 fcv-punch-pos                pic 9(2) value 0.
            77 fcv-digit                    pic 9 value 0.

      * map-row parse scratch
            01 fcv-token-1                  pic x(30).
            01 fcv-token-2                  pic x(30).
            01 fcv-token-3                  pic x(30).
            01 fcv-token-4                  pic x(30).
            01 fcv-token-5                  pic x(30).
            01 fcv-token-6                  pic x(30).
            01 fcv-token-7                  pic x(30).
            01 fcv-token-8                  pic x(30).
            01 fcv-token-9                  pic x(30).
            01 fcv-token-10                 pic x(30).
            01 fcv-extra-token              pic x(30).
            77 fcv-extra-flag               pic 9 value 0.
            77 fcv-row-occurs               pic 9(4) value 0.
            77 fcv-row-redef                pic 9 value 0.
            77 fcv-scan                     pic 9(2) value 0.
            77 fcv-scan-level               pic 9(2) value 0.
            77 fcv-tok-ptr                  pic 9(3) value 0.
            77 fcv-row                      pic 9(2) value 0.
            77 fcv-old                      pic 9(2) value 0.
            77 fcv-new                      pic 9(2) value 0.
            01 fcv-match-name               pic x(30).

            77 fcv-mapped-count             pic 9(3) value 0.
            77 fcv-renamed-count            pic 9(3) value 0.
            77 fcv-defaulted-count          pic 9(3) value 0.
            77 fcv-blank-count              pic 9(3) value 0.
            77 fcv-scaled-count             pic 9(3) value 0.
            77 fcv-dropped-count            pic 9(3) value 0.
            77 fcv-copied-count             pic 9(3) value 0.
            77 fcv-unsupported-count        pic 9(3) value 0.
            01 fcv-scale-edit               pic -9.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to in-path.
            accept in-path from environment 'COB_FILECONV_IN'
            end-accept.
            move spaces to out-path.
            accept out-path from environment 'COB_FILECONV_OUT'
            end-accept.
            move spaces to old-map-path.
            accept old-map-path from environment
                'COB_FILECONV_OLDMAP' end-accept.
            move spaces to new-map-path.
            accept new-map-path from environment
                'COB_FILECONV_NEWMAP' end-accept.

            if in-path = spaces or out-path = spaces
                or old-map-path = spaces or new-map-path = spaces

                display 'Set COB_FILECONV_IN, COB_FILECONV_OUT, '
                    'COB_FILECONV_OLDMAP and COB_FILECONV_NEWMAP.'
                end-display
                move 99 to return-code
                stop run
            end-if.

            if in-path = out-path
                display 'COB_FILECONV_OUT must not be the input '
                    'file.' end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to rules-path.
            accept rules-path from environment
                'COB_FILECONV_RULES' end-accept.

            move spaces to report-path.
            accept report-path from environment
                'COB_FILECONV_REPORT' end-accept.
            if report-path = spaces
                move 'gc-fileconv.report' to report-path
            end-if.

            set LOADING-OLD to true.
            move old-map-path to map-path.
            perform load-layout-map.

            set LOADING-NEW to true.
            move new-map-path to map-path.
            perform load-layout-map.

            if fcv-old-count = 0 or fcv-new-count = 0
                display 'No usable rows in the layout exports.'
                end-display
                move 99 to return-code
                stop run
            end-if.

            if rules-path not = spaces
                perform load-rules-file
            end-if.

            perform plan-field-sources.

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

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                close in-file
                close out-file
                move 99 to return-code
                stop run
            end-if.

            perform write-report-head.

            read in-file end-read
            perform until in-file-status not = 0
                add 1 to fcv-read-count
                perform convert-one-record
                read in-file end-read
            end-perform.

            close in-file.
            close out-file.

            perform write-report-totals.

            close report-file.

            display 'Converted ' fcv-written-count ' of '
                fcv-read-count ' record(s), '
                fcv-failed-count ' failed -- see '
                function trim (report-path) end-display.

            move fcv-failed-count to return-code.

            stop run.

      ***************************************************************
      *** ----------------- one layout export into the old or the
      *** new field table, elementary rows marked as gc-filefix
      *** marks them, each row's repeating group and alternate
      *** view found by walking back up its owners
        load-layout-map section.
            open input map-file.

            if map-file-status not = 0
                display 'Cannot open layout map '
                    function trim (map-path) end-display
                move 99 to return-code
                stop run
            end-if

            move 0 to fcv-map-over
            read map-file end-read
            perform until map-file-status not = 0
                or fcv-map-over = 1

                if map-record not = spaces
                    perform parse-one-map-row
                end-if

                read map-file end-read
            end-perform

            close map-file

            if fcv-map-over = 1
                display 'Layout map ' function trim (map-path)
                    ' has more than ' fcv-field-limit
                    ' rows -- not converted.' end-display
                move 99 to return-code
                stop run
            end-if

            if LOADING-OLD
                perform varying fcv-row from 1 by 1
                    until fcv-row > fcv-old-count

                    move 1 to fo-elementary(fcv-row)
                    if fcv-row < fcv-old-count
                        if fo-level(fcv-row + 1) > fo-level(fcv-row)
                            move 0 to fo-elementary(fcv-row)
                        end-if
                    end-if

                    move fo-level(fcv-row) to fcv-scan-level
                    move fo-redef(fcv-row) to fo-under-redef(fcv-row)
                    move 1 to fo-grp-occurs(fcv-row)
                    perform varying fcv-scan from fcv-row by -1
                        until fcv-scan <= 1

                        if fo-level(fcv-scan - 1) < fcv-scan-level
                            move fo-level(fcv-scan - 1)
                                to fcv-scan-level
                            if fo-redef(fcv-scan - 1) = 1
                                move 1 to fo-under-redef(fcv-row)
                            end-if
                            if fo-occurs(fcv-scan - 1) > 1
                                and fo-length(fcv-scan - 1) > 0
                                and fo-grp-occurs(fcv-row) = 1

                                move fo-occurs(fcv-scan - 1)
                                    to fo-grp-occurs(fcv-row)
                                move fo-length(fcv-scan - 1)
                                    to fo-grp-stride(fcv-row)
                            end-if
                        end-if
                    end-perform

                    compute fo-total(fcv-row) =
                        fo-occurs(fcv-row) * fo-grp-occurs(fcv-row)
                    end-compute
                end-perform
            else
                perform varying fcv-row from 1 by 1
                    until fcv-row > fcv-new-count

                    move 1 to fn-elementary(fcv-row)
                    if fcv-row < fcv-new-count
                        if fn-level(fcv-row + 1) > fn-level(fcv-row)
                            move 0 to fn-elementary(fcv-row)
                        end-if
                    end-if

                    move fn-level(fcv-row) to fcv-scan-level
                    move fn-redef(fcv-row) to fn-under-redef(fcv-row)
                    move 1 to fn-grp-occurs(fcv-row)
                    perform varying fcv-scan from fcv-row by -1
                        until fcv-scan <= 1

                        if fn-level(fcv-scan - 1) < fcv-scan-level
                            move fn-level(fcv-scan - 1)
                                to fcv-scan-level
                            if fn-redef(fcv-scan - 1) = 1
                                move 1 to fn-under-redef(fcv-row)
                            end-if
                            if fn-occurs(fcv-scan - 1) > 1
                                and fn-length(fcv-scan - 1) > 0
                                and fn-grp-occurs(fcv-row) = 1

                                move fn-occurs(fcv-scan - 1)
                                    to fn-grp-occurs(fcv-row)
                                move fn-length(fcv-scan - 1)
                                    to fn-grp-stride(fcv-row)
                            end-if
                        end-if
                    end-perform

                    compute fn-total(fcv-row) =
                        fn-occurs(fcv-row) * fn-grp-occurs(fcv-row)
                    end-compute
                end-perform
            end-if

            continue.

      ***************************************************************
        parse-one-map-row section.
            move 1 to fcv-tok-ptr.
            move spaces to fcv-token-1.
            move spaces to fcv-token-2.
            move spaces to fcv-token-3.
            move spaces to fcv-token-4.
            move spaces to fcv-token-5.
            move spaces to fcv-token-6.
            move spaces to fcv-token-7.
            move spaces to fcv-token-8.
            move spaces to fcv-token-9.
            move spaces to fcv-token-10.

            unstring map-record delimited by all space
                into fcv-token-1 fcv-token-2 fcv-token-3
                    fcv-token-4 fcv-token-5 fcv-token-6
                    fcv-token-7 fcv-token-8 fcv-token-9
                    fcv-token-10
                with pointer fcv-tok-ptr
            end-unstring

            if function trim (fcv-token-1) is not numeric
                or function trim (fcv-token-3) not = 'off'
                or function trim (fcv-token-5) not = 'len'

                exit section
            end-if

            if (LOADING-OLD and fcv-old-count >= FCV-FIELD-MAX)
                or (LOADING-NEW and fcv-new-count >= FCV-FIELD-MAX)

                move 1 to fcv-map-over
                exit section
            end-if

      * a group row has no usage or PIC, so the R->target and
      * xNN the export appends can start as early as token 7
            move 1 to fcv-row-occurs.
            move 0 to fcv-row-redef.
            move fcv-token-10 to fcv-extra-token.
            perform parse-row-extra.
            move fcv-token-9 to fcv-extra-token.
            perform parse-row-extra.
            move fcv-token-8 to fcv-extra-token.
            perform parse-row-extra.
            if fcv-extra-flag = 1
                move spaces to fcv-token-8
            end-if
            move fcv-token-7 to fcv-extra-token.
            perform parse-row-extra.
            if fcv-extra-flag = 1
                move spaces to fcv-token-7
            end-if

            if LOADING-OLD
                add 1 to fcv-old-count
                move fcv-old-count to fcv-row
                initialize fcv-old-row(fcv-row)
                move function numval (fcv-token-1)
                    to fo-level(fcv-row)
                move function upper-case (fcv-token-2)
                    to fo-name(fcv-row)
                move fcv-token-7(1:8) to fo-usage(fcv-row)
                move fcv-token-8(1:12) to fo-pic(fcv-row)
                move fcv-row-occurs to fo-occurs(fcv-row)
                move fcv-row-redef to fo-redef(fcv-row)
            else
                add 1 to fcv-new-count
                move fcv-new-count to fcv-row
                initialize fcv-new-row(fcv-row)
                move function numval (fcv-token-1)
                    to fn-level(fcv-row)
                move function upper-case (fcv-token-2)
                    to fn-name(fcv-row)
                move fcv-token-7(1:8) to fn-usage(fcv-row)
                move fcv-token-8(1:12) to fn-pic(fcv-row)
                move fcv-row-occurs to fn-occurs(fcv-row)
                move fcv-row-redef to fn-redef(fcv-row)
            end-if

            if function trim (fcv-token-4) is not numeric
                or function trim (fcv-token-6) is not numeric

                exit section
            end-if

            if LOADING-OLD
                move function numval (fcv-token-4)
                    to fo-offset(fcv-row)
                move function numval (fcv-token-6)
                    to fo-length(fcv-row)
                if fo-offset(fcv-row) > 0
                    and fo-length(fcv-row) > 0
                    and fo-offset(fcv-row) + fo-length(fcv-row)
                        - 1 <= 512

                    move 1 to fo-usable(fcv-row)
                end-if
            else
                move function numval (fcv-token-4)
                    to fn-offset(fcv-row)
                move function numval (fcv-token-6)
                    to fn-length(fcv-row)
                if fn-offset(fcv-row) > 0
                    and fn-length(fcv-row) > 0
                    and fn-offset(fcv-row) + fn-length(fcv-row)
                        - 1 <= 512

                    move 1 to fn-usable(fcv-row)
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- one trailing token of a map row: R->x
      *** marks an alternate view, xNN a repeat count
        parse-row-extra section.
            move 0 to fcv-extra-flag.

            evaluate true
                when fcv-extra-token(1:3) = 'R->'
                    move 1 to fcv-row-redef
                    move 1 to fcv-extra-flag
                when fcv-extra-token(1:1) = 'x'
                    and fcv-extra-token(2:1) is numeric
                    and function trim (fcv-extra-token(2:))
                        is numeric
                    move function numval (fcv-extra-token(2:))
                        to fcv-row-occurs
                    if fcv-row-occurs = 0
                        move 1 to fcv-row-occurs
                    end-if
                    move 1 to fcv-extra-flag
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- DEFAULT / RENAME / SCALE rows; a row
      *** that says anything else is counted and reported
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
                or fcv-rule-count >= FCV-RULE-MAX

                if rules-record not = spaces
                    and rules-record(1:1) not = '#'

                    perform parse-one-rule
                end-if

                read rules-file end-read
            end-perform

            close rules-file

            continue.

      ***************************************************************
        parse-one-rule section.
            move spaces to fcv-rule-kind.
            move spaces to fcv-rule-arg-1.
            move spaces to fcv-rule-arg-2.

            unstring rules-record delimited by ';'
                into fcv-rule-kind fcv-rule-arg-1 fcv-rule-arg-2
            end-unstring

            move function upper-case (fcv-rule-kind)
                to fcv-rule-kind

            if fcv-rule-arg-1 = spaces or fcv-rule-arg-2 = spaces
                add 1 to fcv-rules-bad
                exit section
            end-if

            evaluate function trim (fcv-rule-kind)
                when 'DEFAULT'
                    add 1 to fcv-rule-count
                    move 'DEFAULT' to ru-kind(fcv-rule-count)
                    move function upper-case
                        (function trim (fcv-rule-arg-1))
                        to ru-name-1(fcv-rule-count)
                    move spaces to ru-name-2(fcv-rule-count)
                    move fcv-rule-arg-2 to ru-value(fcv-rule-count)
                when 'RENAME'
                    add 1 to fcv-rule-count
                    move 'RENAME' to ru-kind(fcv-rule-count)
                    move function upper-case
                        (function trim (fcv-rule-arg-1))
                        to ru-name-1(fcv-rule-count)
                    move function upper-case
                        (function trim (fcv-rule-arg-2))
                        to ru-name-2(fcv-rule-count)
                    move spaces to ru-value(fcv-rule-count)
                when 'SCALE'
                    if function trim (fcv-rule-arg-2) is numeric
                        or (fcv-rule-arg-2(1:1) = '-'
                            and function trim (fcv-rule-arg-2(2:))
                                is numeric)

                        add 1 to fcv-rule-count
                        move 'SCALE' to ru-kind(fcv-rule-count)
                        move function upper-case
                            (function trim (fcv-rule-arg-1))
                            to ru-name-1(fcv-rule-count)
                        move spaces to ru-name-2(fcv-rule-count)
                        move fcv-rule-arg-2
                            to ru-value(fcv-rule-count)
                    else
                        add 1 to fcv-rules-bad
                    end-if
                when other
                    add 1 to fcv-rules-bad
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- for each new field, once: the old field
      *** it takes its value from (a RENAME naming it first, then
      *** the same name), its DEFAULT rule and SCALE, and whether
      *** its bytes are copied, converted or left at zero; old
      *** fields nothing takes from are the dropped ones
        plan-field-sources section.
            perform varying fcv-new from 1 by 1
                until fcv-new > fcv-new-count

                if fn-pic(fcv-new)(1:1) = '9'
                    or fn-pic(fcv-new)(1:2) = 'S9'

                    move 1 to fn-numeric(fcv-new)
                end-if

                move fn-name(fcv-new) to fcv-match-name
                perform varying fcv-rule from 1 by 1
                    until fcv-rule > fcv-rule-count

                    evaluate true
                        when ru-kind(fcv-rule) = 'RENAME'
                            and ru-name-2(fcv-rule) = fn-name(fcv-new)
                            move ru-name-1(fcv-rule)
                                to fcv-match-name
                        when ru-kind(fcv-rule) = 'DEFAULT'
                            and ru-name-1(fcv-rule) = fn-name(fcv-new)
                            move fcv-rule
                                to fn-default-rule(fcv-new)
                        when ru-kind(fcv-rule) = 'SCALE'
                            and ru-name-1(fcv-rule) = fn-name(fcv-new)
                            move function numval (ru-value(fcv-rule))
                                to fn-scale(fcv-new)
                    end-evaluate
                end-perform

                if fn-elementary(fcv-new) = 1
                    and fn-usable(fcv-new) = 1
                    and fn-under-redef(fcv-new) = 0

                    perform varying fcv-old from 1 by 1
                        until fcv-old > fcv-old-count
                        or fn-source(fcv-new) not = 0

                        if fo-elementary(fcv-old) = 1
                            and fo-usable(fcv-old) = 1
                            and fo-name(fcv-old) = fcv-match-name
                            and fcv-match-name not = 'FILLER'

                            move fcv-old to fn-source(fcv-new)
                            move 1 to fo-used(fcv-old)
                        end-if
                    end-perform

                    perform plan-field-encoding

                    evaluate true
                        when fn-source(fcv-new) not = 0
                            add 1 to fcv-mapped-count
                            if fcv-match-name not = fn-name(fcv-new)
                                add 1 to fcv-renamed-count
                            end-if
                        when fn-default-rule(fcv-new) not = 0
                            add 1 to fcv-defaulted-count
                        when other
                            add 1 to fcv-blank-count
                    end-evaluate

                    if fn-scale(fcv-new) not = 0
                        add 1 to fcv-scaled-count
                    end-if

      * the last byte of the last occurrence
                    compute fcv-span-end = fn-offset(fcv-new)
                        + (fn-grp-occurs(fcv-new) - 1)
                            * fn-grp-stride(fcv-new)
                        + fn-occurs(fcv-new) * fn-length(fcv-new)
                        - 1
                    end-compute
                    if fcv-span-end > 512
                        move 512 to fcv-span-end
                    end-if
                    if fcv-span-end > fcv-out-len
                        move fcv-span-end to fcv-out-len
                    end-if
                end-if
            end-perform

            perform varying fcv-old from 1 by 1
                until fcv-old > fcv-old-count

                if fo-elementary(fcv-old) = 1
                    and fo-usable(fcv-old) = 1
                    and fo-used(fcv-old) = 0
                    and fo-under-redef(fcv-old) = 0
                    and fo-name(fcv-old) not = 'FILLER'

                    add 1 to fcv-dropped-count
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- new field fcv-new: the same usage, PIC
      *** and length as its old field means the bytes go across as
      *** they are; any other change that has a packed, binary or
      *** floating field on either side is not converted
        plan-field-encoding section.
            if fn-source(fcv-new) not = 0
                move fn-source(fcv-new) to fcv-old

                if fo-usage(fcv-old) = fn-usage(fcv-new)
                    and fo-pic(fcv-old) = fn-pic(fcv-new)
                    and fo-length(fcv-old) = fn-length(fcv-new)
                    and fn-scale(fcv-new) = 0

                    move 1 to fn-copy(fcv-new)
                    add 1 to fcv-copied-count
                    exit section
                end-if

                if fo-usage(fcv-old) not = 'DISPLAY'
                    or fn-usage(fcv-new) not = 'DISPLAY'

                    move 1 to fn-unsupported(fcv-new)
                    add 1 to fcv-unsupported-count
                end-if
                exit section
            end-if

            if fn-default-rule(fcv-new) not = 0
                and fn-usage(fcv-new) not = 'DISPLAY'

                move 1 to fn-unsupported(fcv-new)
                add 1 to fcv-unsupported-count
            end-if

            continue.

      ***************************************************************
      *** ----------------- decode every new field's value from the
      *** old record, encode it into the new one, every
      *** occurrence of a repeating one; a record with a failing
      *** field is reported instead of written
        convert-one-record section.
            move spaces to fcv-out-rec.
            move 0 to fcv-rec-failed.

            perform varying fcv-new from 1 by 1
                until fcv-new > fcv-new-count

                if fn-elementary(fcv-new) = 1
                    and fn-usable(fcv-new) = 1
                    and fn-under-redef(fcv-new) = 0

                    perform varying fcv-occ from 1 by 1
                        until fcv-occ > fn-total(fcv-new)

                        perform convert-one-field
                    end-perform
                end-if
            end-perform

            if fcv-rec-failed = 1
                add 1 to fcv-failed-count
                exit section
            end-if

            move fcv-out-rec(1:fcv-out-len) to out-record.
            write out-record end-write.
            add 1 to fcv-written-count.

            continue.

      ***************************************************************
      *** ----------------- occurrence fcv-occ of new field
      *** fcv-new, from the same occurrence of its old field (one
      *** past the old count is a new occurrence: default or zero)
        convert-one-field section.
            move spaces to fcv-new-value.
            move 0 to fcv-negative.
            move 'N' to fcv-punch-style.

            perform locate-new-occurrence.
            if fcv-new-off + fn-length(fcv-new) - 1 > 512
                exit section
            end-if

            move 0 to fcv-occ-source.
            if fn-source(fcv-new) not = 0
                move fn-source(fcv-new) to fcv-old
                if fcv-occ <= fo-total(fcv-old)
                    perform locate-old-occurrence
                    if fcv-old-off + fo-length(fcv-old) - 1 <= 512
                        move fcv-old to fcv-occ-source
                    end-if
                end-if
            end-if

            if fn-copy(fcv-new) = 1
                and fcv-occ-source not = 0

                move in-record(fcv-old-off:fo-length(fcv-old))
                    to fcv-out-rec(fcv-new-off:fn-length(fcv-new))
                exit section
            end-if

            if fn-unsupported(fcv-new) = 1
                or fn-usage(fcv-new) not = 'DISPLAY'

                perform zero-new-field
                exit section
            end-if

            evaluate true
                when fcv-occ-source not = 0
                    move in-record(fcv-old-off:fo-length(fcv-old))
                        to fcv-new-value
                    if fo-pic(fcv-old)(1:1) = 'S'
                        perform decode-signed-value
                    end-if
                when fn-default-rule(fcv-new) not = 0
                    move ru-value(fn-default-rule(fcv-new))
                        to fcv-new-value
            end-evaluate

      * text keeps its leading spaces; a number is read from its
      * digits, a leading sign taken off and kept
            if fn-numeric(fcv-new) = 1
                and fcv-new-value not = spaces

                move function trim (fcv-new-value) to fcv-work-value
                move fcv-work-value to fcv-new-value
                if fcv-new-value(1:1) = '-'
                    or fcv-new-value(1:1) = '+'

                    if fcv-new-value(1:1) = '-'
                        move 1 to fcv-negative
                    end-if
                    move fcv-new-value(2:) to fcv-work-value
                    move fcv-work-value to fcv-new-value
                end-if

                if fn-scale(fcv-new) not = 0
                    and function trim (fcv-new-value) is numeric
                    perform rescale-new-value
                end-if
                perform strip-leading-zeros
                if function trim (fcv-new-value) = '0'
                    move 0 to fcv-negative
                end-if
            end-if

            perform encode-new-value.

            if fcv-valid-flag = 0
                move 1 to fcv-rec-failed
                perform write-failure-line
                exit section
            end-if

            move fcv-padded-value(1:fn-length(fcv-new))
                to fcv-out-rec(fcv-new-off:fn-length(fcv-new)).

            continue.

      ***************************************************************
      *** ----------------- where occurrence fcv-occ sits: the
      *** row's own repeats run inside one occurrence of the
      *** repeating group above it
        locate-new-occurrence section.
            compute fcv-occ-grp =
                (fcv-occ - 1) / fn-occurs(fcv-new)
            end-compute
            compute fcv-occ-own =
                fcv-occ - 1 - fcv-occ-grp * fn-occurs(fcv-new)
            end-compute
            compute fcv-new-off = fn-offset(fcv-new)
                + fcv-occ-grp * fn-grp-stride(fcv-new)
                + fcv-occ-own * fn-length(fcv-new)
            end-compute

            continue.

      ***************************************************************
        locate-old-occurrence section.
            compute fcv-occ-grp =
                (fcv-occ - 1) / fo-occurs(fcv-old)
            end-compute
            compute fcv-occ-own =
                fcv-occ - 1 - fcv-occ-grp * fo-occurs(fcv-old)
            end-compute
            compute fcv-old-off = fo-offset(fcv-old)
                + fcv-occ-grp * fo-grp-stride(fcv-old)
                + fcv-occ-own * fo-length(fcv-old)
            end-compute

            continue.

      ***************************************************************
      *** ----------------- a signed zoned old value: the last
      *** byte's overpunch becomes the plain digit, the sign goes
      *** to fcv-negative and the punch style is kept for the way
      *** back (a plain last digit reads as plus)
        decode-signed-value section.
            if fo-usage(fcv-old) not = 'DISPLAY'
                or fo-length(fcv-old) > 80
                exit section
            end-if

            move 0 to fcv-punch-pos.
            perform varying fcv-punch-pos from 1 by 1
                until fcv-punch-pos > 30
                or fcv-punch-chars(fcv-punch-pos:1)
                    = fcv-new-value(fo-length(fcv-old):1)

                continue
            end-perform

            if fcv-punch-pos > 30
                exit section
            end-if

            compute fcv-digit =
                function mod (fcv-punch-pos - 1, 10)
            end-compute
            move fcv-digit to fcv-new-value(fo-length(fcv-old):1).

            if fcv-punch-pos > 10
                move 1 to fcv-negative
            end-if
            if fcv-punch-pos <= 20
                move 'I' to fcv-punch-style
            end-if

            continue.

      ***************************************************************
      *** ----------------- a field that is not converted, or a
      *** packed, binary or floating field with nothing to take,
      *** holds zero: a packed zero carries its sign nibble
        zero-new-field section.
            if fn-numeric(fcv-new) = 1
                and fn-usage(fcv-new) = 'DISPLAY'

                move all '0'
                    to fcv-out-rec(fcv-new-off:fn-length(fcv-new))
                exit section
            end-if

            if fn-usage(fcv-new) = 'DISPLAY'
                move spaces
                    to fcv-out-rec(fcv-new-off:fn-length(fcv-new))
                exit section
            end-if

            move low-values
                to fcv-out-rec(fcv-new-off:fn-length(fcv-new)).

            if fn-usage(fcv-new) = 'PACKED'
                if fn-pic(fcv-new)(1:1) = 'S'
                    move x'0C' to fcv-out-rec
                        (fcv-new-off + fn-length(fcv-new) - 1:1)
                else
                    move x'0F' to fcv-out-rec
                        (fcv-new-off + fn-length(fcv-new) - 1:1)
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- SCALE;field;n on the digit string, so
      *** nothing is rounded: n > 0 appends zeros, n < 0 drops the
      *** low-order digits
        rescale-new-value section.
            move function length (function trim (fcv-new-value))
                to fcv-value-len.

            if fn-scale(fcv-new) > 0
                move fn-scale(fcv-new) to fcv-scale-abs
                if fcv-value-len + fcv-scale-abs > 80
                    move all '9' to fcv-new-value
                    exit section
                end-if
                move all '0' to fcv-new-value
                    (fcv-value-len + 1:fcv-scale-abs)
            else
                compute fcv-scale-abs = 0 - fn-scale(fcv-new)
                end-compute
                if fcv-scale-abs >= fcv-value-len
                    move '0' to fcv-new-value
                else
                    move spaces to fcv-new-value
                        (fcv-value-len - fcv-scale-abs + 1:)
                end-if
            end-if

            continue.

      ***************************************************************
        strip-leading-zeros section.
            if function trim (fcv-new-value) is not numeric
                exit section
            end-if

            move function length (function trim (fcv-new-value))
                to fcv-value-len.

            move 1 to fcv-lead-pos.
            perform until fcv-lead-pos >= fcv-value-len
                or fcv-new-value(fcv-lead-pos:1) not = '0'

                add 1 to fcv-lead-pos
            end-perform

            if fcv-lead-pos > 1
                move fcv-new-value(fcv-lead-pos:) to fcv-work-value
                move fcv-work-value to fcv-new-value
            end-if

            continue.

      ***************************************************************
      *** ----------------- gc-filefix's PIC rule: a numeric
      *** picture takes digits only, right-justified and
      *** zero-filled; anything else is text, left-justified and
      *** space-padded, no longer than the field. An empty value
      *** leaves the field as a new record has it, zeros or spaces
        encode-new-value section.
            move 0 to fcv-valid-flag.
            move spaces to fcv-fail-reason.
            move spaces to fcv-padded-value.

            if fcv-new-value = spaces
                if fn-numeric(fcv-new) = 1
                    move all '0' to fcv-padded-value
                        (1:fn-length(fcv-new))
                end-if
                move 1 to fcv-valid-flag
                exit section
            end-if

            move function length
                    (function trim (fcv-new-value trailing))
                to fcv-value-len.

            if fcv-value-len > fn-length(fcv-new)
                move 'longer than the field' to fcv-fail-reason
                exit section
            end-if

            if fn-numeric(fcv-new) = 1
                if function trim (fcv-new-value) is not numeric
                    move 'digits only' to fcv-fail-reason
                    exit section
                end-if

                if fcv-negative = 1
                    and fn-pic(fcv-new)(1:1) not = 'S'
                    move 'negative, the field is unsigned'
                        to fcv-fail-reason
                    exit section
                end-if

      * right-justify, zero-filled
                move all '0' to fcv-padded-value
                    (1:fn-length(fcv-new))
                compute fcv-pad-pos =
                    fn-length(fcv-new) - fcv-value-len + 1
                end-compute
                move function trim (fcv-new-value)
                    to fcv-padded-value
                        (fcv-pad-pos:fcv-value-len)

                if fn-pic(fcv-new)(1:1) = 'S'
                    perform punch-new-sign
                end-if
            else
                move fcv-new-value
                    to fcv-padded-value(1:fn-length(fcv-new))
            end-if

            move 1 to fcv-valid-flag.

            continue.

      ***************************************************************
      *** ----------------- a signed new field's last digit in the
      *** style the value came in: IBM plus or minus, or native
      *** (plain digit for plus)
        punch-new-sign section.
            move fcv-padded-value(fn-length(fcv-new):1)
                to fcv-digit.

            evaluate true
                when fcv-punch-style = 'I' and fcv-negative = 1
                    compute fcv-punch-pos = fcv-digit + 11
                    end-compute
                when fcv-punch-style = 'I'
                    compute fcv-punch-pos = fcv-digit + 1
                    end-compute
                when fcv-negative = 1
                    compute fcv-punch-pos = fcv-digit + 21
                    end-compute
                when other
                    exit section
            end-evaluate

            move fcv-punch-chars(fcv-punch-pos:1)
                to fcv-padded-value(fn-length(fcv-new):1).

            continue.

      ***************************************************************
        write-report-head section.
            move 'File conversion report' to report-line.
            write report-line

            move spaces to report-line
            string '  from ' delimited by size
                function trim (in-path) delimited by size
                '  via ' delimited by size
                function trim (old-map-path) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line
            string '  to   ' delimited by size
                function trim (out-path) delimited by size
                '  via ' delimited by size
                function trim (new-map-path) delimited by size
                into report-line
            end-string
            write report-line

            if rules-path not = spaces
                move spaces to report-line
                string '  rules ' delimited by size
                    function trim (rules-path) delimited by size
                    '  (' delimited by size
                    fcv-rule-count delimited by size
                    ' used, ' delimited by size
                    fcv-rules-bad delimited by size
                    ' not understood)' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            move spaces to report-line
            write report-line

            move 'New fields:' to report-line
            write report-line

            perform varying fcv-new from 1 by 1
                until fcv-new > fcv-new-count

                if fn-elementary(fcv-new) = 1
                    and fn-usable(fcv-new) = 1
                    and fn-under-redef(fcv-new) = 0

                    perform write-plan-line
                end-if
            end-perform

            move spaces to report-line
            write report-line

            move 'Fields dropped:' to report-line
            write report-line

            if fcv-dropped-count = 0
                move '  (none)' to report-line
                write report-line
            end-if

            perform varying fcv-old from 1 by 1
                until fcv-old > fcv-old-count

                if fo-elementary(fcv-old) = 1
                    and fo-usable(fcv-old) = 1
                    and fo-used(fcv-old) = 0
                    and fo-under-redef(fcv-old) = 0
                    and fo-name(fcv-old) not = 'FILLER'

                    move spaces to report-line
                    string '  ' delimited by size
                        fo-name(fcv-old) delimited by size
                        ' ' delimited by size
                        fo-pic(fcv-old) delimited by size
                        into report-line
                    end-string
                    write report-line
                end-if
            end-perform

            move spaces to report-line
            write report-line

            move 'Records that failed PIC validation:'
                to report-line
            write report-line

            continue.

      ***************************************************************
        write-plan-line section.
            move spaces to report-line.
            string '  ' delimited by size
                fn-name(fcv-new) delimited by size
                ' ' delimited by size
                fn-pic(fcv-new) delimited by size
                ' <- ' delimited by size
                into report-line
            end-string.

            evaluate true
                when fn-unsupported(fcv-new) = 1
                    and fn-source(fcv-new) not = 0
                    move fn-source(fcv-new) to fcv-old
                    move spaces to fcv-work-value
                    string function trim (fo-name(fcv-old))
                            delimited by size
                        ' ' delimited by size
                        function trim (fo-usage(fcv-old))
                            delimited by size
                        ' ' delimited by size
                        function trim (fo-pic(fcv-old))
                            delimited by size
                        ' -- not converted, zero' delimited by size
                        into fcv-work-value
                    end-string
                    move fcv-work-value to report-line(50:)
                when fn-unsupported(fcv-new) = 1
                    move 'DEFAULT -- not converted, zero'
                        to report-line(50:)
                when fn-source(fcv-new) not = 0
                    move fn-source(fcv-new) to fcv-old
                    move function trim (fo-name(fcv-old))
                        to report-line(50:)
                    if fn-copy(fcv-new) = 1
                        move spaces to fcv-work-value
                        string function trim (fo-name(fcv-old))
                                delimited by size
                            ' (as is)' delimited by size
                            into fcv-work-value
                        end-string
                        move fcv-work-value to report-line(50:)
                    end-if
                when fn-default-rule(fcv-new) not = 0
                    move spaces to fcv-work-value
                    string 'DEFAULT ''' delimited by size
                        function trim
                            (ru-value(fn-default-rule(fcv-new)))
                            delimited by size
                        '''' delimited by size
                        into fcv-work-value
                    end-string
                    move fcv-work-value to report-line(50:)
                when fn-numeric(fcv-new) = 1
                    or fn-usage(fcv-new) not = 'DISPLAY'
                    move '(new, zeros)' to report-line(50:)
                when other
                    move '(new, spaces)' to report-line(50:)
            end-evaluate.

            if fn-scale(fcv-new) not = 0
                move fn-scale(fcv-new) to fcv-scale-edit
                string '  SCALE ' delimited by size
                    fcv-scale-edit delimited by size
                    into report-line(100:)
                end-string
            end-if.

            if fn-total(fcv-new) > 1
                move fn-total(fcv-new) to fcv-occ-edit
                string '  x' delimited by size
                    function trim (fcv-occ-edit) delimited by size
                    into report-line(112:)
                end-string
            end-if.

            write report-line.

            continue.

      ***************************************************************
        write-failure-line section.
      * a repeating field names the occurrence that failed
            move spaces to fcv-work-value.
            if fn-total(fcv-new) > 1
                move fcv-occ to fcv-occ-edit
                string '(' delimited by size
                    function trim (fcv-occ-edit) delimited by size
                    ')' delimited by size
                    into fcv-work-value
                end-string
            end-if.

            move spaces to fcv-sign-text.
            if fcv-negative = 1
                move '-' to fcv-sign-text
            end-if.

            move spaces to report-line.
            string '  record ' delimited by size
                fcv-read-count delimited by size
                '  ' delimited by size
                function trim (fn-name(fcv-new)) delimited by size
                function trim (fcv-work-value) delimited by size
                ' ' delimited by size
                function trim (fn-pic(fcv-new)) delimited by size
                ' = ''' delimited by size
                fcv-sign-text delimited by space
                function trim (fcv-new-value) delimited by size
                ''' -- ' delimited by size
                function trim (fcv-fail-reason) delimited by size
                into report-line
            end-string.
            write report-line.

            continue.

      ***************************************************************
        write-report-totals section.
            if fcv-failed-count = 0
                move '  (none)' to report-line
                write report-line
            end-if

            move spaces to report-line
            write report-line

            move spaces to report-line.
            string 'Records read: ' delimited by size
                fcv-read-count delimited by size
                '  written: ' delimited by size
                fcv-written-count delimited by size
                '  failed: ' delimited by size
                fcv-failed-count delimited by size
                into report-line
            end-string
            write report-line.

            move spaces to report-line.
            string 'Fields mapped: ' delimited by size
                fcv-mapped-count delimited by size
                ' (renamed ' delimited by size
                fcv-renamed-count delimited by size
                ')  defaulted: ' delimited by size
                fcv-defaulted-count delimited by size
                '  new, no default: ' delimited by size
                fcv-blank-count delimited by size
                '  rescaled: ' delimited by size
                fcv-scaled-count delimited by size
                '  dropped: ' delimited by size
                fcv-dropped-count delimited by size
                into report-line
            end-string
            write report-line.

            move spaces to report-line.
            string 'Fields copied as they are: ' delimited by size
                fcv-copied-count delimited by size
                '  not converted (packed/binary/floating change): '
                    delimited by size
                fcv-unsupported-count delimited by size
                into report-line
            end-string
            write report-line.

            continue.
