        identification division.
        program-id. gc-layoutdrift.

      * copybook drift check across modules that share a record --
      * compares the "D MAP" layout exports (<group>.layout,
      * lm-write-export) of the same group taken from several
      * modules, field by field by name, and reports every field
      * whose level, offset, length, USAGE, PICTURE, OCCURS or
      * REDEFINES differs from the first module listed that has
      * it, and every field one module has and another lacks. A
      * program recompiled with the new copybook next to a caller
      * that wasn't is caught here, before the run misaligns the
      * record. Repeated names (FILLER above all) are matched by
      * their order within the group: FILLER#1, FILLER#2, ...
      *   COB_DRIFT_LIST     one "module;layout-file" line per
      *                      module to compare, # lines ignored
      *                      (default gc-layoutdrift.list)
      *   COB_DRIFT_REPORT   the report
      *                      (default gc-layoutdrift.report)
      * The return code is the number of differences found.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select list-file assign to list-path
                organization is line sequential
                file status is list-file-status.

            select layout-file assign to layout-path
                organization is line sequential
                file status is layout-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  list-file.
            01 list-record          pic x(300).

        fd  layout-file.
            01 layout-record        pic x(132).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 LD-MODULE-MAX        value 20.
            78 LD-FIELD-MAX         value 1000.

            01 list-path                    pic x(256) value spaces.
            01 list-file-status             pic 99.
            01 layout-path                  pic x(256) value spaces.
            01 layout-file-status           pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

            77 ld-module-count              pic 9(3) value 0.
            01 ld-module-tbl.
                05 ld-module-row occurs LD-MODULE-MAX.
                    10 lmo-name              pic x(30).
                    10 lmo-path              pic x(256).
                    10 lmo-rows              pic 9(5).
            77 ld-mod                       pic 9(3) value 0.
            77 ld-ref                       pic 9(3) value 0.

      * every field name any module's layout has, with each
      * module's view of it
            77 ld-field-count               pic 9(4) value 0.
            01 ld-field-tbl.
                05 ld-field-row occurs LD-FIELD-MAX.
                    10 lf-name               pic x(36).
                    10 lf-module occurs LD-MODULE-MAX.
                        15 lf-present        pic 9.
                        15 lf-level          pic x(2).
                        15 lf-offset         pic x(5).
                        15 lf-length         pic x(5).
                        15 lf-usage          pic x(8).
                        15 lf-pic            pic x(14).
                        15 lf-redef          pic x(30).
                        15 lf-occurs         pic x(6).
            77 ld-field                     pic 9(4) value 0.
            77 ld-found                     pic 9(4) value 0.
            77 ld-dropped                   pic 9(5) value 0.

      * layout row parse
            01 ld-tok-tbl.
                05 ld-tok occurs 10         pic x(36).
            77 ld-t                         pic 99 value 0.
            77 ld-ptr                       pic 9(4) value 0.
            77 ld-other-count               pic 9 value 0.
            01 ld-row-name                  pic x(36).
            01 ld-row-level                 pic x(2).
            01 ld-row-offset                pic x(5).
            01 ld-row-length                pic x(5).
            01 ld-row-usage                 pic x(8).
            01 ld-row-pic                   pic x(14).
            01 ld-row-redef                 pic x(30).
            01 ld-row-occurs                pic x(6).
      * the same name met again within one layout
            77 ld-dup-count                 pic 9(3) value 0.
            01 ld-dup-edit                  pic zz9.
            01 ld-dup-prefix                pic x(36).
            77 ld-dup-len                   pic 99 value 0.

            01 ld-list-module               pic x(30).
            01 ld-list-path                 pic x(256).
            01 ld-list-ptr                  pic 9(4).

            01 ld-diff-text                 pic x(100).
            77 ld-diff-ptr                  pic 9(3) value 0.
            77 ld-differs-count             pic 9(5) value 0.
            77 ld-missing-count             pic 9(5) value 0.
            77 ld-field-shown               pic 9 value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to list-path.
            accept list-path from environment 'COB_DRIFT_LIST'
            end-accept.
            if list-path = spaces
                move 'gc-layoutdrift.list' to list-path
            end-if.

            move spaces to report-path.
            accept report-path from environment 'COB_DRIFT_REPORT'
            end-accept.
            if report-path = spaces
                move 'gc-layoutdrift.report' to report-path
            end-if.

            perform load-module-list.

            if ld-module-count < 2
                display 'Need two or more "module;layout-file" '
                    'lines in ' function trim (list-path)
                end-display
                move 99 to return-code
                stop run
            end-if.

            perform varying ld-mod from 1 by 1
                until ld-mod > ld-module-count

                perform load-one-layout
            end-perform.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform write-report-head.

            perform varying ld-field from 1 by 1
                until ld-field > ld-field-count

                perform compare-one-field
            end-perform.

            perform write-report-totals.

            close report-file.

            if ld-differs-count + ld-missing-count = 0
                display 'No layout drift across '
                    ld-module-count ' module(s).' end-display
            else
                display 'Layout drift: '
                    ld-differs-count ' differing, '
                    ld-missing-count ' missing -- see '
                    function trim (report-path) end-display
            end-if.

            compute return-code = ld-differs-count + ld-missing-count
            end-compute.

            stop run.

      ***************************************************************
        load-module-list section.
            open input list-file.
            if list-file-status not = 0
                display 'Cannot open layout list '
                    function trim (list-path) end-display
                move 99 to return-code
                stop run
            end-if

            read list-file end-read
            perform until list-file-status not = 0
                if list-record not = spaces
                    and list-record(1:1) not = '#'

                    move spaces to ld-list-module
                    move spaces to ld-list-path
                    move 1 to ld-list-ptr
                    unstring list-record delimited by ';'
                        into ld-list-module ld-list-path
                        with pointer ld-list-ptr
                    end-unstring

                    if ld-list-path not = spaces
                        and ld-module-count < LD-MODULE-MAX

                        add 1 to ld-module-count
                        move function trim (ld-list-module)
                            to lmo-name(ld-module-count)
                        move function trim (ld-list-path)
                            to lmo-path(ld-module-count)
                        move 0 to lmo-rows(ld-module-count)
                    end-if
                end-if

                read list-file end-read
            end-perform

            close list-file

            continue.

      ***************************************************************
      *** ----------------- one module's export, row by row, into
      *** the shared field table
        load-one-layout section.
            move lmo-path(ld-mod) to layout-path.
            open input layout-file.
            if layout-file-status not = 0
                display 'Cannot open layout '
                    function trim (layout-path) ' for '
                    function trim (lmo-name(ld-mod)) end-display
                move 99 to return-code
                stop run
            end-if

            read layout-file end-read
            perform until layout-file-status not = 0
                if layout-record not = spaces
                    perform parse-layout-row
                    if ld-row-name not = spaces
                        add 1 to lmo-rows(ld-mod)
                        perform file-layout-row
                    end-if
                end-if

                read layout-file end-read
            end-perform

            close layout-file

            continue.

      ***************************************************************
      *** ----------------- "lvl name off nnnnn len nnnnn usage
      *** pic [R->target] [xNN]" -- a group row carries no usage or
      *** PICTURE, so the trailing words are told apart by shape
        parse-layout-row section.
            initialize ld-tok-tbl.
            move 1 to ld-ptr.
            unstring layout-record delimited by all space
                into ld-tok(1) ld-tok(2) ld-tok(3) ld-tok(4)
                    ld-tok(5) ld-tok(6) ld-tok(7) ld-tok(8)
                    ld-tok(9) ld-tok(10)
                with pointer ld-ptr
            end-unstring

            move spaces to ld-row-name.
            if ld-tok(3) not = 'off' or ld-tok(5) not = 'len'
                exit section
            end-if

            move function upper-case (ld-tok(2)) to ld-row-name.
            move ld-tok(1) to ld-row-level.
            move ld-tok(4) to ld-row-offset.
            move ld-tok(6) to ld-row-length.
            move spaces to ld-row-usage.
            move spaces to ld-row-pic.
            move spaces to ld-row-redef.
            move spaces to ld-row-occurs.
            move 0 to ld-other-count.

            perform varying ld-t from 7 by 1 until ld-t > 10
                evaluate true
                    when ld-tok(ld-t) = spaces
                        continue
                    when ld-tok(ld-t)(1:3) = 'R->'
                        move function upper-case (ld-tok(ld-t)(4:))
                            to ld-row-redef
                    when ld-tok(ld-t)(1:1) = 'x'
                        and function trim (ld-tok(ld-t)(2:))
                            is numeric
                        move ld-tok(ld-t)(2:) to ld-row-occurs
                    when ld-other-count = 0
                        move ld-tok(ld-t) to ld-row-usage
                        move 1 to ld-other-count
                    when other
                        move ld-tok(ld-t) to ld-row-pic
                end-evaluate
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the row under its name -- a name
      *** this module has already filed gets its ordinal suffix
        file-layout-row section.
            move spaces to ld-dup-prefix.
            string function trim (ld-row-name) delimited by size
                '#' delimited by size
                into ld-dup-prefix
            end-string
            compute ld-dup-len = function length
                (function trim (ld-dup-prefix))
            end-compute

            move 0 to ld-dup-count.
            perform varying ld-field from 1 by 1
                until ld-field > ld-field-count

                if lf-present(ld-field, ld-mod) = 1
                    and (lf-name(ld-field) = ld-row-name
                    or lf-name(ld-field)(1:ld-dup-len)
                        = ld-dup-prefix(1:ld-dup-len))

                    add 1 to ld-dup-count
                end-if
            end-perform

            if ld-dup-count > 0
                or ld-row-name = 'FILLER'
                add 1 to ld-dup-count
                move ld-dup-count to ld-dup-edit
                move spaces to ld-row-name
                string ld-dup-prefix(1:ld-dup-len) delimited by size
                    function trim (ld-dup-edit) delimited by size
                    into ld-row-name
                end-string
            end-if

            move 0 to ld-found.
            perform varying ld-field from 1 by 1
                until ld-field > ld-field-count or ld-found > 0

                if lf-name(ld-field) = ld-row-name
                    move ld-field to ld-found
                end-if
            end-perform

            if ld-found = 0
                if ld-field-count >= LD-FIELD-MAX
                    add 1 to ld-dropped
                    exit section
                end-if
                add 1 to ld-field-count
                move ld-field-count to ld-found
                initialize ld-field-row(ld-found)
                move ld-row-name to lf-name(ld-found)
            end-if

            move 1 to lf-present(ld-found, ld-mod).
            move ld-row-level to lf-level(ld-found, ld-mod).
            move ld-row-offset to lf-offset(ld-found, ld-mod).
            move ld-row-length to lf-length(ld-found, ld-mod).
            move ld-row-usage to lf-usage(ld-found, ld-mod).
            move ld-row-pic to lf-pic(ld-found, ld-mod).
            move ld-row-redef to lf-redef(ld-found, ld-mod).
            move ld-row-occurs to lf-occurs(ld-found, ld-mod).

            continue.

      ***************************************************************
        write-report-head section.
            move 'Layout drift report' to report-line.
            write report-line

            perform varying ld-mod from 1 by 1
                until ld-mod > ld-module-count

                move spaces to report-line
                string '  ' delimited by size
                    lmo-name(ld-mod) delimited by size
                    ' ' delimited by size
                    lmo-rows(ld-mod) delimited by size
                    ' rows  ' delimited by size
                    function trim (lmo-path(ld-mod))
                        delimited by size
                    into report-line
                end-string
                write report-line
            end-perform

            move spaces to report-line
            write report-line

            continue.

      ***************************************************************
      *** ----------------- every module's view of one field
      *** against the first module listed that has it
        compare-one-field section.
            move 0 to ld-field-shown.

            move 0 to ld-ref.
            perform varying ld-mod from 1 by 1
                until ld-mod > ld-module-count or ld-ref > 0

                if lf-present(ld-field, ld-mod) = 1
                    move ld-mod to ld-ref
                end-if
            end-perform

            perform varying ld-mod from 1 by 1
                until ld-mod > ld-module-count

                if ld-mod not = ld-ref
                    if lf-present(ld-field, ld-mod) = 0
                        add 1 to ld-missing-count
                        perform show-field-name
                        move spaces to report-line
                        string '    MISSING  ' delimited by size
                            function trim (lmo-name(ld-mod))
                                delimited by size
                            ' (present in ' delimited by size
                            function trim (lmo-name(ld-ref))
                                delimited by size
                            ')' delimited by size
                            into report-line
                        end-string
                        write report-line
                    else
                        perform compare-field-attributes
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
        compare-field-attributes section.
            move spaces to ld-diff-text.
            move 1 to ld-diff-ptr.

            if lf-level(ld-field, ld-mod)
                not = lf-level(ld-field, ld-ref)
                string 'level ' delimited by size
                    lf-level(ld-field, ld-ref) delimited by size
                    '->' delimited by size
                    lf-level(ld-field, ld-mod) delimited by size
                    '  ' delimited by size
                    into ld-diff-text
                    with pointer ld-diff-ptr
                end-string
            end-if

            if lf-offset(ld-field, ld-mod)
                not = lf-offset(ld-field, ld-ref)
                string 'off ' delimited by size
                    lf-offset(ld-field, ld-ref) delimited by size
                    '->' delimited by size
                    lf-offset(ld-field, ld-mod) delimited by size
                    '  ' delimited by size
                    into ld-diff-text
                    with pointer ld-diff-ptr
                end-string
            end-if

            if lf-length(ld-field, ld-mod)
                not = lf-length(ld-field, ld-ref)
                string 'len ' delimited by size
                    lf-length(ld-field, ld-ref) delimited by size
                    '->' delimited by size
                    lf-length(ld-field, ld-mod) delimited by size
                    '  ' delimited by size
                    into ld-diff-text
                    with pointer ld-diff-ptr
                end-string
            end-if

            if lf-usage(ld-field, ld-mod)
                not = lf-usage(ld-field, ld-ref)
                string 'usage ' delimited by size
                    function trim (lf-usage(ld-field, ld-ref))
                        delimited by size
                    '->' delimited by size
                    function trim (lf-usage(ld-field, ld-mod))
                        delimited by size
                    '  ' delimited by size
                    into ld-diff-text
                    with pointer ld-diff-ptr
                    on overflow
                        continue
                end-string
            end-if

            if lf-pic(ld-field, ld-mod)
                not = lf-pic(ld-field, ld-ref)
                string 'pic ' delimited by size
                    function trim (lf-pic(ld-field, ld-ref))
                        delimited by size
                    '->' delimited by size
                    function trim (lf-pic(ld-field, ld-mod))
                        delimited by size
                    '  ' delimited by size
                    into ld-diff-text
                    with pointer ld-diff-ptr
                    on overflow
                        continue
                end-string
            end-if

            if lf-occurs(ld-field, ld-mod)
                not = lf-occurs(ld-field, ld-ref)
                string 'occurs ' delimited by size
                    function trim (lf-occurs(ld-field, ld-ref))
                        delimited by size
                    '->' delimited by size
                    function trim (lf-occurs(ld-field, ld-mod))
                        delimited by size
                    '  ' delimited by size
                    into ld-diff-text
                    with pointer ld-diff-ptr
                    on overflow
                        continue
                end-string
            end-if

            if lf-redef(ld-field, ld-mod)
                not = lf-redef(ld-field, ld-ref)
                string 'redefines ' delimited by size
                    function trim (lf-redef(ld-field, ld-ref))
                        delimited by size
                    '->' delimited by size
                    function trim (lf-redef(ld-field, ld-mod))
                        delimited by size
                    into ld-diff-text
                    with pointer ld-diff-ptr
                    on overflow
                        continue
                end-string
            end-if

            if ld-diff-ptr = 1
                exit section
            end-if

            add 1 to ld-differs-count.
            perform show-field-name.
            move spaces to report-line.
            string '    DIFFERS  ' delimited by size
                function trim (lmo-name(ld-mod)) delimited by size
                ' vs ' delimited by size
                function trim (lmo-name(ld-ref)) delimited by size
                ': ' delimited by size
                ld-diff-text delimited by size
                into report-line
                on overflow
                    continue
            end-string
            write report-line.

            continue.

      ***************************************************************
      *** ----------------- the field's name, once, above its first
      *** finding
        show-field-name section.
            if ld-field-shown = 1
                exit section
            end-if
            move 1 to ld-field-shown.

            move spaces to report-line.
            string function trim (lf-name(ld-field))
                    delimited by size
                into report-line
            end-string
            write report-line.

            continue.

      ***************************************************************
        write-report-totals section.
            move spaces to report-line
            write report-line

            if ld-differs-count + ld-missing-count = 0
                move '  (no drift)' to report-line
                write report-line
                move spaces to report-line
                write report-line
            end-if

            move spaces to report-line.
            string 'Fields compared: ' delimited by size
                ld-field-count delimited by size
                '  differing: ' delimited by size
                ld-differs-count delimited by size
                '  missing: ' delimited by size
                ld-missing-count delimited by size
                into report-line
            end-string
            write report-line.

            if ld-dropped > 0
                move spaces to report-line
                string '  ' delimited by size
                    ld-dropped delimited by size
                    ' row(s) past the field table limit were not '
                        delimited by size
                    'compared' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            continue.
