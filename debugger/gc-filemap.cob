        identification division.
        program-id. gc-filemap.

      * file usage matrix and program-to-program data flow --
      * a static pass over every module of a job (each read
      * through its own get_linecount_/get_aniline_ entry points,
      * so link them all into this job). For each module it lists
      * every SELECT and its ASSIGN, the OPEN modes used and how
      * often each verb -- READ, WRITE, REWRITE, DELETE, START,
      * CLOSE -- is issued against the file, recognizing the
      * statements by their verb position the way iobp.cpy does
      * (WRITE and REWRITE name the record, resolved to its FD).
      * Then the cross-module view: each dataset (the ASSIGN
      * target, so two programs' differently named SELECTs of the
      * same dataset meet), who writes it, who reads it, and which
      * programs later in the job read what an earlier one wrote.
      *   COB_FILEMAP_LIST     the job's modules in run order, one
      *                        per line, # lines ignored
      *                        (default gc-filemap.list)
      *   COB_FILEMAP_REPORT   the report
      *                        (default gc-filemap.report)

        environment division.
        configuration section.
        input-output section.
        file-control.

            select list-file assign to list-path
                organization is line sequential
                file status is list-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  list-file.
            01 list-record          pic x(100).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 FM-MODULE-MAX        value 50.
            78 FM-FILE-MAX          value 500.
            78 FM-RECORD-MAX        value 1000.
            78 FM-DATASET-MAX       value 300.

            01 list-path                    pic x(256) value spaces.
            01 list-file-status             pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

            77 fm-module-count              pic 9(3) value 0.
            01 fm-module-tbl.
                05 fm-module-row occurs FM-MODULE-MAX.
                    10 fmm-name              pic x(30).
                    10 fmm-linked            pic 9.
                    10 fmm-first-file        pic 9(3).
                    10 fmm-last-file         pic 9(3).
            77 fm-mod                       pic 9(3) value 0.

      * every SELECT of every module, with what the module does
      * to it
            77 fm-file-count                pic 9(3) value 0.
            01 fm-file-tbl.
                05 fm-file-row occurs FM-FILE-MAX.
                    10 fmf-module            pic 9(3).
                    10 fmf-name              pic x(30).
                    10 fmf-assign            pic x(60).
                    10 fmf-dataset           pic 9(3).
                    10 fmf-open-input        pic 9.
                    10 fmf-open-output       pic 9.
                    10 fmf-open-io           pic 9.
                    10 fmf-open-extend       pic 9.
                    10 fmf-reads             pic 9(4).
                    10 fmf-writes            pic 9(4).
                    10 fmf-rewrites          pic 9(4).
                    10 fmf-deletes           pic 9(4).
                    10 fmf-starts            pic 9(4).
                    10 fmf-closes            pic 9(4).
            77 fm-file                      pic 9(3) value 0.
            77 fm-file-2                    pic 9(3) value 0.

      * FD record names -- WRITE and REWRITE name these
            77 fm-record-count              pic 9(4) value 0.
            01 fm-record-tbl.
                05 fm-record-row occurs FM-RECORD-MAX.
                    10 fmr-file              pic 9(3).
                    10 fmr-name              pic x(30).
            77 fm-record                    pic 9(4) value 0.

            77 fm-dataset-count             pic 9(3) value 0.
            01 fm-dataset-tbl.
                05 fm-dataset-row occurs FM-DATASET-MAX.
                    10 fmd-name              pic x(60).
            77 fm-dataset                   pic 9(3) value 0.

      * per-module animator entry points
            01 fm-getline                   pic x(128).
            01 fm-getlinecount              pic x(128).
            01 fm-line-bin                  usage binary-long.
            01 fm-source-buffer             pic x(512).
            77 fm-line-count                pic 9(6) value 0.
            77 fm-line                      pic 9(6) value 0.

      * the statement scan -- where in the program we are, and
      * what the previous token has us expecting next
            01 fm-trimmed                   pic x(255).
            77 fm-trimmed-len               pic 9(3) value 0.
            77 fm-tok-ptr                   pic 9(4) value 0.
            01 fm-token                     pic x(60).
            77 fm-token-len                 pic 99 value 0.
            01 fm-prev-token                pic x(60) value spaces.
            01 fm-area                      pic x value space.
                88 fm-in-file-control       value 'C'.
                88 fm-in-file-section       value 'F'.
                88 fm-in-other-data         value 'D'.
                88 fm-in-procedure          value 'P'.
            01 fm-expect                    pic x(8) value spaces.
            01 fm-open-mode                 pic x(6) value spaces.
            01 fm-literal-flag              pic 9 value 0.
            01 fm-quote-end-flag            pic 9 value 0.
            77 fm-cur-file                  pic 9(3) value 0.
            77 fm-found-file                pic 9(3) value 0.
            01 fm-consumed-flag             pic 9 value 0.

      * report work
            01 fm-modes-text                pic x(24).
            01 fm-verbs-text                pic x(60).
            01 fm-edit-count                pic zzz9.
            01 fm-role-text                 pic x(20).
            77 fm-flow-count                pic 9(4) value 0.
            01 fm-writes-flag               pic 9 value 0.
            01 fm-reads-flag                pic 9 value 0.
            01 fm-next-found-flag           pic 9 value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to list-path.
            accept list-path from environment 'COB_FILEMAP_LIST'
            end-accept.
            if list-path = spaces
                move 'gc-filemap.list' to list-path
            end-if.

            move spaces to report-path.
            accept report-path from environment 'COB_FILEMAP_REPORT'
            end-accept.
            if report-path = spaces
                move 'gc-filemap.report' to report-path
            end-if.

            perform load-module-list.

            if fm-module-count = 0
                display 'No modules listed in '
                    function trim (list-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform varying fm-mod from 1 by 1
                until fm-mod > fm-module-count

                perform scan-one-module
            end-perform.

            perform assign-datasets.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform write-usage-matrix.
            perform write-dataset-view.
            perform write-data-flow.

            close report-file.

            display 'File usage for ' fm-module-count
                ' module(s), ' fm-file-count ' file(s) written to '
                function trim (report-path) end-display.

            stop run.

      ***************************************************************
        load-module-list section.
            open input list-file.
            if list-file-status not = 0
                display 'Cannot open module list '
                    function trim (list-path) end-display
                move 99 to return-code
                stop run
            end-if

            read list-file end-read
            perform until list-file-status not = 0
                if list-record not = spaces
                    and list-record(1:1) not = '#'
                    and fm-module-count < FM-MODULE-MAX

                    add 1 to fm-module-count
                    move function trim (list-record)
                        to fmm-name(fm-module-count)
                    move 0 to fmm-linked(fm-module-count)
                    move 0 to fmm-first-file(fm-module-count)
                    move 0 to fmm-last-file(fm-module-count)
                end-if

                read list-file end-read
            end-perform

            close list-file

            continue.

      ***************************************************************
      *** ----------------- one module, token by token through its
      *** source -- a module not linked into this job is reported
      *** as such and skipped
        scan-one-module section.
            move spaces to fm-getline.
            string 'get_aniline_' delimited by size
                fmm-name(fm-mod) delimited by spaces
                into fm-getline
            end-string.
            move spaces to fm-getlinecount.
            string 'get_linecount_' delimited by size
                fmm-name(fm-mod) delimited by spaces
                into fm-getlinecount
            end-string.

            move 0 to fm-line-count.
            call fm-getlinecount
                on exception
                    display 'Module '
                        function trim (fmm-name(fm-mod))
                        ' is not linked into this job -- skipped.'
                    end-display
                    exit section
            end-call.
            move return-code to fm-line-count.
            move 0 to return-code.

            move 1 to fmm-linked(fm-mod).
            compute fmm-first-file(fm-mod) = fm-file-count + 1
            end-compute.

            move space to fm-area.
            move spaces to fm-expect.
            move spaces to fm-prev-token.
            move 0 to fm-literal-flag.
            move 0 to fm-cur-file.

            perform varying fm-line from 1 by 1
                until fm-line > fm-line-count

                perform fetch-source-line
                perform scan-source-line
            end-perform

            move fm-file-count to fmm-last-file(fm-mod).

            continue.

      ***************************************************************
        fetch-source-line section.
            move spaces to fm-source-buffer.
            move fm-line to fm-line-bin.

            call fm-getline using fm-line-bin
                fm-source-buffer
            end-call.

      * comment lines -- indicator column, or a floating *>
            move spaces to fm-trimmed.
            if fm-source-buffer(7:1) = '*'
                or fm-source-buffer(7:1) = '/'

                move 0 to fm-trimmed-len
                exit section
            end-if

            move function upper-case (function trim
                    (fm-source-buffer(1:255)))
                to fm-trimmed.
            if fm-trimmed(1:2) = '*>'
                move spaces to fm-trimmed
            end-if
            move function length (function trim (fm-trimmed))
                to fm-trimmed-len.

            continue.

      ***************************************************************
        scan-source-line section.
            if fm-trimmed-len = 0
                exit section
            end-if

            move 1 to fm-tok-ptr.

            perform until fm-tok-ptr > fm-trimmed-len
                move spaces to fm-token
                unstring fm-trimmed delimited by all space
                    into fm-token
                    with pointer fm-tok-ptr
                end-unstring

                if fm-token = spaces
                    exit perform
                end-if

                perform take-source-token
            end-perform

            continue.

      ***************************************************************
      *** ----------------- literals are stepped over (a DISPLAY
      *** 'READ ...' is no READ); the ASSIGN target keeps its
      *** literal, quotes stripped
        take-source-token section.
            move function length (function trim (fm-token))
                to fm-token-len.

            perform check-literal-end.

            if fm-literal-flag = 1
                if fm-quote-end-flag = 1
                    move 0 to fm-literal-flag
                end-if
                exit section
            end-if

            if fm-token(1:1) = '"' or fm-token(1:1) = "'"
                if fm-expect = 'ASSIGN'
                    if fm-token(fm-token-len:1) = '.'
                        move space to fm-token(fm-token-len:1)
                    end-if
                    inspect fm-token replacing all '"' by space
                    inspect fm-token replacing all "'" by space
                    move function trim (fm-token) to fm-token
                    perform take-assign-target
                    exit section
                end-if

                if fm-token-len = 1 or fm-quote-end-flag = 0
                    move 1 to fm-literal-flag
                end-if
                exit section
            end-if

            inspect fm-token replacing all ',' by space.
            if fm-token(fm-token-len:1) = '.'
                move space to fm-token(fm-token-len:1)
            end-if
            if fm-token = spaces
                exit section
            end-if

            perform track-program-area.
            perform take-expected-token.

            if fm-consumed-flag = 0
                perform take-statement-verb
            end-if

            move fm-token to fm-prev-token.

            continue.

      ***************************************************************
      *** ----------------- does fm-token close a literal -- a
      *** quote last, or before a closing period or comma
        check-literal-end section.
            move 0 to fm-quote-end-flag.

            if fm-token(fm-token-len:1) = '"'
                or fm-token(fm-token-len:1) = "'"

                move 1 to fm-quote-end-flag
                exit section
            end-if

            if fm-token-len > 1
                if fm-token(fm-token-len - 1:1) = '"'
                    or fm-token(fm-token-len - 1:1) = "'"

                    move 1 to fm-quote-end-flag
                end-if
            end-if

            continue.

      ***************************************************************
        track-program-area section.
            evaluate true
                when fm-token = 'FILE-CONTROL'
                    set fm-in-file-control to true
                    move spaces to fm-expect
                when fm-token = 'SECTION'
                    and fm-prev-token = 'FILE'
                    set fm-in-file-section to true
                    move 0 to fm-cur-file
                    move spaces to fm-expect
                when fm-token = 'SECTION'
                    and (fm-prev-token = 'WORKING-STORAGE'
                    or fm-prev-token = 'LOCAL-STORAGE'
                    or fm-prev-token = 'LINKAGE'
                    or fm-prev-token = 'SCREEN'
                    or fm-prev-token = 'REPORT')
                    set fm-in-other-data to true
                    move spaces to fm-expect
                when fm-token = 'DIVISION'
                    and fm-prev-token = 'DATA'
                    set fm-in-other-data to true
                    move spaces to fm-expect
                when fm-token = 'DIVISION'
                    and fm-prev-token = 'PROCEDURE'
                    set fm-in-procedure to true
                    move spaces to fm-expect
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- the token the previous one announced:
      *** a SELECT's file name, its ASSIGN target, an FD name, an
      *** FD's 01 record, the file(s) of a procedure verb
        take-expected-token section.
            move 0 to fm-consumed-flag.

            evaluate fm-expect
                when 'SELECT'
                    if fm-token = 'OPTIONAL'
                        move 1 to fm-consumed-flag
                        exit section
                    end-if
                    perform add-select
                    move spaces to fm-expect
                    move 1 to fm-consumed-flag
                when 'ASSIGN'
                    if fm-token = 'TO' or fm-token = 'USING'
                        move 1 to fm-consumed-flag
                        exit section
                    end-if
                    perform take-assign-target
                when 'FD'
                    perform find-module-file
                    move fm-found-file to fm-cur-file
                    move spaces to fm-expect
                    move 1 to fm-consumed-flag
                when 'RECORD'
                    if fm-cur-file > 0
                        and fm-record-count < FM-RECORD-MAX

                        add 1 to fm-record-count
                        move fm-cur-file
                            to fmr-file(fm-record-count)
                        move fm-token to fmr-name(fm-record-count)
                    end-if
                    move spaces to fm-expect
                    move 1 to fm-consumed-flag
                when 'OPEN'
                    evaluate fm-token
                        when 'INPUT'
                        when 'OUTPUT'
                        when 'I-O'
                        when 'EXTEND'
                            move fm-token to fm-open-mode
                            move 1 to fm-consumed-flag
                        when other
                            perform find-module-file
                            if fm-found-file > 0
                                perform note-open-mode
                                move 1 to fm-consumed-flag
                            else
                                move spaces to fm-expect
                            end-if
                    end-evaluate
                when 'CLOSE'
                    perform find-module-file
                    if fm-found-file > 0
                        add 1 to fmf-closes(fm-found-file)
                        move 1 to fm-consumed-flag
                    else
                        move spaces to fm-expect
                    end-if
                when 'READ'
                when 'DELETE'
                when 'START'
                    perform find-module-file
                    if fm-found-file > 0
                        evaluate fm-expect
                            when 'READ'
                                add 1 to fmf-reads(fm-found-file)
                            when 'DELETE'
                                add 1 to fmf-deletes(fm-found-file)
                            when other
                                add 1 to fmf-starts(fm-found-file)
                        end-evaluate
                        move 1 to fm-consumed-flag
                    end-if
                    move spaces to fm-expect
                when 'WRITE'
                when 'REWRITE'
                    perform find-record-file
                    if fm-found-file > 0
                        if fm-expect = 'WRITE'
                            add 1 to fmf-writes(fm-found-file)
                        else
                            add 1 to fmf-rewrites(fm-found-file)
                        end-if
                        move 1 to fm-consumed-flag
                    end-if
                    move spaces to fm-expect
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
        take-statement-verb section.
            evaluate true
                when fm-in-file-control
                    evaluate fm-token
                        when 'SELECT'
                            move 'SELECT' to fm-expect
                        when 'ASSIGN'
                            if fm-cur-file > 0
                                move 'ASSIGN' to fm-expect
                            end-if
                        when other
                            continue
                    end-evaluate
                when fm-in-file-section
                    evaluate true
                        when fm-token = 'FD' or fm-token = 'SD'
                            move 'FD' to fm-expect
                        when fm-token = '01' or fm-token = '1'
                            move 'RECORD' to fm-expect
                        when other
                            continue
                    end-evaluate
                when fm-in-procedure
                    evaluate fm-token
                        when 'OPEN'
                            move 'OPEN' to fm-expect
                            move spaces to fm-open-mode
                        when 'CLOSE'
                        when 'READ'
                        when 'DELETE'
                        when 'START'
                        when 'WRITE'
                        when 'REWRITE'
                            move fm-token to fm-expect
                        when other
                            continue
                    end-evaluate
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
        add-select section.
            move 0 to fm-cur-file.
            if fm-file-count >= FM-FILE-MAX
                exit section
            end-if

            add 1 to fm-file-count.
            move fm-file-count to fm-cur-file.
            initialize fm-file-row(fm-file-count).
            move fm-mod to fmf-module(fm-file-count).
            move fm-token to fmf-name(fm-file-count).

            continue.

      ***************************************************************
        take-assign-target section.
            if fm-cur-file > 0
                move fm-token to fmf-assign(fm-cur-file)
            end-if
            move spaces to fm-expect.
            move 1 to fm-consumed-flag.

            continue.

      ***************************************************************
      *** ----------------- fm-token as one of this module's
      *** SELECTs -- fm-found-file, 0 when it is none
        find-module-file section.
            move 0 to fm-found-file.
            if fmm-first-file(fm-mod) = 0
                or fmm-first-file(fm-mod) > fm-file-count
                exit section
            end-if

            perform varying fm-file-2 from fmm-first-file(fm-mod)
                by 1 until fm-file-2 > fm-file-count
                or fm-found-file > 0

                if fmf-name(fm-file-2) = fm-token
                    move fm-file-2 to fm-found-file
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- fm-token as one of this module's FD
      *** records -- or, for WRITE FILE style, the file itself
        find-record-file section.
            move 0 to fm-found-file.

            perform varying fm-record from 1 by 1
                until fm-record > fm-record-count
                or fm-found-file > 0

                if fmr-name(fm-record) = fm-token
                    and fmf-module(fmr-file(fm-record)) = fm-mod

                    move fmr-file(fm-record) to fm-found-file
                end-if
            end-perform

            if fm-found-file = 0
                perform find-module-file
            end-if

            continue.

      ***************************************************************
        note-open-mode section.
            evaluate fm-open-mode
                when 'INPUT'
                    move 1 to fmf-open-input(fm-found-file)
                when 'OUTPUT'
                    move 1 to fmf-open-output(fm-found-file)
                when 'I-O'
                    move 1 to fmf-open-io(fm-found-file)
                when 'EXTEND'
                    move 1 to fmf-open-extend(fm-found-file)
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- one dataset per distinct ASSIGN target
      *** (the SELECT name stands in where no ASSIGN was found)
        assign-datasets section.
            perform varying fm-file from 1 by 1
                until fm-file > fm-file-count

                if fmf-assign(fm-file) = spaces
                    move fmf-name(fm-file) to fmf-assign(fm-file)
                end-if

                move 0 to fmf-dataset(fm-file)
                perform varying fm-dataset from 1 by 1
                    until fm-dataset > fm-dataset-count
                    or fmf-dataset(fm-file) > 0

                    if fmd-name(fm-dataset) = fmf-assign(fm-file)
                        move fm-dataset to fmf-dataset(fm-file)
                    end-if
                end-perform

                if fmf-dataset(fm-file) = 0
                    and fm-dataset-count < FM-DATASET-MAX

                    add 1 to fm-dataset-count
                    move fmf-assign(fm-file)
                        to fmd-name(fm-dataset-count)
                    move fm-dataset-count to fmf-dataset(fm-file)
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- a file is written when some OPEN lets
      *** it be and a WRITE/REWRITE/DELETE is issued; read when
      *** opened INPUT or I-O and READ (or merely opened INPUT)
        judge-file-roles section.
            move 0 to fm-writes-flag.
            move 0 to fm-reads-flag.

            if (fmf-open-output(fm-file) = 1
                or fmf-open-extend(fm-file) = 1
                or fmf-open-io(fm-file) = 1)
                and (fmf-writes(fm-file) > 0
                or fmf-rewrites(fm-file) > 0
                or fmf-deletes(fm-file) > 0)

                move 1 to fm-writes-flag
            end-if

            if fmf-open-input(fm-file) = 1
                or (fmf-open-io(fm-file) = 1
                and fmf-reads(fm-file) > 0)

                move 1 to fm-reads-flag
            end-if

            continue.

      ***************************************************************
        write-usage-matrix section.
            move spaces to report-line.
            string 'File usage matrix -- ' delimited by size
                fm-module-count delimited by size
                ' module(s) from ' delimited by size
                function trim (list-path) delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            write report-line.

            move spaces to report-line.
            move 'module' to report-line(1:6).
            move 'select' to report-line(18:6).
            move 'assign' to report-line(40:6).
            move 'open modes' to report-line(66:10).
            move 'verbs' to report-line(84:5).
            write report-line.
            move all '-' to report-line.
            write report-line.

            perform varying fm-mod from 1 by 1
                until fm-mod > fm-module-count

                evaluate true
                    when fmm-linked(fm-mod) = 0
                        move spaces to report-line
                        string fmm-name(fm-mod) delimited by size
                            '(not linked into this job)'
                            delimited by size
                            into report-line
                        end-string
                        write report-line
                    when fmm-first-file(fm-mod)
                        > fmm-last-file(fm-mod)
                        move spaces to report-line
                        string fmm-name(fm-mod) delimited by size
                            '(no files)' delimited by size
                            into report-line
                        end-string
                        write report-line
                    when other
                        perform varying fm-file
                            from fmm-first-file(fm-mod) by 1
                            until fm-file > fmm-last-file(fm-mod)

                            perform write-matrix-row
                        end-perform
                end-evaluate
            end-perform

            continue.

      ***************************************************************
        write-matrix-row section.
            move spaces to fm-modes-text.
            move 1 to fm-tok-ptr.
            if fmf-open-input(fm-file) = 1
                string 'INPUT ' delimited by size
                    into fm-modes-text with pointer fm-tok-ptr
                end-string
            end-if
            if fmf-open-output(fm-file) = 1
                string 'OUTPUT ' delimited by size
                    into fm-modes-text with pointer fm-tok-ptr
                end-string
            end-if
            if fmf-open-io(fm-file) = 1
                string 'I-O ' delimited by size
                    into fm-modes-text with pointer fm-tok-ptr
                end-string
            end-if
            if fmf-open-extend(fm-file) = 1
                string 'EXTEND ' delimited by size
                    into fm-modes-text with pointer fm-tok-ptr
                end-string
            end-if
            if fm-modes-text = spaces
                move '(never opened)' to fm-modes-text
            end-if

            move spaces to fm-verbs-text.
            move 1 to fm-tok-ptr.
            if fmf-reads(fm-file) > 0
                move fmf-reads(fm-file) to fm-edit-count
                string 'READ x' delimited by size
                    function trim (fm-edit-count) delimited by size
                    ' ' delimited by size
                    into fm-verbs-text with pointer fm-tok-ptr
                end-string
            end-if
            if fmf-writes(fm-file) > 0
                move fmf-writes(fm-file) to fm-edit-count
                string 'WRITE x' delimited by size
                    function trim (fm-edit-count) delimited by size
                    ' ' delimited by size
                    into fm-verbs-text with pointer fm-tok-ptr
                end-string
            end-if
            if fmf-rewrites(fm-file) > 0
                move fmf-rewrites(fm-file) to fm-edit-count
                string 'REWRITE x' delimited by size
                    function trim (fm-edit-count) delimited by size
                    ' ' delimited by size
                    into fm-verbs-text with pointer fm-tok-ptr
                end-string
            end-if
            if fmf-deletes(fm-file) > 0
                move fmf-deletes(fm-file) to fm-edit-count
                string 'DELETE x' delimited by size
                    function trim (fm-edit-count) delimited by size
                    ' ' delimited by size
                    into fm-verbs-text with pointer fm-tok-ptr
                end-string
            end-if
            if fmf-starts(fm-file) > 0
                move fmf-starts(fm-file) to fm-edit-count
                string 'START x' delimited by size
                    function trim (fm-edit-count) delimited by size
                    ' ' delimited by size
                    into fm-verbs-text with pointer fm-tok-ptr
                end-string
            end-if
            if fmf-closes(fm-file) > 0
                move fmf-closes(fm-file) to fm-edit-count
                string 'CLOSE x' delimited by size
                    function trim (fm-edit-count) delimited by size
                    into fm-verbs-text with pointer fm-tok-ptr
                end-string
            end-if

            move spaces to report-line.
            move fmm-name(fmf-module(fm-file)) to report-line(1:16).
            move fmf-name(fm-file) to report-line(18:21).
            move fmf-assign(fm-file) to report-line(40:25).
            move fm-modes-text to report-line(66:17).
            move fm-verbs-text(1:49) to report-line(84:49).
            write report-line.

            continue.

      ***************************************************************
      *** ----------------- per dataset: every program touching it
      *** and how
        write-dataset-view section.
            move spaces to report-line.
            write report-line.
            move 'Datasets -- who touches each one' to report-line.
            write report-line.
            move all '-' to report-line.
            write report-line.

            perform varying fm-dataset from 1 by 1
                until fm-dataset > fm-dataset-count

                move spaces to report-line
                move fmd-name(fm-dataset) to report-line
                write report-line

                perform varying fm-file from 1 by 1
                    until fm-file > fm-file-count

                    if fmf-dataset(fm-file) = fm-dataset
                        perform judge-file-roles
                        evaluate true
                            when fm-writes-flag = 1
                                and fm-reads-flag = 1
                                move 'reads and writes'
                                    to fm-role-text
                            when fm-writes-flag = 1
                                move 'writes' to fm-role-text
                            when fm-reads-flag = 1
                                move 'reads' to fm-role-text
                            when other
                                move 'declares only'
                                    to fm-role-text
                        end-evaluate

                        move spaces to report-line
                        string '    ' delimited by size
                            fmm-name(fmf-module(fm-file))
                                delimited by size
                            fm-role-text delimited by size
                            ' (as ' delimited by size
                            function trim (fmf-name(fm-file))
                                delimited by size
                            ')' delimited by size
                            into report-line
                        end-string
                        write report-line
                    end-if
                end-perform
            end-perform

            continue.

      ***************************************************************
      *** ----------------- program-to-program flow: for each
      *** dataset a program writes, the programs later in the job
      *** that read it, the first of them marked as reading it next
        write-data-flow section.
            move spaces to report-line.
            write report-line.
            move 'Data flow -- writer -> dataset -> later reader'
                to report-line.
            write report-line.
            move all '-' to report-line.
            write report-line.

            move 0 to fm-flow-count.

            perform varying fm-file from 1 by 1
                until fm-file > fm-file-count

                perform judge-file-roles

                if fm-writes-flag = 1
                    perform write-flow-for-writer
                end-if
            end-perform

            if fm-flow-count = 0
                move '  (no dataset is written)' to report-line
                write report-line
            end-if

            continue.

      ***************************************************************
        write-flow-for-writer section.
            move fm-file to fm-file-2.
            move fmf-module(fm-file) to fm-mod.
            move 0 to fm-next-found-flag.
            add 1 to fm-flow-count.

            perform varying fm-file from 1 by 1
                until fm-file > fm-file-count

                if fmf-dataset(fm-file) = fmf-dataset(fm-file-2)
                    and fmf-module(fm-file) > fm-mod

                    perform judge-file-roles

                    if fm-reads-flag = 1
                        move spaces to report-line
                        string '  ' delimited by size
                            function trim (fmm-name(fm-mod))
                                delimited by size
                            ' -> ' delimited by size
                            function trim
                                (fmd-name(fmf-dataset(fm-file)))
                                delimited by size
                            ' -> ' delimited by size
                            function trim
                                (fmm-name(fmf-module(fm-file)))
                                delimited by size
                            into report-line
                        end-string
                        if fm-next-found-flag = 0
                            move '(next reader)'
                                to report-line(100:13)
                            move 1 to fm-next-found-flag
                        end-if
                        write report-line
                    end-if
                end-if
            end-perform

            move fm-file-2 to fm-file.

            if fm-next-found-flag = 0
                move spaces to report-line
                string '  ' delimited by size
                    function trim (fmm-name(fm-mod)) delimited by size
                    ' -> ' delimited by size
                    function trim (fmd-name(fmf-dataset(fm-file)))
                        delimited by size
                    ' -> (no later reader in this job)'
                        delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            continue.
