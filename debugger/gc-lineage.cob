        identification division.
        program-id. gc-lineage.

      * backward data-lineage report over a headless trace capture
      * -- "where did this number come from". Starting from the end
      * of the run, lists every executed MOVE, COMPUTE, ADD,
      * SUBTRACT, MULTIPLY, DIVIDE, READ ... INTO and CALL ... USING
      * that could have written the field, latest first, then does
      * the same for each of those statements' source fields (from
      * the point that statement last ran), down to the depth asked
      * for. Fields are matched by name -- subscripts, reference
      * modification and OF/IN qualifiers are set aside -- so a
      * statement that writes the group holding the field is not
      * listed.
      *   COB_TRACE_FILE      the capture (default gc-debugger.trace)
      *   COB_TRACE_PACK      a packed capture (gc-tracepack),
      *                       read instead when set
      *   COB_LINEAGE_FIELD   the field to trace back
      *   COB_LINEAGE_DEPTH   how many levels of source fields to
      *                       follow (default 3, at most 9)
      *   COB_LINEAGE_REPORT  the report
      *                       (default gc-lineage.report)
      *
      * Statements are reassembled from the source the way
      * build-call-statement-text does (callstack.cpy): the traced
      * line and the lines after it, up to the first one ending in
      * a period. Source comes from the archived version the capture
      * names (SRCVER records, COB_SRC_LIBRARY) when the library has
      * it, otherwise through the module's own get_aniline_<module>
      * entry point -- the traced modules have to be linked into
      * this report job for that, as for gc-tracerpt.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select trace-file assign to trace-path
                organization is line sequential
                file status is trace-file-status.

            select pack-file assign to pack-path
                organization is relative
                access mode is sequential
                relative key is pack-rec-number
                file status is pack-file-status.

            select report-file assign to report-path
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

        data division.
        file section.

        fd  trace-file.
            01 trace-line           pic x(200).

        fd  pack-file.
            01 pack-record.
                05 gct-kind             pic x.
                05 gct-module           pic x(30).
                05 gct-line             pic 9(6).
                05 gct-hit-kind         pic x(5).
                05 gct-hit-name         pic x(30).

        fd  report-file.
            01 report-line          pic x(132).

        fd  srclib-file.
            01 srclib-record        pic x(400).

        fd  srcver-file.
            01 srcver-record        pic x(256).

        working-storage section.

      * the statements executed, in order -- a longer run keeps
      * its last LIN-EXEC-MAX, which is the end lineage walks from
            78 LIN-EXEC-MAX         value 100000.
            78 LIN-STMT-MAX         value 3000.
            78 LIN-MODULE-MAX       value 20.
            78 LIN-MODULE-LINES     value 20000.
            78 LIN-TARGET-MAX       value 200.
            78 LIN-WRITER-MAX       value 50.
            78 LIN-TOKEN-MAX        value 80.
            78 LIN-RECV-MAX         value 10.
            78 LIN-SEND-MAX         value 12.

            01 trace-path                   pic x(256) value spaces.
            01 trace-file-status            pic 99.
            01 pack-path                    pic x(256) value spaces.
            01 pack-file-status             pic 99.
            01 pack-rec-number              pic 9(9).
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

            01 lin-field                    pic x(30) value spaces.
            01 lin-depth-env                pic x(2) value spaces.
            77 lin-depth-max                pic 9 value 3.

      * record parse scratch
            01 lin-token-1                  pic x(30).
            01 lin-record-module            pic x(30).
            01 lin-record-line              pic 9(6).
            01 lin-unstring-ptr             pic 9(5).

      * the execution ring -- one statement-table index per
      * executed statement
            77 lin-exec-total               pic 9(9) value 0.
            77 lin-exec-kept                pic 9(9) value 0.
            77 lin-exec-oldest              pic 9(9) value 0.
            77 lin-exec-slot                pic 9(9) value 0.
            77 lin-exec-dropped             pic 9(9) value 0.
            01 lin-exec-tbl.
                05 lin-exec occurs LIN-EXEC-MAX
                                     pic 9(4) comp.

      * module/line -> statement-table index
            77 lin-module-count             pic 9(3) value 0.
            01 lin-module-tbl.
                05 lin-module-row occurs LIN-MODULE-MAX.
                    10 lm-name               pic x(30).
            01 lin-map-tbl.
                05 lin-map-module occurs LIN-MODULE-MAX.
                    10 lin-map-stmt occurs LIN-MODULE-LINES
                                         pic 9(4) comp.
            77 lin-mod-index                pic 9(3) value 0.

      * one row per distinct line executed: its statement text
      * and the fields it writes and reads
            77 lin-stmt-count               pic 9(4) value 0.
            01 lin-stmt-tbl.
                05 lin-stmt-row occurs LIN-STMT-MAX.
                    10 ls-module             pic x(30).
                    10 ls-line               pic 9(6).
                    10 ls-text               pic x(110).
                    10 ls-literal            pic 9.
                    10 ls-recv-count         pic 99.
                    10 ls-recv occurs LIN-RECV-MAX
                                             pic x(30).
                    10 ls-send-count         pic 99.
                    10 ls-send-row occurs LIN-SEND-MAX.
      * D a data field, F a file read INTO, C a program called
                        15 ls-send-name      pic x(30).
                        15 ls-send-kind      pic x.
                    10 ls-hit                pic 9.
                    10 ls-mark               pic 9(4) comp.
                    10 ls-writer             pic 9(4) comp.
            77 lin-stmt-index               pic 9(4) value 0.
            77 lin-stmt-dropped             pic 9(9) value 0.

      * statement reassembly
            01 lin-getline                  pic x(128).
            01 lin-line-bin                 usage binary-long.
            01 lin-source-buffer            pic x(512).
            77 lin-source-ok                pic 9 value 0.
            01 lin-source-trimmed           pic x(512).
            77 lin-source-len               pic 9(4) value 0.
            01 lin-stmt-text                pic x(800).
            77 lin-stmt-ptr                 pic 9(4) value 0.
            77 lin-first-len                pic 9(4) value 0.
            77 lin-scan-line                pic 9(6) value 0.
            77 lin-stmt-done                pic 9 value 0.

      * token walk over one statement
            77 lin-tok-count                pic 9(3) value 0.
            01 lin-tok-tbl.
                05 lin-tok-row occurs LIN-TOKEN-MAX.
                    10 lin-tok               pic x(40).
                    10 lin-tok-pos           pic 9(4).
            77 lin-tok-ptr                  pic 9(4) value 0.
            77 lin-text-len                 pic 9(4) value 0.
            77 lin-t                        pic 9(3) value 0.
            01 lin-word                     pic x(40).
                88 LIN-WRITER-VERB   values 'MOVE' 'COMPUTE' 'ADD'
                                     'SUBTRACT' 'MULTIPLY' 'DIVIDE'
                                     'READ' 'CALL'.
                88 LIN-STOP-WORD     values 'MOVE' 'COMPUTE' 'ADD'
                                     'SUBTRACT' 'MULTIPLY' 'DIVIDE'
                                     'READ' 'CALL' 'IF' 'ELSE'
                                     'END-IF' 'DISPLAY' 'PERFORM'
                                     'WRITE' 'REWRITE' 'GO' 'STOP'
                                     'EXIT' 'GOBACK' 'EVALUATE'
                                     'WHEN' 'INITIALIZE' 'SET'
                                     'ACCEPT' 'STRING' 'UNSTRING'
                                     'OPEN' 'CLOSE' 'INSPECT'
                                     'CONTINUE' 'NOT' 'ON' 'SIZE'
                                     'AT' 'INVALID' 'EXCEPTION'
                                     'OVERFLOW' 'END-ADD'
                                     'END-SUBTRACT' 'END-COMPUTE'
                                     'END-MULTIPLY' 'END-DIVIDE'
                                     'END-CALL' 'END-READ'
                                     'END-PERFORM' 'END-EVALUATE'
                                     'START' 'DELETE' 'RELEASE'
                                     'RETURN' 'SEARCH' 'SORT'.
                88 LIN-FIGURATIVE    values 'ZERO' 'ZEROS' 'ZEROES'
                                     'SPACE' 'SPACES' 'HIGH-VALUE'
                                     'HIGH-VALUES' 'LOW-VALUE'
                                     'LOW-VALUES' 'QUOTE' 'QUOTES'
                                     'NULL' 'NULLS' 'TRUE' 'FALSE'.
                88 LIN-NOISE-WORD    values 'ROUNDED' 'CORRESPONDING'
                                     'CORR' 'NEXT' 'RECORD' 'IS'
                                     'ALL' 'OMITTED' 'ADDRESS'
                                     'LENGTH'.
                88 LIN-OPERATOR      values '+' '-' '*' '/' '**' '='
                                     '(' ')'.
            01 lin-operand                  pic x(40).
            01 lin-operand-work             pic x(40).
            77 lin-operand-len              pic 9(3) value 0.
            77 lin-paren-pos                pic 9(3) value 0.
            77 lin-odd-chars                pic 9(3) value 0.
      * M move, C compute, A add, S subtract, X multiply,
      * D divide, R read, L call -- space between statements
            01 lin-mode                     pic x value space.
      * 1 sources, 2 receivers, 3 TO/FROM/BY/INTO operands,
      * 4 READ's file, 6 CALL's program, 7 CALL's USING list,
      * 9 nothing more of interest
            77 lin-phase                    pic 9 value 0.
            77 lin-giving-flag              pic 9 value 0.
            77 lin-in-literal               pic 9 value 0.
            77 lin-skip-next                pic 9 value 0.
            77 lin-by-flag                  pic 9 value 0.
            01 lin-pass-mode                pic x value 'R'.
            77 lin-to-count                 pic 99 value 0.
            01 lin-to-tbl.
                05 lin-to occurs LIN-SEND-MAX pic x(30).
            77 lin-to-index                 pic 99 value 0.
            01 lin-add-name                 pic x(30).
            01 lin-add-kind                 pic x.
            77 lin-k                        pic 99 value 0.
            77 lin-found                    pic 99 value 0.

      * the fields to trace back, breadth first -- row 1 is
      * the one asked for
            77 lin-target-count             pic 9(3) value 0.
            01 lin-target-tbl.
                05 lin-target-row occurs LIN-TARGET-MAX.
                    10 lt-field              pic x(30).
                    10 lt-depth              pic 9.
      * walk back from just before this ring position
                    10 lt-before             pic 9(9).
                    10 lt-feeds-stmt         pic 9(4).
            77 lin-tg                       pic 9(3) value 0.
            77 lin-target-skipped           pic 9(4) value 0.

            77 lin-writer-count             pic 9(3) value 0.
            77 lin-writer-more              pic 9(6) value 0.
            01 lin-writer-tbl.
                05 lin-writer-row occurs LIN-WRITER-MAX.
                    10 lw-stmt               pic 9(4).
                    10 lw-last-pos           pic 9(9).
                    10 lw-count              pic 9(8).
            77 lin-w                        pic 9(3) value 0.
            77 lin-pos                      pic 9(9) value 0.
            77 lin-abs-pos                  pic 9(9) value 0.
            77 lin-total-writers            pic 9(6) value 0.

            01 lin-from-text                pic x(132).
            77 lin-from-ptr                 pic 9(3) value 0.
            01 lin-edit-count               pic z(7)9.

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
            if trace-path = spaces
                move 'gc-debugger.trace' to trace-path
            end-if.

            move spaces to pack-path.
            accept pack-path from environment 'COB_TRACE_PACK'
            end-accept.

            move spaces to lin-field.
            accept lin-field from environment 'COB_LINEAGE_FIELD'
            end-accept.
            if lin-field = spaces
                display 'Set COB_LINEAGE_FIELD to the field to '
                    'trace back.' end-display
                move 99 to return-code
                stop run
            end-if.
            move function upper-case (lin-field) to lin-word.
            perform clean-operand.
            move lin-operand to lin-field.

            move spaces to lin-depth-env.
            accept lin-depth-env from environment 'COB_LINEAGE_DEPTH'
            end-accept.
            if lin-depth-env not = spaces
                and function trim (lin-depth-env) is numeric
                move function numval (lin-depth-env) to lin-depth-max
            end-if.
            if lin-depth-max = 0
                move 1 to lin-depth-max
            end-if.

            move spaces to report-path.
            accept report-path from environment 'COB_LINEAGE_REPORT'
            end-accept.
            if report-path = spaces
                move 'gc-lineage.report' to report-path
            end-if.

            initialize lin-map-tbl.

            if pack-path not = spaces
                move pack-path to trace-path
                perform load-packed-file
            else
                perform load-trace-file
            end-if.

            if lin-exec-kept = 0
                display 'No trace records in '
                    function trim (trace-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform varying lin-stmt-index from 1 by 1
                until lin-stmt-index > lin-stmt-count

                perform analyse-statement
            end-perform.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform write-report-head.

            move 1 to lin-target-count.
            move lin-field to lt-field(1).
            move 1 to lt-depth(1).
            compute lt-before(1) = lin-exec-kept + 1 end-compute.
            move 0 to lt-feeds-stmt(1).

            perform varying lin-tg from 1 by 1
                until lin-tg > lin-target-count

                perform trace-one-target
            end-perform.

            perform write-report-totals.

            close report-file.

            display 'Lineage report written to '
                function trim (report-path) end-display.

            stop run.

      ***************************************************************
      *** ----------------- the capture into the execution ring --
      *** TRACE;module;line records and the bare module;line of
      *** older captures; SRCVER records name the source versions
        load-trace-file section.
            open input trace-file.

            if trace-file-status not = 0
                display 'Cannot open trace file '
                    function trim (trace-path) end-display
                move 99 to return-code
                stop run
            end-if

            read trace-file end-read
            perform until trace-file-status not = 0
                move 1 to lin-unstring-ptr
                move spaces to lin-token-1
                move spaces to lin-record-module
                move 0 to lin-record-line

                unstring trace-line delimited by ';'
                    into lin-token-1
                    with pointer lin-unstring-ptr
                end-unstring

                evaluate function trim (lin-token-1)
                    when 'TRACEHDR'
                    when 'SLICE'
                    when 'JOBHDR'
                    when 'STEP'
                    when 'HANDOFF'
                    when 'FILEIO'
                    when 'ACCEPT'
                    when 'STUB'
                    when 'HIT'
                        continue
                    when 'SRCVER'
                        move trace-line to sv-note-record
                        perform note-source-version
                    when 'TRACE'
                        unstring trace-line delimited by ';'
                            into lin-record-module lin-record-line
                            with pointer lin-unstring-ptr
                        end-unstring
                        perform record-executed-statement
                    when other
                        move lin-token-1 to lin-record-module
                        unstring trace-line delimited by ';'
                            into lin-record-line
                            with pointer lin-unstring-ptr
                        end-unstring
                        if lin-record-module not = spaces
                            perform record-executed-statement
                        end-if
                end-evaluate

                read trace-file end-read
            end-perform

            close trace-file

            continue.

      ***************************************************************
      *** ----------------- same load from a packed capture
        load-packed-file section.
            open input pack-file.

            if pack-file-status not = 0
                display 'Cannot open packed trace '
                    function trim (pack-path) end-display
                move 99 to return-code
                stop run
            end-if

            read pack-file end-read
            perform until pack-file-status not = 0
                if gct-kind = 'T'
                    move gct-module to lin-record-module
                    move gct-line to lin-record-line
                    perform record-executed-statement
                end-if

                read pack-file end-read
            end-perform

            close pack-file

            perform load-pack-versions.

            continue.

      ***************************************************************
      *** ----------------- one executed statement into the ring,
      *** its line into the statement table the first time it runs
        record-executed-statement section.
            move 0 to lin-mod-index.
            perform varying lin-k from 1 by 1
                until lin-k > lin-module-count or lin-mod-index > 0

                if lm-name(lin-k) = lin-record-module
                    move lin-k to lin-mod-index
                end-if
            end-perform

            if lin-mod-index = 0
                if lin-module-count >= LIN-MODULE-MAX
                    add 1 to lin-stmt-dropped
                    exit section
                end-if
                add 1 to lin-module-count
                move lin-record-module to lm-name(lin-module-count)
                move lin-module-count to lin-mod-index
            end-if

            if lin-record-line < 1
                or lin-record-line > LIN-MODULE-LINES

                add 1 to lin-stmt-dropped
                exit section
            end-if

            move lin-map-stmt(lin-mod-index, lin-record-line)
                to lin-stmt-index.
            if lin-stmt-index = 0
                if lin-stmt-count >= LIN-STMT-MAX
                    add 1 to lin-stmt-dropped
                    exit section
                end-if
                add 1 to lin-stmt-count
                move lin-stmt-count to lin-stmt-index
                move lin-stmt-index
                    to lin-map-stmt(lin-mod-index, lin-record-line)
                move lin-record-module to ls-module(lin-stmt-index)
                move lin-record-line to ls-line(lin-stmt-index)
                move spaces to ls-text(lin-stmt-index)
                move 0 to ls-literal(lin-stmt-index)
                move 0 to ls-recv-count(lin-stmt-index)
                move 0 to ls-send-count(lin-stmt-index)
                move 0 to ls-mark(lin-stmt-index)
            end-if

            add 1 to lin-exec-total.
            compute lin-exec-slot =
                function mod (lin-exec-total - 1, LIN-EXEC-MAX) + 1
            end-compute.
            move lin-stmt-index to lin-exec(lin-exec-slot).

            if lin-exec-total > LIN-EXEC-MAX
                move LIN-EXEC-MAX to lin-exec-kept
                compute lin-exec-dropped =
                    lin-exec-total - LIN-EXEC-MAX
                end-compute
                compute lin-exec-oldest =
                    function mod (lin-exec-total, LIN-EXEC-MAX) + 1
                end-compute
            else
                move lin-exec-total to lin-exec-kept
                move 1 to lin-exec-oldest
            end-if

            continue.

      ***************************************************************
      *** ----------------- reassemble one executed line's statement
      *** and sort its operands into fields written and fields read
        analyse-statement section.
            move spaces to lin-stmt-text.
            move 1 to lin-stmt-ptr.
            move 0 to lin-first-len.
            move 0 to lin-stmt-done.

            perform varying lin-scan-line
                from ls-line(lin-stmt-index) by 1
                until lin-stmt-done = 1
                or lin-scan-line > ls-line(lin-stmt-index) + 9

                perform fetch-statement-line

                if lin-source-ok = 0
                    move 1 to lin-stmt-done
                else
                    move spaces to lin-source-trimmed
                    move function upper-case (function trim
                            (lin-source-buffer))
                        to lin-source-trimmed
                    compute lin-source-len = function length
                        (function trim (lin-source-trimmed))
                    end-compute

                    if lin-source-trimmed not = spaces
                        and lin-source-trimmed(1:1) not = '*'

                        if lin-stmt-ptr > 1
                            string ' ' delimited by size
                                into lin-stmt-text
                                with pointer lin-stmt-ptr
                            end-string
                        end-if
                        string function trim (lin-source-trimmed)
                                delimited by size
                            into lin-stmt-text
                            with pointer lin-stmt-ptr
                        end-string

                        if lin-first-len = 0
                            move lin-source-len to lin-first-len
                        end-if

                        if lin-source-trimmed(lin-source-len:1) = '.'
                            move 1 to lin-stmt-done
                        end-if
                    end-if
                end-if
            end-perform

            if lin-stmt-text = spaces
                exit section
            end-if

            move lin-stmt-text to ls-text(lin-stmt-index).

            perform split-statement-tokens.

            move space to lin-mode.
            move 0 to lin-phase.
            move 0 to lin-in-literal.
            move 0 to lin-skip-next.

            perform varying lin-t from 1 by 1
                until lin-t > lin-tok-count

                move lin-tok(lin-t) to lin-word
                perform parse-one-token
            end-perform

            perform end-writer-verb.

            continue.

      ***************************************************************
      *** ----------------- line lin-scan-line of the statement's
      *** module -- the archived version first, then the module's
      *** linked entry point
        fetch-statement-line section.
            move 0 to lin-source-ok.
            move spaces to lin-source-buffer.

            move ls-module(lin-stmt-index) to sv-want-module.
            move lin-scan-line to sv-want-line.
            perform fetch-library-line.

            if sv-ok-flag = 1
                move sv-buffer to lin-source-buffer
                move 1 to lin-source-ok
                exit section
            end-if

            move spaces to lin-getline.
            string 'get_aniline_' delimited by size
                ls-module(lin-stmt-index) delimited by spaces
                into lin-getline
            end-string

            move lin-scan-line to lin-line-bin.

            call lin-getline using lin-line-bin
                lin-source-buffer
                on exception
                    move 0 to lin-source-ok
                not on exception
                    move 1 to lin-source-ok
            end-call

            continue.

      ***************************************************************
      *** ----------------- the statement text into words, each
      *** with where it starts -- commas and the closing period
      *** count as blanks
        split-statement-tokens section.
            move 0 to lin-tok-count.
            inspect lin-stmt-text replacing all ',' by space.
            inspect lin-stmt-text replacing all ';' by space.

            compute lin-text-len = function length
                (function trim (lin-stmt-text, trailing))
            end-compute.
            if lin-text-len > 0
                and lin-stmt-text(lin-text-len:1) = '.'
                move space to lin-stmt-text(lin-text-len:1)
            end-if

            move 1 to lin-tok-ptr.
            perform until lin-tok-ptr > lin-text-len
                or lin-tok-count >= LIN-TOKEN-MAX

                perform until lin-tok-ptr > lin-text-len
                    or lin-stmt-text(lin-tok-ptr:1) not = space
                    add 1 to lin-tok-ptr
                end-perform

                if lin-tok-ptr <= lin-text-len
                    add 1 to lin-tok-count
                    move lin-tok-ptr to lin-tok-pos(lin-tok-count)
                    move spaces to lin-tok(lin-tok-count)
                    unstring lin-stmt-text delimited by all space
                        into lin-tok(lin-tok-count)
                        with pointer lin-tok-ptr
                    end-unstring
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- one word of the statement. A writing
      *** verb only opens a statement on the traced line itself --
      *** later lines reassembled with it are their own trace
      *** records.
        parse-one-token section.
            if lin-in-literal = 1
                compute lin-operand-len = function length
                    (function trim (lin-word))
                end-compute
                if lin-word(lin-operand-len:1) = quote
                    or lin-word(lin-operand-len:1) = "'"
                    move 0 to lin-in-literal
                end-if
                exit section
            end-if

            if lin-skip-next = 1
                move 0 to lin-skip-next
                exit section
            end-if

            if lin-mode not = space and LIN-STOP-WORD
                perform end-writer-verb
            end-if

            if lin-mode = space
                if LIN-WRITER-VERB
                    and lin-tok-pos(lin-t) <= lin-first-len
                    perform start-writer-verb
                end-if
                exit section
            end-if

            evaluate true
                when lin-word = 'TO' and lin-mode = 'M'
                    move 2 to lin-phase
                when lin-word = 'TO' and lin-mode = 'A'
                    move 3 to lin-phase
                when lin-word = 'FROM' and lin-mode = 'S'
                    move 3 to lin-phase
                when lin-word = 'BY'
                    and (lin-mode = 'X' or lin-mode = 'D')
                    move 3 to lin-phase
                when lin-word = 'INTO' and lin-mode = 'D'
                    move 3 to lin-phase
                when lin-word = 'GIVING'
                    move 2 to lin-phase
                    move 1 to lin-giving-flag
                when lin-word = 'REMAINDER'
                    move 2 to lin-phase
                when (lin-word = '=' or lin-word = 'EQUAL')
                    and lin-mode = 'C'
                    move 1 to lin-phase
                when lin-word = 'INTO' and lin-mode = 'R'
                    move 2 to lin-phase
                when lin-word = 'KEY' and lin-mode = 'R'
                    move 9 to lin-phase
                when lin-word = 'USING' and lin-mode = 'L'
                    move 7 to lin-phase
                when lin-word = 'RETURNING' and lin-mode = 'L'
                    move 2 to lin-phase
                when lin-word = 'BY' and lin-mode = 'L'
                    move 1 to lin-by-flag
                when lin-by-flag = 1
                    move 0 to lin-by-flag
                    if lin-word = 'REFERENCE'
                        move 'R' to lin-pass-mode
                    else
                        move 'C' to lin-pass-mode
                    end-if
                when lin-word = 'OF' or lin-word = 'IN'
                    or lin-word = 'FUNCTION'
                    move 1 to lin-skip-next
                when LIN-NOISE-WORD or LIN-OPERATOR
                    continue
                when other
                    perform take-operand
            end-evaluate

            continue.

      ***************************************************************
        start-writer-verb section.
            move 0 to lin-giving-flag.
            move 0 to lin-by-flag.
            move 0 to lin-to-count.
            move 'R' to lin-pass-mode.

            evaluate lin-word
                when 'MOVE'
                    move 'M' to lin-mode
                    move 1 to lin-phase
                when 'COMPUTE'
                    move 'C' to lin-mode
                    move 2 to lin-phase
                when 'ADD'
                    move 'A' to lin-mode
                    move 1 to lin-phase
                when 'SUBTRACT'
                    move 'S' to lin-mode
                    move 1 to lin-phase
                when 'MULTIPLY'
                    move 'X' to lin-mode
                    move 1 to lin-phase
                when 'DIVIDE'
                    move 'D' to lin-mode
                    move 1 to lin-phase
                when 'READ'
                    move 'R' to lin-mode
                    move 4 to lin-phase
                when 'CALL'
                    move 'L' to lin-mode
                    move 6 to lin-phase
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- close off a statement -- the arithmetic
      *** verbs' TO/FROM/BY/INTO operands are read, and written too
      *** unless a GIVING took the result elsewhere
        end-writer-verb section.
            if lin-mode = 'A' or lin-mode = 'S'
                or lin-mode = 'X' or lin-mode = 'D'

                perform varying lin-to-index from 1 by 1
                    until lin-to-index > lin-to-count

                    move lin-to(lin-to-index) to lin-add-name
                    move 'D' to lin-add-kind
                    perform add-sender
                    if lin-giving-flag = 0
                        perform add-receiver
                    end-if
                end-perform
            end-if

            move space to lin-mode.
            move 0 to lin-phase.
            move 0 to lin-to-count.

            continue.

      ***************************************************************
      *** ----------------- a data name, literal or figurative
      *** constant in operand position
        take-operand section.
            if lin-word(1:1) = quote or lin-word(1:1) = "'"
                compute lin-operand-len = function length
                    (function trim (lin-word))
                end-compute
                if lin-operand-len = 1
                    or (lin-word(lin-operand-len:1) not = quote
                    and lin-word(lin-operand-len:1) not = "'")
                    move 1 to lin-in-literal
                end-if

                if lin-phase = 6
                    move lin-word to lin-add-name
                    inspect lin-add-name replacing all quote by space
                    inspect lin-add-name replacing all "'" by space
                    move function trim (lin-add-name)
                        to lin-add-name
                    move 'C' to lin-add-kind
                    perform add-sender
                    move 9 to lin-phase
                else
                    move 1 to ls-literal(lin-stmt-index)
                end-if
                exit section
            end-if

      * a receiver written "TABLE-ROW (IX)" -- the subscript
      * is not a field being written
            if lin-word(1:1) = '(' and lin-phase = 2
                exit section
            end-if

            perform clean-operand.
            if lin-operand = spaces
                exit section
            end-if

            move lin-operand to lin-word.
            if LIN-FIGURATIVE
                move 1 to ls-literal(lin-stmt-index)
                exit section
            end-if
            if LIN-OPERATOR or LIN-NOISE-WORD
                exit section
            end-if

            move 0 to lin-odd-chars.
            inspect lin-operand tallying lin-odd-chars
                for all 'A' 'B' 'C' 'D' 'E' 'F' 'G' 'H' 'I' 'J' 'K'
                    'L' 'M' 'N' 'O' 'P' 'Q' 'R' 'S' 'T' 'U' 'V' 'W'
                    'X' 'Y' 'Z'.
            if lin-odd-chars = 0
                move 1 to ls-literal(lin-stmt-index)
                exit section
            end-if

            move lin-operand to lin-add-name.
            evaluate lin-phase
                when 1
                    move 'D' to lin-add-kind
                    perform add-sender
                when 2
                    perform add-receiver
                when 3
                    if lin-to-count < LIN-SEND-MAX
                        add 1 to lin-to-count
                        move lin-operand to lin-to(lin-to-count)
                    end-if
                when 4
                    move 'F' to lin-add-kind
                    perform add-sender
                    move 9 to lin-phase
                when 6
                    move 'C' to lin-add-kind
                    perform add-sender
                    move 9 to lin-phase
                when 7
                    if lin-pass-mode = 'R'
                        perform add-receiver
                    end-if
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- lin-word stripped to its data name --
      *** expression parentheses, subscripts and reference
      *** modification set aside -- into lin-operand
        clean-operand section.
            move spaces to lin-operand.
            move function trim (lin-word) to lin-operand.

            perform until lin-operand(1:1) not = '('
                move lin-operand(2:) to lin-operand-work
                move lin-operand-work to lin-operand
            end-perform

            move 0 to lin-paren-pos.
            inspect lin-operand tallying lin-paren-pos
                for characters before initial '('.
            if lin-paren-pos < 40
                move spaces to lin-operand(lin-paren-pos + 1:)
            end-if

            inspect lin-operand replacing all ')' by space.
            move function trim (lin-operand) to lin-operand.

            continue.

      ***************************************************************
        add-receiver section.
            move 0 to lin-found.
            perform varying lin-k from 1 by 1
                until lin-k > ls-recv-count(lin-stmt-index)
                or lin-found > 0

                if ls-recv(lin-stmt-index, lin-k) = lin-add-name
                    move lin-k to lin-found
                end-if
            end-perform

            if lin-found = 0
                and ls-recv-count(lin-stmt-index) < LIN-RECV-MAX

                add 1 to ls-recv-count(lin-stmt-index)
                move lin-add-name to ls-recv(lin-stmt-index,
                    ls-recv-count(lin-stmt-index))
            end-if

            continue.

      ***************************************************************
        add-sender section.
            move 0 to lin-found.
            perform varying lin-k from 1 by 1
                until lin-k > ls-send-count(lin-stmt-index)
                or lin-found > 0

                if ls-send-name(lin-stmt-index, lin-k) = lin-add-name
                    move lin-k to lin-found
                end-if
            end-perform

            if lin-found = 0
                and ls-send-count(lin-stmt-index) < LIN-SEND-MAX

                add 1 to ls-send-count(lin-stmt-index)
                move lin-add-name to ls-send-name(lin-stmt-index,
                    ls-send-count(lin-stmt-index))
                move lin-add-kind to ls-send-kind(lin-stmt-index,
                    ls-send-count(lin-stmt-index))
            end-if

            continue.

      ***************************************************************
        write-report-head section.
            move spaces to report-line.
            string 'Data lineage for ' delimited by size
                function trim (lin-field) delimited by size
                into report-line
            end-string
            write report-line

            move spaces to report-line.
            move 1 to lin-from-ptr.
            move lin-exec-total to lin-edit-count.
            string '  trace ' delimited by size
                function trim (trace-path) delimited by size
                ' -- ' delimited by size
                function trim (lin-edit-count) delimited by size
                ' statements executed, ' delimited by size
                into report-line
                with pointer lin-from-ptr
            end-string
            move lin-stmt-count to lin-edit-count.
            string function trim (lin-edit-count) delimited by size
                ' distinct lines, depth ' delimited by size
                lin-depth-max delimited by size
                into report-line
                with pointer lin-from-ptr
            end-string
            write report-line

            if lin-exec-dropped > 0
                move spaces to report-line
                move lin-exec-dropped to lin-edit-count
                string '  the oldest ' delimited by size
                    function trim (lin-edit-count) delimited by size
                    ' statements fall outside the lineage walk'
                        delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            if lin-stmt-dropped > 0
                move spaces to report-line
                move lin-stmt-dropped to lin-edit-count
                string '  ' delimited by size
                    function trim (lin-edit-count) delimited by size
                    ' statements past the module/line table limits '
                        delimited by size
                    'were not analysed' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            continue.

      ***************************************************************
      *** ----------------- every executed statement that wrote
      *** this target before its walk-back point, latest first
        trace-one-target section.
            move spaces to report-line
            write report-line

            move spaces to report-line.
            if lt-feeds-stmt(lin-tg) = 0
                string function trim (lt-field(lin-tg))
                        delimited by size
                    '  (final value)' delimited by size
                    into report-line
                end-string
            else
                move lt-feeds-stmt(lin-tg) to lin-stmt-index
                string function trim (lt-field(lin-tg))
                        delimited by size
                    '  (depth ' delimited by size
                    lt-depth(lin-tg) delimited by size
                    ', feeds ' delimited by size
                    function trim (ls-module(lin-stmt-index))
                        delimited by size
                    ' line ' delimited by size
                    ls-line(lin-stmt-index) delimited by size
                    ')' delimited by size
                    into report-line
                end-string
            end-if
            write report-line.

            perform varying lin-stmt-index from 1 by 1
                until lin-stmt-index > lin-stmt-count

                move 0 to ls-hit(lin-stmt-index)
                perform varying lin-k from 1 by 1
                    until lin-k > ls-recv-count(lin-stmt-index)
                    or ls-hit(lin-stmt-index) = 1

                    if ls-recv(lin-stmt-index, lin-k)
                        = lt-field(lin-tg)
                        move 1 to ls-hit(lin-stmt-index)
                    end-if
                end-perform
            end-perform

            move 0 to lin-writer-count.
            move 0 to lin-writer-more.

            perform varying lin-pos from lt-before(lin-tg) by -1
                until lin-pos <= 1

                compute lin-exec-slot = function mod
                    (lin-exec-oldest + lin-pos - 3, LIN-EXEC-MAX) + 1
                end-compute
                move lin-exec(lin-exec-slot) to lin-stmt-index

                if ls-hit(lin-stmt-index) = 1
                    if ls-mark(lin-stmt-index) = lin-tg
                        if ls-writer(lin-stmt-index) > 0
                            add 1 to lw-count
                                (ls-writer(lin-stmt-index))
                        end-if
                    else
                        move lin-tg to ls-mark(lin-stmt-index)
                        move 0 to ls-writer(lin-stmt-index)
                        if lin-writer-count < LIN-WRITER-MAX
                            add 1 to lin-writer-count
                            move lin-writer-count
                                to ls-writer(lin-stmt-index)
                            move lin-stmt-index
                                to lw-stmt(lin-writer-count)
                            compute lw-last-pos(lin-writer-count) =
                                lin-pos - 1
                            end-compute
                            move 1 to lw-count(lin-writer-count)
                        else
                            add 1 to lin-writer-more
                        end-if
                    end-if
                end-if
            end-perform

            if lin-writer-count = 0
                move spaces to report-line
                string '    no executed statement writes it -- '
                        delimited by size
                    'its value came from a VALUE clause, a file '
                        delimited by size
                    'record or a group move' delimited by size
                    into report-line
                end-string
                write report-line
                exit section
            end-if

            add lin-writer-count to lin-total-writers.

            perform varying lin-w from 1 by 1
                until lin-w > lin-writer-count

                perform write-one-writer
            end-perform

            if lin-writer-more > 0
                move spaces to report-line
                move lin-writer-more to lin-edit-count
                string '    ... and ' delimited by size
                    function trim (lin-edit-count) delimited by size
                    ' more statement(s) not listed' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            continue.

      ***************************************************************
      *** ----------------- one writer: where, how often, the
      *** statement, and what it took its value from -- source
      *** fields are queued to be traced back in turn
        write-one-writer section.
            move lw-stmt(lin-w) to lin-stmt-index.

            compute lin-abs-pos = lin-exec-dropped + lw-last-pos(lin-w)
            end-compute.

            move spaces to report-line.
            move 1 to lin-from-ptr.
            move lw-count(lin-w) to lin-edit-count.
            string '  ' delimited by size
                function trim (ls-module(lin-stmt-index))
                    delimited by size
                ' line ' delimited by size
                ls-line(lin-stmt-index) delimited by size
                '  ran ' delimited by size
                function trim (lin-edit-count) delimited by size
                'x, last at statement ' delimited by size
                into report-line
                with pointer lin-from-ptr
            end-string
            move lin-abs-pos to lin-edit-count.
            string function trim (lin-edit-count) delimited by size
                into report-line
                with pointer lin-from-ptr
            end-string
            write report-line.

            move spaces to report-line.
            string '      ' delimited by size
                ls-text(lin-stmt-index) delimited by size
                into report-line
            end-string
            write report-line.

            move spaces to lin-from-text.
            move 1 to lin-from-ptr.
            string '      from' delimited by size
                into lin-from-text
                with pointer lin-from-ptr
            end-string

            perform varying lin-k from 1 by 1
                until lin-k > ls-send-count(lin-stmt-index)

                evaluate ls-send-kind(lin-stmt-index, lin-k)
                    when 'F'
                        string ' file' delimited by size
                            into lin-from-text
                            with pointer lin-from-ptr
                        end-string
                    when 'C'
                        string ' program' delimited by size
                            into lin-from-text
                            with pointer lin-from-ptr
                        end-string
                    when other
                        perform queue-source-field
                end-evaluate

                string ' ' delimited by size
                    function trim (ls-send-name(lin-stmt-index,
                        lin-k)) delimited by size
                    into lin-from-text
                    with pointer lin-from-ptr
                    on overflow
                        continue
                end-string
            end-perform

            if ls-literal(lin-stmt-index) = 1
                string ' a literal' delimited by size
                    into lin-from-text
                    with pointer lin-from-ptr
                    on overflow
                        continue
                end-string
            end-if

            if lin-from-ptr > 11
                move lin-from-text to report-line
                write report-line
            end-if

            continue.

      ***************************************************************
      *** ----------------- a source field into the target queue,
      *** once -- the first (shallowest, latest) sighting wins
        queue-source-field section.
            if lt-depth(lin-tg) >= lin-depth-max
                exit section
            end-if

            move 0 to lin-found.
            perform varying lin-t from 1 by 1
                until lin-t > lin-target-count or lin-found > 0

                if lt-field(lin-t) = ls-send-name(lin-stmt-index, lin-k)
                    move 1 to lin-found
                end-if
            end-perform

            if lin-found > 0
                exit section
            end-if

            if lin-target-count >= LIN-TARGET-MAX
                add 1 to lin-target-skipped
                exit section
            end-if

            add 1 to lin-target-count.
            move ls-send-name(lin-stmt-index, lin-k)
                to lt-field(lin-target-count).
            compute lt-depth(lin-target-count) = lt-depth(lin-tg) + 1
            end-compute.
            move lw-last-pos(lin-w) to lt-before(lin-target-count).
            move lin-stmt-index to lt-feeds-stmt(lin-target-count).

            continue.

      ***************************************************************
        write-report-totals section.
            move spaces to report-line
            write report-line

            move spaces to report-line.
            move lin-target-count to lin-edit-count.
            move 1 to lin-from-ptr.
            string 'Fields traced: ' delimited by size
                function trim (lin-edit-count) delimited by size
                into report-line
                with pointer lin-from-ptr
            end-string
            move lin-total-writers to lin-edit-count.
            string '   statements listed: ' delimited by size
                function trim (lin-edit-count) delimited by size
                into report-line
                with pointer lin-from-ptr
            end-string
            write report-line.

            if lin-target-skipped > 0
                move spaces to report-line
                move lin-target-skipped to lin-edit-count
                string '  ' delimited by size
                    function trim (lin-edit-count) delimited by size
                    ' source field(s) past the table limit were not '
                        delimited by size
                    'followed' delimited by size
                    into report-line
                end-string
                write report-line
            end-if

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
