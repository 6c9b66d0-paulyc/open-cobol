      * without the per-record text parse. Record 1 is a header
      * ('#', 'GCTPACK1', total record count); a companion
      * "<pack>.idx" position index lists every HIT record's
      * sequence number so the replay's N/B jumps stay instant,
      * and a companion "<pack>.ver" carries the capture's SRCVER
      * records (the source version each module ran under) as
      * written, outside the numbered statement records. A job
      * capture's JOBHDR, STEP and HANDOFF markers and any FILEIO
      * records ride in the same companion, each with the number
      * of the statement record it stands before appended as a
      * last field, so gc-replay still shows the step boundaries.
      *   COB_TRACE_FILE   the text capture to convert
      *   COB_TRACE_PACK   the packed output
      *                    (default <trace-file>.gct)
                organization is line sequential
                file status is pack-idx-status.

            select pack-ver-file assign to pack-ver-path
                organization is line sequential
                file status is pack-ver-status.

        data division.
        file section.

        fd  pack-idx-file.
            01 pack-idx-record      pic x(100).

        fd  pack-ver-file.
            01 pack-ver-record      pic x(200).

        working-storage section.

            01 trace-path                   pic x(256) value spaces.
            01 pack-file-status             pic 99.
            01 pack-idx-path                pic x(260) value spaces.
            01 pack-idx-status              pic 99.
            01 pack-ver-path                pic x(260) value spaces.
            01 pack-ver-status              pic 99.
            01 pack-rec-number              pic 9(9).

            77 tpk-record-count             pic 9(9) value 0.
            77 tpk-hit-count                pic 9(6) value 0.
            77 tpk-skipped-count            pic 9(6) value 0.
            77 tpk-marker-position          pic 9(9) value 0.

      * record parse scratch -- same three accepted
      * shapes as gc-replay's load-trace-file
            01 tpk-rec-hit-kind             pic x(5).
            01 tpk-rec-hit-name             pic x(30).

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
                into pack-idx-path
            end-string.

            move spaces to pack-ver-path.
            string function trim (pack-path) delimited by size
                '.ver' delimited by size
                into pack-ver-path
            end-string.

            open input trace-file.
            if trace-file-status not = 0
                display 'Cannot open trace file '
            end-if.

            open output pack-idx-file.
            open output pack-ver-file.

      * the header goes out first with a zero count --
      * stamp-pack-header rewrites it with the real total once
            close trace-file.
            close pack-file.
            close pack-idx-file.
            close pack-ver-file.

            perform stamp-pack-header.

                when 'SLICE'
                    add 1 to tpk-skipped-count
                    exit section
                when 'SRCVER'
                    move trace-line to pack-ver-record
                    write pack-ver-record
                    exit section
                when 'JOBHDR'
                when 'STEP'
                when 'HANDOFF'
                when 'FILEIO'
                when 'ACCEPT'
                when 'STUB'
                    compute tpk-marker-position =
                        tpk-record-count + 1
                    end-compute
                    move spaces to pack-ver-record
                    string function trim (trace-line, trailing)
                            delimited by size
                        ';' delimited by size
                        tpk-marker-position delimited by size
                        into pack-ver-record
                    end-string
                    write pack-ver-record
                    exit section
                when other
                    move tpk-token-1 to tpk-rec-module
                    unstring trace-line delimited by ';'
