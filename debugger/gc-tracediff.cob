            01 tdiff-found-flag             pic 9.
            01 tdiff-step-text              pic x(40).

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to trace-path-a.
            accept trace-path-a from environment 'COB_TRACE_FILE_A'
            end-accept.
                when 'HIT'
                when 'TRACEHDR'
                when 'SLICE'
                when 'SRCVER'
                when 'JOBHDR'
                when 'STEP'
                when 'HANDOFF'
                when 'FILEIO'
                when 'ACCEPT'
                when 'STUB'
                    continue
                when 'TRACE'
                    unstring tdiff-parse-buffer delimited by ';'
