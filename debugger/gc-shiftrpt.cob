
      * shift-end timeline report over the fleet history
      * file gc-fleet's record-state-transition appends
      * (session;tag;module;line;hhmmss;host). One section per
      * session: when it was first seen, every RUNNING/PAUSED/
      * STALLED/BUDGET/ENDED transition with where execution stood,
      * and the last state of the shift -- the answer to "what
      * happened to payroll at 02:40" the morning lead asks for.
      * A session the console polled on another batch server is
      * kept apart by its host:port, so two servers' "payroll"
      * rows get a section each, and the hours its host could not
      * be reached show as UNREACHABLE transitions.
      *   COB_FLEET_HISTORY   the history file
      *                       (default gc-fleet.history)
      *   COB_SHIFT_REPORT    the report (default gc-shift.report)
            01 shr-event-tbl.
                05 shr-event-row occurs SHR-EVENT-MAX.
                    10 se-session            pic x(16).
                    10 se-tag                pic x(12).
                    10 se-module             pic x(30).
                    10 se-line               pic 9(6).
                    10 se-stamp              pic x(6).
                    10 se-host               pic x(70).

            77 shr-session-count            pic 9(2) value 0.
            01 shr-session-tbl.
                05 shr-session-row occurs SHR-SESSION-MAX.
                    10 ss-name               pic x(16).
                    10 ss-host               pic x(70).
                    10 ss-first-stamp        pic x(6).
                    10 ss-last-stamp         pic x(6).
                    10 ss-last-tag           pic x(12).
                    10 ss-event-count        pic 9(4).

            01 shr-unstring-ptr             pic 9(4).
            77 shr-found-index              pic 9(2) value 0.
            77 shr-truncated-flag           pic 9 value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to history-path.
            accept history-path from environment 'COB_FLEET_HISTORY'
            end-accept.
                        into se-stamp(shr-event-count)
                        with pointer shr-unstring-ptr
                    end-unstring
      * the host:port of a remote session -- absent on a
      * local one, and on history from before the console polled
      * other servers
                    move spaces to se-host(shr-event-count)
                    if shr-unstring-ptr <= length of history-record
                        unstring history-record delimited by ';'
                            into se-host(shr-event-count)
                            with pointer shr-unstring-ptr
                        end-unstring
                    end-if

                    perform note-session
                end-if

                if ss-name(shr-sess-index)
                    = se-session(shr-event-count)
                    and ss-host(shr-sess-index)
                    = se-host(shr-event-count)

                    move shr-sess-index to shr-found-index
                end-if
                move shr-session-count to shr-found-index
                move se-session(shr-event-count)
                    to ss-name(shr-found-index)
                move se-host(shr-event-count)
                    to ss-host(shr-found-index)
                move se-stamp(shr-event-count)
                    to ss-first-stamp(shr-found-index)
                move 0 to ss-event-count(shr-found-index)
            write report-line

            move spaces to report-line.
            move 1 to shr-unstring-ptr.
            string 'Session ' delimited by size
                function trim (ss-name(shr-sess-index))
                    delimited by size
                into report-line
                with pointer shr-unstring-ptr
            end-string
            if ss-host(shr-sess-index) not = spaces
                string ' on ' delimited by size
                    function trim (ss-host(shr-sess-index))
                        delimited by size
                    into report-line
                    with pointer shr-unstring-ptr
                end-string
            end-if
            string '  first seen ' delimited by size
                ss-first-stamp(shr-sess-index) delimited by size
                '  last seen ' delimited by size
                ss-last-stamp(shr-sess-index) delimited by size
                function trim (ss-last-tag(shr-sess-index))
                    delimited by size
                into report-line
                with pointer shr-unstring-ptr
            end-string
            write report-line


                if se-session(shr-index)
                    = ss-name(shr-sess-index)
                    and se-host(shr-index)
                    = ss-host(shr-sess-index)

                    move spaces to report-line
                    string '  ' delimited by size
