      * either just the state-file path or "name;path" to give the
      * row a friendlier label.
      *
      * A session on another batch server is listed by the
      * host:port its gc-netd answers on instead of a path --
      * "payroll;batch2:7101". Each refresh polls it over that
      * connection with gc-netd's read-only STATUS request; a host
      * that cannot be reached, or does not answer, shows as
      * UNREACHABLE and raises one alert per outage. The run-time
      * has no socket service of its own, so the conversation is
      * handed to a connect command:
      *   COB_NET_CONNECT    run as "<command> <host> <port>" with
      *                      the request on its input and the reply
      *                      on its output (default nc -w 5)
      *   COB_NET_WORK       the request and reply work files are
      *                      <this>.req and <this>.rep (default
      *                      gc-fleet.net)
      *   COB_DEBUG_USER     who the console says HELLO as, always
      *                      as an OBSERVER (default gc-fleet)
      * A remote row's heartbeat age is the one gc-netd reckons by
      * its own host's clock.
      *
      * Keys: Enter refresh, 1-12 zoom into that session
      * (gc-attach's single-session view, inline), Q quit,
      * C <n>|ALL <command> to push a command-channel command
      * carry the command-file path as its third part,
      * "name;state-path;command-path". Per-session delivery
      * status shows on the console after each push.
      *
      * Every refresh also rewrites two machine-readable feeds for
      * the operations dashboard:
      *   COB_FLEET_JSON     one JSON status document
      *                      (default gc-fleet.json)
      *   COB_FLEET_METRICS  Prometheus text-format metrics
      *                      (default gc-fleet.prom)
      * Both cover, per session, the state (STALLED included),
      * module, line, seconds since its last heartbeat, breakpoint
      * and watchpoint hits and run-budget consumption, plus the
      * fleet's totals by state. Each is written as <name>.tmp and
      * renamed over the old file, so a scraper never sees half a
      * document. The console refreshes itself every
      * COB_FLEET_REFRESH seconds (default 30, 0 waits for Enter).
      * COB_FLEET_FEED_ONLY=Y runs with no screen at all, just
      * refreshing the feeds on that interval -- for
      * COB_FLEET_FEED_CYCLES refreshes, or until stopped when that
      * is 0 or unset.

        environment division.
        configuration section.
                file status is alert-file-status.

      * one appended record per observed state
      * transition (session;tag;module;line;hhmmss;host) -- the raw
      * material of gc-shiftrpt's shift-end timeline; host is the
      * host:port of a remote row, empty for a local one
            select history-file assign to history-path
                organization is line sequential
                file status is history-file-status.
                organization is line sequential
                file status is msg-file-status.

      * the dashboard feeds, each written under its .tmp
      * name and then renamed into place
            select feed-file assign to feed-temp-path
                organization is line sequential
                file status is feed-file-status.

      * a remote row's poll -- the request handed to the
      * connect command and the reply it brought back
            select net-request-file assign to net-request-path
                organization is line sequential
                file status is net-request-status.

            select net-reply-file assign to net-reply-path
                organization is line sequential
                file status is net-reply-status.

        data division.
        file section.

        fd  msg-file.
            01 msg-record           pic x(80).

        fd  feed-file.
            01 feed-record          pic x(300).

        fd  net-request-file.
            01 net-request-record   pic x(80).

        fd  net-reply-file.
            01 net-reply-record     pic x(300).

        working-storage section.
            copy screenio.

                05 fleet-row occurs FLEET-MAX.
                    10 fl-name               pic x(16).
                    10 fl-path               pic x(256).
                    10 fl-tag                pic x(12).
                    10 fl-module             pic x(30).
                    10 fl-line               pic 9(6).
      * stalled-session watchdog state, per session --
                    10 fl-alerted-flag       pic 9.
      * the tag last written to the history file, so
      * only genuine transitions are appended
                    10 fl-hist-tag           pic x(12).
      * the session's command-file path (third part of
      * its fleet list line) and the outcome of the last push
                    10 fl-cmd-path           pic x(256).
                    10 fl-delivery           pic x(4).
      * the rest of the published state line -- heartbeat
      * clock, hit counts and budget consumption -- and the
      * heartbeat's age at the last refresh (-1 when the session
      * doesn't stamp one)
                    10 fl-stamp              pic x(6).
                    10 fl-bp-hits            pic 9(5).
                    10 fl-wp-hits            pic 9(5).
                    10 fl-run-stmts          pic 9(8).
                    10 fl-stmt-budget        pic 9(8).
                    10 fl-run-seconds        pic 9(6).
                    10 fl-time-budget        pic 9(6).
                    10 fl-beat-age           pic s9(6).
      * a row listed as host:port -- polled through that
      * host's gc-netd, with the heartbeat age it reported and
      * whether the current outage has been alerted yet
                    10 fl-remote-flag        pic 9.
                    10 fl-host               pic x(64).
                    10 fl-port               pic x(5).
                    10 fl-net-age            pic s9(6).
                    10 fl-unreach-alerted    pic 9.

            01 fleet-token-1                pic x(256).
            01 fleet-token-2                pic x(256).

      * single-session parse scratch, same shape as
      * gc-attach's read-session-state
            01 fleet-read-tag               pic x(12).
            01 fleet-read-module            pic x(30).
            01 fleet-read-line              pic 9(6).
            01 fleet-read-seq               pic 9(6).
            01 fleet-read-stamp             pic x(6).
            01 fleet-read-bp                pic 9(5).
            01 fleet-read-wp                pic 9(5).
            01 fleet-read-stmts             pic 9(8).
            01 fleet-read-stmt-budget       pic 9(8).
            01 fleet-read-seconds           pic 9(6).
            01 fleet-read-time-budget       pic 9(6).
            01 fleet-state-text             pic x(200).
            01 fleet-poll-index             pic 9(2).

      * the remote poll -- how to reach gc-netd, and what
      * came back
            01 net-request-path             pic x(260) value spaces.
            01 net-request-status           pic 99.
            01 net-reply-path               pic x(260) value spaces.
            01 net-reply-status             pic 99.
            01 net-work-path                pic x(256) value spaces.
            01 net-connect-cmd              pic x(200) value spaces.
            01 net-user                     pic x(20) value spaces.
            01 net-run-command              pic x(1024) value spaces.
            01 net-run-rc                   pic s9(9) comp-5 value 0.
            77 net-contact-flag             pic 9 value 0.
            77 net-state-flag               pic 9 value 0.
            01 net-read-age                 pic s9(6) value 0.
            01 net-age-text                 pic x(8).
            01 net-hits-bp                  pic x(8).
            01 net-hits-wp                  pic x(8).
            01 net-reply-kind               pic x(8).

      * stalled-session watchdog configuration and clock
            01 alert-path                   pic x(256) value spaces.
      * fleet history recorder
            01 history-path                 pic x(256) value spaces.
            01 history-file-status          pic 99.
            01 fleet-effective-tag          pic x(12) value spaces.
            01 fleet-hist-host              pic x(70) value spaces.

      * dashboard feeds -- where they go, how often, and the
      * scratch each line is built in
            01 feed-json-path               pic x(256) value spaces.
            01 feed-prom-path               pic x(256) value spaces.
            01 feed-final-path              pic x(256) value spaces.
            01 feed-temp-path               pic x(260) value spaces.
            01 feed-file-status             pic 99.
            01 fleet-refresh-seconds        pic 9(4) value 30.
            01 fleet-refresh-env            pic x(5) value spaces.
            01 fleet-refresh-hundredths     pic 9(6) value 0.
            01 fleet-feed-only-flag         pic x value 'N'.
            01 fleet-feed-cycles            pic 9(6) value 0.
            01 fleet-feed-cycles-env        pic x(7) value spaces.
            01 fleet-feed-cycle-count       pic 9(6) value 0.
            01 feed-ptr                     pic 9(4).
            01 feed-value                   pic s9(8).
            01 feed-num-edit                pic -(8)9.
            01 feed-esc-in                  pic x(256).
            01 feed-esc-out                 pic x(512).
            01 feed-esc-len                 pic 9(4).
            01 feed-esc-index               pic 9(4).
            01 feed-esc-out-len             pic 9(4).
            01 feed-metric-code             pic 9(2).
            01 feed-metric-name             pic x(60).
            01 feed-metric-help             pic x(80).
            01 feed-metric-type             pic x(8).
            01 feed-date-raw                pic 9(8).
            01 feed-time-raw.
                03 feed-time-hhmmss          pic 9(6).
                03 filler                    pic 99.
            01 feed-generated               pic x(19).
            01 feed-stamp-raw.
                03 feed-stamp-hh             pic 99.
                03 feed-stamp-mm             pic 99.
                03 feed-stamp-ss             pic 99.
            01 feed-stamp-secs              pic 9(6).
      * fleet totals by effective state
            77 feed-state-count             pic 9(2) value 0.
            01 feed-state-tbl.
                05 feed-state-row occurs FLEET-MAX.
                    10 fs-tag                pic x(12).
                    10 fs-count              pic 9(2).
            01 feed-state-index             pic 9(2).

      * the catalog and the texts it may replace
            01 msg-path                     pic x(256) value spaces.
                03 fz-module-line            pic x(60) value spaces.
                03 fz-line-line              pic x(60) value spaces.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        screen section.

            01 fleet-screen.
                    LINE 13 COL 10 using fz-line-line.

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            set environment 'COB_SCREEN_EXCEPTIONS' to 'Y'.
            set environment 'COB_SCREEN_ESC' to 'Y'.

                move 60 to fleet-stall-seconds
            end-if.

            move spaces to feed-json-path.
            accept feed-json-path from environment 'COB_FLEET_JSON'
            end-accept.
            if feed-json-path = spaces
                move 'gc-fleet.json' to feed-json-path
            end-if.

            move spaces to feed-prom-path.
            accept feed-prom-path from environment
                'COB_FLEET_METRICS' end-accept.
            if feed-prom-path = spaces
                move 'gc-fleet.prom' to feed-prom-path
            end-if.

            move spaces to fleet-refresh-env.
            accept fleet-refresh-env from environment
                'COB_FLEET_REFRESH' end-accept.
            if fleet-refresh-env not = spaces
                and function trim (fleet-refresh-env) is numeric
                move function numval (fleet-refresh-env)
                    to fleet-refresh-seconds
            end-if.

            move spaces to fleet-feed-cycles-env.
            accept fleet-feed-cycles-env from environment
                'COB_FLEET_FEED_CYCLES' end-accept.
            if fleet-feed-cycles-env not = spaces
                and function trim (fleet-feed-cycles-env) is numeric
                move function numval (fleet-feed-cycles-env)
                    to fleet-feed-cycles
            end-if.

            accept fleet-feed-only-flag from environment
                'COB_FLEET_FEED_ONLY' end-accept.
            move function upper-case (fleet-feed-only-flag)
                to fleet-feed-only-flag.

      * with nobody at a screen the interval is all there is
            if fleet-feed-only-flag = 'Y'
                and fleet-refresh-seconds = 0
                move 30 to fleet-refresh-seconds
            end-if.
            compute fleet-refresh-hundredths =
                fleet-refresh-seconds * 100
            end-compute.

            move spaces to net-connect-cmd.
            accept net-connect-cmd from environment 'COB_NET_CONNECT'
            end-accept.
            if net-connect-cmd = spaces
                move 'nc -w 5' to net-connect-cmd
            end-if.

            move spaces to net-work-path.
            accept net-work-path from environment 'COB_NET_WORK'
            end-accept.
            if net-work-path = spaces
                move 'gc-fleet.net' to net-work-path
            end-if.
            move spaces to net-request-path.
            string function trim (net-work-path) delimited by size
                '.req' delimited by size
                into net-request-path
            end-string.
            move spaces to net-reply-path.
            string function trim (net-work-path) delimited by size
                '.rep' delimited by size
                into net-reply-path
            end-string.

            move spaces to net-user.
            accept net-user from environment 'COB_DEBUG_USER'
            end-accept.
            if net-user = spaces
                move 'gc-fleet' to net-user
            end-if.

            perform load-message-catalog.

            perform load-fleet-list.
                stop run
            end-if.

            if fleet-feed-only-flag = 'Y'
                perform run-feeds-only
                stop run
            end-if.

            perform until fleet-quit-flag = 1
                perform refresh-all-sessions
                perform write-status-feeds
                perform build-fleet-display

                display fleet-screen end-display

      * a timed-out accept comes back empty and simply
      * goes round again -- that is the periodic refresh
                move spaces to fleet-input-buffer
                if fleet-refresh-seconds > 0
                    accept fleet-input-buffer line 18 col 3
                        before time fleet-refresh-hundredths
                    end-accept
                else
                    accept fleet-input-buffer line 18 col 3
                    end-accept
                end-if

      * the as-typed copy first -- a pushed channel
      * command's arguments keep their case

      ***************************************************************
      *** ----------------- read the fleet list -- one session per
      *** line, "path" or "name;path", the path a local state file
      *** or the host:port of a remote session's gc-netd
        load-fleet-list section.
            move 0 to fleet-count.

                        move fleet-token-3
                            to fl-cmd-path(fleet-count)
                        move spaces to fl-delivery(fleet-count)

                        perform classify-fleet-path
                    end-if

                    read fleet-list-file end-read

            continue.

      ***************************************************************
      *** ----------------- the row just listed: host:port (no
      *** slash, an all-digit port) is a remote session, anything
      *** else a state-file path
        classify-fleet-path section.
            move 0 to fl-remote-flag(fleet-count).
            move spaces to fl-host(fleet-count).
            move spaces to fl-port(fleet-count).
            move -1 to fl-net-age(fleet-count).
            move 0 to fl-unreach-alerted(fleet-count).

            move 0 to fleet-unstring-ptr.
            inspect fl-path(fleet-count) tallying fleet-unstring-ptr
                for all '/'
            if fleet-unstring-ptr > 0
                exit section
            end-if

            move spaces to fleet-token-1.
            move spaces to fleet-token-2.
            unstring fl-path(fleet-count) delimited by ':'
                into fleet-token-1 fleet-token-2
            end-unstring

            if fleet-token-1 not = spaces
                and fleet-token-2 not = spaces
                and function trim (fleet-token-2) is numeric
                move 1 to fl-remote-flag(fleet-count)
                move fleet-token-1 to fl-host(fleet-count)
                move function trim (fleet-token-2)
                    to fl-port(fleet-count)
            end-if

            continue.

      ***************************************************************
      *** ----------------- re-read every session's state file --
      *** same open-fresh-every-time idiom as gc-attach, so each
      *** refresh sees the latest rewrite, never a stale handle;
      *** a remote row is polled through its host's gc-netd
        refresh-all-sessions section.
            perform varying fleet-index from 1 by 1
                until fleet-index > fleet-count

                move fleet-index to fleet-poll-index
                perform read-row-state
                move net-read-age to fl-net-age(fleet-index)

                move fleet-read-tag to fl-tag(fleet-index)
                move fleet-read-module to fl-module(fleet-index)
                move fleet-read-line to fl-line(fleet-index)
                move fleet-read-seq to fl-seq(fleet-index)
                move fleet-read-stamp to fl-stamp(fleet-index)
                move fleet-read-bp to fl-bp-hits(fleet-index)
                move fleet-read-wp to fl-wp-hits(fleet-index)
                move fleet-read-stmts to fl-run-stmts(fleet-index)
                move fleet-read-stmt-budget
                    to fl-stmt-budget(fleet-index)
                move fleet-read-seconds to fl-run-seconds(fleet-index)
                move fleet-read-time-budget
                    to fl-time-budget(fleet-index)

                perform check-one-session-stalled
                perform compute-heartbeat-age
                perform check-one-host-reachable
                perform record-state-transition
            end-perform

            if history-file-status = 0
                accept fleet-alert-stamp from time end-accept

                move spaces to fleet-hist-host
                if fl-remote-flag(fleet-index) = 1
                    move fl-path(fleet-index) to fleet-hist-host
                end-if

                move spaces to history-record
                string function trim (fl-name(fleet-index))
                        delimited by size
                    fl-line(fleet-index) delimited by size
                    ';' delimited by size
                    fleet-alert-stamp delimited by size
                    ';' delimited by size
                    fleet-hist-host delimited by space
                    into history-record
                end-string


      ***************************************************************
        read-one-session-state section.
            perform clear-read-state.

            open input state-file.

                read state-file end-read

                if state-file-status = 0
                    move state-record to fleet-state-text
                    perform parse-state-text
                else
                    move 'NO DATA' to fleet-read-tag
                end-if

            continue.

      ***************************************************************
        clear-read-state section.
            move spaces to fleet-read-tag.
            move spaces to fleet-read-module.
            move 0 to fleet-read-line.
            move 0 to fleet-read-seq.
            move spaces to fleet-read-stamp.
            move 0 to fleet-read-bp.
            move 0 to fleet-read-wp.
            move 0 to fleet-read-stmts.
            move 0 to fleet-read-stmt-budget.
            move 0 to fleet-read-seconds.
            move 0 to fleet-read-time-budget.
            move -1 to net-read-age.

            continue.

      ***************************************************************
      *** ----------------- one published state line, as
      *** publish-run-state writes it, into the fleet-read fields
        parse-state-text section.
            move 1 to fleet-unstring-ptr
            unstring fleet-state-text delimited by ';'
                into fleet-read-tag
                with pointer fleet-unstring-ptr
            end-unstring
            unstring fleet-state-text delimited by ';'
                into fleet-read-module
                with pointer fleet-unstring-ptr
            end-unstring
            unstring fleet-state-text delimited by ';'
                into fleet-read-line
                with pointer fleet-unstring-ptr
            end-unstring
      * heartbeat sequence stamped by publish-run-state
      * -- 0 on a pre-stamp state file, never read as stalled
            move 0 to fleet-read-seq
            unstring fleet-state-text delimited by ';'
                into fleet-read-seq
                with pointer fleet-unstring-ptr
            end-unstring
      * heartbeat time, hit counts, statements run and
      * budget, seconds run and budget -- absent (and left at
      * spaces/0) on a state file from an older session
            unstring fleet-state-text delimited by ';'
                into fleet-read-stamp
                     fleet-read-bp
                     fleet-read-wp
                     fleet-read-stmts
                     fleet-read-stmt-budget
                     fleet-read-seconds
                     fleet-read-time-budget
                with pointer fleet-unstring-ptr
            end-unstring

            continue.

      ***************************************************************
      *** ----------------- the state of the row at fleet-poll-index,
      *** from its state file or over the network
        read-row-state section.
            if fl-remote-flag(fleet-poll-index) = 1
                perform poll-remote-session
            else
                move fl-path(fleet-poll-index) to state-path
                perform read-one-session-state
            end-if

            continue.

      ***************************************************************
      *** ----------------- the row at fleet-poll-index polled
      *** through its host's gc-netd: HELLO as an observer, STATUS,
      *** QUIT. No reply at all is UNREACHABLE; a reply with no
      *** state record in it (nothing published there yet) NO DATA.
        poll-remote-session section.
            perform clear-read-state.
            move 0 to net-contact-flag.
            move 0 to net-state-flag.

            open output net-request-file.
            if net-request-status not = 0
                move 'UNREACHABLE' to fleet-read-tag
                exit section
            end-if

            move spaces to net-request-record.
            string 'HELLO ' delimited by size
                function trim (net-user) delimited by size
                ' OBSERVER' delimited by size
                into net-request-record
            end-string
            write net-request-record end-write
            move 'STATUS' to net-request-record.
            write net-request-record end-write
            move 'QUIT' to net-request-record.
            write net-request-record end-write

            close net-request-file.

      * a reply left over from the last poll must not pass
      * for this one
            call "CBL_DELETE_FILE" using net-reply-path end-call.
            move 0 to return-code.

            move spaces to net-run-command.
            string function trim (net-connect-cmd) delimited by size
                ' ' delimited by size
                function trim (fl-host(fleet-poll-index))
                    delimited by size
                ' ' delimited by size
                function trim (fl-port(fleet-poll-index))
                    delimited by size
                ' < ' delimited by size
                function trim (net-request-path) delimited by size
                ' > ' delimited by size
                function trim (net-reply-path) delimited by size
                ' 2>/dev/null' delimited by size
                into net-run-command
            end-string.

      * the connect command's own exit status is not to be
      * trusted (a timeout after a full reply still fails) --
      * the reply decides
            call "SYSTEM" using net-run-command
                returning net-run-rc
                on exception
                    move -1 to net-run-rc
            end-call.
            move 0 to return-code.

            open input net-reply-file.
            if net-reply-status = 0
                read net-reply-file end-read
                perform until net-reply-status not = 0
                    perform take-net-reply-line
                    read net-reply-file end-read
                end-perform
                close net-reply-file
            end-if

            evaluate true
                when net-contact-flag = 0
                    perform clear-read-state
                    move 'UNREACHABLE' to fleet-read-tag
                when net-state-flag = 0
                    move 'NO DATA' to fleet-read-tag
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- one line of gc-netd's reply: NETHDR (the
      *** connection was made), STATE;<state line>, BEAT;<seconds>,
      *** HITS;<bp>;<wp>
        take-net-reply-line section.
            move spaces to net-reply-kind.
            unstring net-reply-record delimited by ';'
                into net-reply-kind
            end-unstring

            evaluate net-reply-kind
                when 'NETHDR'
                    move 1 to net-contact-flag
                when 'STATE'
                    move 1 to net-state-flag
                    move net-reply-record(7:) to fleet-state-text
                    perform parse-state-text
                when 'BEAT'
                    move net-reply-record(6:) to net-age-text
                    if net-age-text not = spaces
                        and function trim (net-age-text) is numeric
                        move function numval (net-age-text)
                            to net-read-age
                    end-if
                when 'HITS'
                    move spaces to net-hits-bp
                    move spaces to net-hits-wp
                    unstring net-reply-record delimited by ';'
                        into net-reply-kind net-hits-bp net-hits-wp
                    end-unstring
                    if function trim (net-hits-bp) is numeric
                        move function numval (net-hits-bp)
                            to fleet-read-bp
                    end-if
                    if function trim (net-hits-wp) is numeric
                        move function numval (net-hits-wp)
                            to fleet-read-wp
                    end-if
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
        build-fleet-display section.
            move spaces to fleet-display-data.
                    ' ' delimited by size
                    fl-tag(fleet-index) delimited by size
                    ' ' delimited by size
                    fl-module(fleet-index)(1:25) delimited by size
                    ' line ' delimited by size
                    fl-line(fleet-index) delimited by size
                    ' ' delimited by size
            move 0 to fleet-zoom-quit-flag.

            perform until fleet-zoom-quit-flag = 1
                move fleet-zoom-index to fleet-poll-index
                perform read-row-state

                move spaces to fz-name-line
                string 'Session: ' delimited by size
            end-if

            continue.

      ***************************************************************
      *** ----------------- a remote row whose host stopped
      *** answering -- one alert per outage in the watchdog's alert
      *** file, re-armed as soon as the host answers again
        check-one-host-reachable section.
            if fl-remote-flag(fleet-index) = 0
                exit section
            end-if

            if function trim (fl-tag(fleet-index)) not = 'UNREACHABLE'
                move 0 to fl-unreach-alerted(fleet-index)
                exit section
            end-if

            if fl-unreach-alerted(fleet-index) = 1
                exit section
            end-if
            move 1 to fl-unreach-alerted(fleet-index).

            open extend alert-file.
            if alert-file-status not = 0
                open output alert-file
            end-if

            if alert-file-status = 0
                accept fleet-alert-stamp from time end-accept

                move spaces to alert-record
                string 'UNREACHABLE;' delimited by size
                    function trim (fl-path(fleet-index))
                        delimited by size
                    ';' delimited by size
                    function trim (fl-name(fleet-index))
                        delimited by size
                    ';' delimited by size
                    fleet-alert-stamp delimited by size
                    into alert-record
                end-string

                write alert-record end-write

                close alert-file
            end-if

            continue.

      ***************************************************************
      *** ----------------- seconds since the row's session last
      *** stamped its state file, by the clock check-one-session-
      *** stalled just read; -1 when no stamp was published
        compute-heartbeat-age section.
      * a remote row's age is gc-netd's, by its own host's
      * clock -- -1 when it reported none
            if fl-remote-flag(fleet-index) = 1
                move fl-net-age(fleet-index)
                    to fl-beat-age(fleet-index)
                exit section
            end-if

            move fl-stamp(fleet-index) to feed-stamp-raw.

            if feed-stamp-raw is not numeric
                move -1 to fl-beat-age(fleet-index)
                exit section
            end-if

            compute feed-stamp-secs = feed-stamp-hh * 3600
                + feed-stamp-mm * 60 + feed-stamp-ss
            end-compute
            compute fl-beat-age(fleet-index) =
                fleet-now-time - feed-stamp-secs
            end-compute
            if fl-beat-age(fleet-index) < 0
                add 86400 to fl-beat-age(fleet-index)
            end-if

            continue.

      ***************************************************************
      *** ----------------- no screen: refresh the feeds every
      *** COB_FLEET_REFRESH seconds, COB_FLEET_FEED_CYCLES times
      *** (0 -- until the job is stopped)
        run-feeds-only section.
            move 0 to fleet-feed-cycle-count.

            perform until fleet-feed-cycles > 0
                and fleet-feed-cycle-count >= fleet-feed-cycles

                perform refresh-all-sessions
                perform write-status-feeds

                if fleet-feed-cycles > 0
                    add 1 to fleet-feed-cycle-count
                end-if
                if fleet-feed-cycles = 0
                    or fleet-feed-cycle-count < fleet-feed-cycles
                    call "C$SLEEP" using fleet-refresh-seconds
                    end-call
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- both dashboard feeds, from the rows the
      *** refresh just read
        write-status-feeds section.
            accept feed-date-raw from date yyyymmdd end-accept.
            accept feed-time-raw from time end-accept.
            move spaces to feed-generated.
            string feed-date-raw(1:4) delimited by size
                '-' delimited by size
                feed-date-raw(5:2) delimited by size
                '-' delimited by size
                feed-date-raw(7:2) delimited by size
                'T' delimited by size
                feed-time-hhmmss(1:2) delimited by size
                ':' delimited by size
                feed-time-hhmmss(3:2) delimited by size
                ':' delimited by size
                feed-time-hhmmss(5:2) delimited by size
                into feed-generated
            end-string

            perform count-fleet-states.
            perform write-fleet-json.
            perform write-fleet-metrics.

            continue.

      ***************************************************************
      *** ----------------- the effective tag of the row at
      *** fleet-index -- STALLED counts as its own state, the same
      *** rule record-state-transition keeps history by
        set-effective-tag section.
            if fl-stalled-flag(fleet-index) = 1
                move 'STALLED' to fleet-effective-tag
            else
                move fl-tag(fleet-index) to fleet-effective-tag
            end-if

            if fleet-effective-tag = spaces
                move 'NO DATA' to fleet-effective-tag
            end-if

            continue.

      ***************************************************************
      *** ----------------- sessions per effective state, in the
      *** order the states are first met down the fleet list
        count-fleet-states section.
            move 0 to feed-state-count.

            perform varying fleet-index from 1 by 1
                until fleet-index > fleet-count

                perform set-effective-tag

                perform varying feed-state-index from 1 by 1
                    until feed-state-index > feed-state-count
                    if fs-tag(feed-state-index) = fleet-effective-tag
                        exit perform
                    end-if
                end-perform

                if feed-state-index > feed-state-count
                    add 1 to feed-state-count
                    move feed-state-count to feed-state-index
                    move fleet-effective-tag to fs-tag(feed-state-index)
                    move 0 to fs-count(feed-state-index)
                end-if
                add 1 to fs-count(feed-state-index)
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the JSON status document -- one line per
      *** session object, so the file also reads well by eye
        write-fleet-json section.
            move feed-json-path to feed-final-path.
            perform open-feed-file.
            if feed-file-status not = 0
                exit section
            end-if

            move '{' to feed-record.
            write feed-record end-write

            move spaces to feed-record.
            move 1 to feed-ptr.
            string '  "generated": "' delimited by size
                feed-generated delimited by size
                '",' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            write feed-record end-write

            move '  "sessions": [' to feed-record.
            write feed-record end-write

            perform varying fleet-index from 1 by 1
                until fleet-index > fleet-count

                perform write-json-session
            end-perform

            move '  ],' to feed-record.
            write feed-record end-write

            move spaces to feed-record.
            move 1 to feed-ptr.
            string '  "totals": {"sessions": ' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            move fleet-count to feed-value.
            perform append-feed-number.
            string ', "by_state": {' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string

            perform varying feed-state-index from 1 by 1
                until feed-state-index > feed-state-count

                if feed-state-index > 1
                    string ', ' delimited by size
                        into feed-record
                        with pointer feed-ptr
                    end-string
                end-if
                move fs-tag(feed-state-index) to feed-esc-in
                perform append-feed-string
                string ': ' delimited by size
                    into feed-record
                    with pointer feed-ptr
                end-string
                move fs-count(feed-state-index) to feed-value
                perform append-feed-number
            end-perform

            string '}}' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            write feed-record end-write

            move '}' to feed-record.
            write feed-record end-write

            perform close-feed-file.

            continue.

      ***************************************************************
      *** ----------------- the session object for the row at
      *** fleet-index, comma-terminated but for the last
        write-json-session section.
            perform set-effective-tag.

            move spaces to feed-record.
            move 1 to feed-ptr.

            string '    {"name": ' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            move fl-name(fleet-index) to feed-esc-in.
            perform append-feed-string.

            string ', "state": ' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            move fleet-effective-tag to feed-esc-in.
            perform append-feed-string.

            string ', "module": ' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            move fl-module(fleet-index) to feed-esc-in.
            perform append-feed-string.

            string ', "line": ' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            move fl-line(fleet-index) to feed-value.
            perform append-feed-number.

            string ', "heartbeat_age_seconds": ' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            if fl-beat-age(fleet-index) < 0
                string 'null' delimited by size
                    into feed-record
                    with pointer feed-ptr
                end-string
            else
                move fl-beat-age(fleet-index) to feed-value
                perform append-feed-number
            end-if

            string ', "breakpoint_hits": ' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            move fl-bp-hits(fleet-index) to feed-value.
            perform append-feed-number.

            string ', "watchpoint_hits": ' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            move fl-wp-hits(fleet-index) to feed-value.
            perform append-feed-number.

      * a limit of 0 is no budget set
            string ', "budget": {"statements_used": '
                    delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            move fl-run-stmts(fleet-index) to feed-value.
            perform append-feed-number.

            string ', "statements_limit": ' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            move fl-stmt-budget(fleet-index) to feed-value.
            perform append-feed-number.

            string ', "seconds_used": ' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            move fl-run-seconds(fleet-index) to feed-value.
            perform append-feed-number.

            string ', "seconds_limit": ' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            move fl-time-budget(fleet-index) to feed-value.
            perform append-feed-number.

            string '}}' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            if fleet-index < fleet-count
                string ',' delimited by size
                    into feed-record
                    with pointer feed-ptr
                end-string
            end-if

            write feed-record end-write

            continue.

      ***************************************************************
      *** ----------------- the Prometheus text-format metrics -- one
      *** family at a time, HELP and TYPE ahead of its samples
        write-fleet-metrics section.
            move feed-prom-path to feed-final-path.
            perform open-feed-file.
            if feed-file-status not = 0
                exit section
            end-if

            perform varying feed-metric-code from 1 by 1
                until feed-metric-code > 9

                perform write-metric-family
            end-perform

            move '# HELP gc_debugger_sessions Sessions in each state.'
                to feed-record.
            write feed-record end-write
            move '# TYPE gc_debugger_sessions gauge' to feed-record.
            write feed-record end-write

            perform varying feed-state-index from 1 by 1
                until feed-state-index > feed-state-count

                move spaces to feed-record
                move 1 to feed-ptr
                string 'gc_debugger_sessions{state=' delimited by size
                    into feed-record
                    with pointer feed-ptr
                end-string
                move fs-tag(feed-state-index) to feed-esc-in
                perform append-feed-string
                string '} ' delimited by size
                    into feed-record
                    with pointer feed-ptr
                end-string
                move fs-count(feed-state-index) to feed-value
                perform append-feed-number
                write feed-record end-write
            end-perform

            perform close-feed-file.

            continue.

      ***************************************************************
      *** ----------------- per-session family feed-metric-code: its
      *** HELP and TYPE lines, then one sample per session
        write-metric-family section.
            evaluate feed-metric-code
                when 1
                    move 'gc_debugger_session_state' to feed-metric-name
                    move 'Session state, 1 for the state it is in.'
                        to feed-metric-help
                    move 'gauge' to feed-metric-type
                when 2
                    move 'gc_debugger_session_line' to feed-metric-name
                    move 'Source line the session is at.'
                        to feed-metric-help
                    move 'gauge' to feed-metric-type
                when 3
                    move 'gc_debugger_session_heartbeat_age_seconds'
                        to feed-metric-name
                    move 'Seconds since the session last published.'
                        to feed-metric-help
                    move 'gauge' to feed-metric-type
                when 4
                    move 'gc_debugger_session_breakpoint_hits_total'
                        to feed-metric-name
                    move 'Breakpoint hits this session.'
                        to feed-metric-help
                    move 'counter' to feed-metric-type
                when 5
                    move 'gc_debugger_session_watchpoint_hits_total'
                        to feed-metric-name
                    move 'Watchpoint hits this session.'
                        to feed-metric-help
                    move 'counter' to feed-metric-type
                when 6
                    move 'gc_debugger_session_budget_statements_used'
                        to feed-metric-name
                    move 'Statements run since the last GO.'
                        to feed-metric-help
                    move 'gauge' to feed-metric-type
                when 7
                    move 'gc_debugger_session_budget_statements_limit'
                        to feed-metric-name
                    move 'Statement budget per run, 0 for none.'
                        to feed-metric-help
                    move 'gauge' to feed-metric-type
                when 8
                    move 'gc_debugger_session_budget_seconds_used'
                        to feed-metric-name
                    move 'Seconds run since the last GO.'
                        to feed-metric-help
                    move 'gauge' to feed-metric-type
                when other
                    move 'gc_debugger_session_budget_seconds_limit'
                        to feed-metric-name
                    move 'Time budget per run in seconds, 0 for none.'
                        to feed-metric-help
                    move 'gauge' to feed-metric-type
            end-evaluate

            move spaces to feed-record.
            string '# HELP ' delimited by size
                function trim (feed-metric-name) delimited by size
                ' ' delimited by size
                function trim (feed-metric-help) delimited by size
                into feed-record
            end-string
            write feed-record end-write

            move spaces to feed-record.
            string '# TYPE ' delimited by size
                function trim (feed-metric-name) delimited by size
                ' ' delimited by size
                function trim (feed-metric-type) delimited by size
                into feed-record
            end-string
            write feed-record end-write

            perform varying fleet-index from 1 by 1
                until fleet-index > fleet-count

                perform write-metric-sample
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the family's sample for the row at
      *** fleet-index -- no heartbeat age is written for a session
      *** that has never stamped one
        write-metric-sample section.
            if feed-metric-code = 3
                and fl-beat-age(fleet-index) < 0
                exit section
            end-if

            move spaces to feed-record.
            move 1 to feed-ptr.
            string function trim (feed-metric-name) delimited by size
                '{session=' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            move fl-name(fleet-index) to feed-esc-in.
            perform append-feed-string.

            if feed-metric-code = 1
                perform set-effective-tag
                string ',state=' delimited by size
                    into feed-record
                    with pointer feed-ptr
                end-string
                move fleet-effective-tag to feed-esc-in
                perform append-feed-string
                string ',module=' delimited by size
                    into feed-record
                    with pointer feed-ptr
                end-string
                move fl-module(fleet-index) to feed-esc-in
                perform append-feed-string
            end-if

            string '} ' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string

            evaluate feed-metric-code
                when 1
                    move 1 to feed-value
                when 2
                    move fl-line(fleet-index) to feed-value
                when 3
                    move fl-beat-age(fleet-index) to feed-value
                when 4
                    move fl-bp-hits(fleet-index) to feed-value
                when 5
                    move fl-wp-hits(fleet-index) to feed-value
                when 6
                    move fl-run-stmts(fleet-index) to feed-value
                when 7
                    move fl-stmt-budget(fleet-index) to feed-value
                when 8
                    move fl-run-seconds(fleet-index) to feed-value
                when other
                    move fl-time-budget(fleet-index) to feed-value
            end-evaluate
            perform append-feed-number.

            write feed-record end-write

            continue.

      ***************************************************************
      *** ----------------- feed-esc-in, quoted, onto feed-record at
      *** feed-ptr -- backslash and double quote escaped, which
      *** serves JSON strings and Prometheus label values alike
        append-feed-string section.
            move spaces to feed-esc-out.
            move 0 to feed-esc-out-len.
            move 0 to feed-esc-len.

            if feed-esc-in not = spaces
                compute feed-esc-len = function length
                    (function trim (feed-esc-in trailing))
                end-compute
            end-if

            perform varying feed-esc-index from 1 by 1
                until feed-esc-index > feed-esc-len

                if feed-esc-in(feed-esc-index:1) = '"'
                    or feed-esc-in(feed-esc-index:1) = '\'
                    add 1 to feed-esc-out-len
                    move '\' to feed-esc-out(feed-esc-out-len:1)
                end-if
                add 1 to feed-esc-out-len
                move feed-esc-in(feed-esc-index:1)
                    to feed-esc-out(feed-esc-out-len:1)
            end-perform

            string '"' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string
            if feed-esc-out-len > 0
                string feed-esc-out(1:feed-esc-out-len)
                        delimited by size
                    into feed-record
                    with pointer feed-ptr
                end-string
            end-if
            string '"' delimited by size
                into feed-record
                with pointer feed-ptr
            end-string

            continue.

      ***************************************************************
      *** ----------------- feed-value, without padding, onto
      *** feed-record at feed-ptr
        append-feed-number section.
            move feed-value to feed-num-edit.
            string function trim (feed-num-edit) delimited by size
                into feed-record
                with pointer feed-ptr
            end-string

            continue.

      ***************************************************************
      *** ----------------- feed-final-path's .tmp twin, opened for
      *** output -- a failed open leaves the old feed standing
        open-feed-file section.
            move spaces to feed-temp-path.
            string function trim (feed-final-path) delimited by size
                '.tmp' delimited by size
                into feed-temp-path
            end-string

            open output feed-file.
            if feed-file-status not = 0
                and fleet-feed-only-flag = 'Y'
                display 'Cannot write '
                    function trim (feed-temp-path) end-display
            end-if

            continue.

      ***************************************************************
      *** ----------------- close the .tmp file and rename it over
      *** the live feed in one step
        close-feed-file section.
            close feed-file.

            call "CBL_RENAME_FILE" using feed-temp-path
                feed-final-path end-call
            if return-code not = 0
                and fleet-feed-only-flag = 'Y'
                display 'Cannot replace '
                    function trim (feed-final-path) end-display
            end-if
            move 0 to return-code.

            continue.
