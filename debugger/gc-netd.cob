      *                          local harness would write them
      *   POLL                   stream back every response-file
      *                          record not yet sent
      *   STATUS                 read-only, any role: the session's
      *                          published state record (STATE;),
      *                          its heartbeat age in seconds by
      *                          this host's clock (BEAT;, empty
      *                          when no heartbeat is stamped) and
      *                          its hit counters (HITS;bp;wp) --
      *                          what gc-fleet polls a remote row by
      *   ALERTS <n>             read-only, any role: every record
      *                          of the alert file after the first
      *                          n, as ALERT;<number>;<record>, then
      *                          NETOK;ALERTS;<records in the file>
      *                          -- what gc-alertd tails a remote
      *                          host's alerts by
      *   QUIT                   close the conversation
      * Every accepted command is acknowledged NETOK, every refusal
      * NETERR with a reason. After each pushed command the
      * response file is tailed automatically, so captures arrive
      * without an explicit POLL once the session acts on them.
      *   COB_STATE_FILE    the state file STATUS reads
      *                     (default gc-debugger.state)
      *   COB_ALERT_FILE    the alert file ALERTS reads
      *                     (default gc-debugger.alert)

        environment division.
        configuration section.
                organization is line sequential
                file status is resp-in-status.

            select state-in-file assign to state-in-path
                organization is line sequential
                file status is state-in-status.

            select alert-in-file assign to alert-in-path
                organization is line sequential
                file status is alert-in-status.

        data division.
        file section.

        fd  resp-in-file.
            01 resp-in-record       pic x(300).

        fd  state-in-file.
            01 state-in-record      pic x(200).

        fd  alert-in-file.
            01 alert-in-record      pic x(200).

        working-storage section.

            01 cmd-out-path                 pic x(256) value spaces.
            01 cmd-out-status               pic 99.
            01 resp-in-path                 pic x(256) value spaces.
            01 resp-in-status               pic 99.
            01 state-in-path                pic x(256) value spaces.
            01 state-in-status              pic 99.
            01 alert-in-path                pic x(256) value spaces.
            01 alert-in-status              pic 99.

            01 net-input-line               pic x(80) value spaces.
            01 net-input-upper              pic x(80) value spaces.
            01 net-token-1                  pic x(20).
            01 net-token-2                  pic x(20).

      * STATUS -- the published state record's heartbeat
      * clock and hit counters, and the age by the clock here
            01 net-state-tag                pic x(10).
            01 net-state-module             pic x(30).
            01 net-state-line               pic x(6).
            01 net-state-seq                pic x(6).
            01 net-state-stamp              pic x(6).
            01 net-state-bp                 pic 9(5).
            01 net-state-wp                 pic 9(5).
            01 net-stamp-raw.
                03 net-stamp-hh              pic 99.
                03 net-stamp-mm              pic 99.
                03 net-stamp-ss              pic 99.
            01 net-now-raw.
                03 net-now-hh                pic 99.
                03 net-now-mm                pic 99.
                03 net-now-ss                pic 99.
                03 net-now-cc                pic 99.
            77 net-beat-age                 pic s9(6) value 0.
            01 net-beat-edit                pic z(5)9.

      * ALERTS <n> -- where the caller's tail stands
            77 net-alert-after              pic 9(7) value 0.
            77 net-alert-number             pic 9(7) value 0.
            01 net-alert-edit               pic z(6)9.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to cmd-out-path.
            accept cmd-out-path from environment 'COB_COMMAND_FILE'
            end-accept.
                move 'gc-debugger.out' to resp-in-path
            end-if.

            move spaces to state-in-path.
            accept state-in-path from environment 'COB_STATE_FILE'
            end-accept.
            if state-in-path = spaces
                move 'gc-debugger.state' to state-in-path
            end-if.

            move spaces to alert-in-path.
            accept alert-in-path from environment 'COB_ALERT_FILE'
            end-accept.
            if alert-in-path = spaces
                move 'gc-debugger.alert' to alert-in-path
            end-if.

            display 'NETHDR;gc-netd;'
                function trim (cmd-out-path) end-display.

                when net-hello-flag = 0
                    display 'NETERR;say HELLO <user> <role> first'
                    end-display
      * the read-only requests -- nothing is written, so
      * every role may make them
                when net-input-upper(1:6) = 'STATUS'
                    perform send-session-status
                when net-input-upper(1:6) = 'ALERTS'
                    perform send-alert-records
                when other
                    perform handle-channel-command
            end-evaluate
            end-if

            continue.

      ***************************************************************
      *** ----------------- STATUS -- the state record as published,
      *** then the heartbeat's age and the hit counters taken off it
        send-session-status section.
            open input state-in-file.
            if state-in-status not = 0
                display 'NETERR;no state published' end-display
                exit section
            end-if

            read state-in-file end-read
            if state-in-status not = 0
                close state-in-file
                display 'NETERR;no state published' end-display
                exit section
            end-if
            close state-in-file.

            move spaces to net-state-tag net-state-module
                net-state-line net-state-seq net-state-stamp.
            move 0 to net-state-bp.
            move 0 to net-state-wp.
            unstring state-in-record delimited by ';'
                into net-state-tag net-state-module net-state-line
                    net-state-seq net-state-stamp
                    net-state-bp net-state-wp
            end-unstring

            display 'NETOK;STATUS' end-display.
            display 'STATE;' function trim (state-in-record)
            end-display.

      * the age by this host's clock -- the poller's may
      * not agree with it
            move net-state-stamp to net-stamp-raw.
            if net-stamp-raw is numeric
                accept net-now-raw from time end-accept
                compute net-beat-age =
                    (net-now-hh * 3600 + net-now-mm * 60 + net-now-ss)
                    - (net-stamp-hh * 3600 + net-stamp-mm * 60
                        + net-stamp-ss)
                end-compute
                if net-beat-age < 0
                    add 86400 to net-beat-age
                end-if
                move net-beat-age to net-beat-edit
                display 'BEAT;' function trim (net-beat-edit)
                end-display
            else
                display 'BEAT;' end-display
            end-if

            display 'HITS;' net-state-bp ';' net-state-wp
            end-display.

            continue.

      ***************************************************************
      *** ----------------- ALERTS <n> -- the alert file past the
      *** caller's first n records; the closing count is where its
      *** next request should start
        send-alert-records section.
            move 0 to net-alert-after.
            move spaces to net-token-1.
            move 8 to net-unstring-ptr.
            unstring net-input-line delimited by all space
                into net-token-1
                with pointer net-unstring-ptr
            end-unstring
            if net-token-1 not = spaces
                and function trim (net-token-1) is numeric
                move function numval (net-token-1)
                    to net-alert-after
            end-if

            move 0 to net-alert-number.

            open input alert-in-file.

            if alert-in-status = 0
                read alert-in-file end-read
                perform until alert-in-status not = 0
                    add 1 to net-alert-number

                    if net-alert-number > net-alert-after
                        and alert-in-record not = spaces
                        move net-alert-number to net-alert-edit
                        display 'ALERT;'
                            function trim (net-alert-edit) ';'
                            function trim (alert-in-record)
                        end-display
                    end-if

                    read alert-in-file end-read
                end-perform
                close alert-in-file
            end-if

            move net-alert-number to net-alert-edit.
            display 'NETOK;ALERTS;' function trim (net-alert-edit)
            end-display.

            continue.
