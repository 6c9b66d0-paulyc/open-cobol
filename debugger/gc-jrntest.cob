        identification division.
        program-id. gc-jrntest.

      * session journal to regression test -- takes one session out
      * of a journal (journal.cpy: sid;hhmmss;K;<crt-status> for a
      * function key, sid;hhmmss;C;<text> for a typed command) and
      * rewrites what it did as a headless command file for the
      * channel (cmdchannel.cpy): breakpoints by name, watchpoints,
      * "go until" expressions, injections and "V" views carry over
      * as they were typed; GO becomes "G", STEP and STEP INTO
      * become the channel's one-statement "S". The session's
      * keymap (COB_KEYMAP_FILE, keymap.cpy) decides what each
      * function key and typed letter meant. Then the debuggee is
      * run headless once against the new command file, the
      * response file it leaves is kept as the expected baseline,
      * and a name;command;command-file;expected line is appended
      * to the gc-verify suite -- the defect an analyst just
      * reproduced becomes a permanent regression test.
      *   COB_JOURNAL_FILE     the journal (default
      *                        gc-debugger.journal)
      *   COB_JRNTEST_SESSION  the session id to take (default the
      *                        last session in the journal)
      *   COB_JRNTEST_NAME     the test's name -- the command file
      *                        is <name>.cmd, the baseline
      *                        <name>.expected
      *   COB_JRNTEST_COMMAND  the debuggee command line
      *   COB_SUITE_FILE       the suite catalog to append to
      *                        (default gc-verify.suite)
      *   COB_KEYMAP_FILE      the session's keymap (default
      *                        gc-debugger.keys)
      * Whatever has no headless equivalent -- a breakpoint toggled
      * at the cursor, Step Over, Step Out, paragraph step, run to
      * cursor -- is left out and listed on the console; screen-only
      * keys and commands (paging, search, help) are dropped
      * silently. Return code 0 when the test was added, 1 when
      * commands had to be left out, 99 when nothing was added.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select journal-file assign to journal-path
                organization is line sequential
                file status is journal-file-status.

            select keymap-file assign to keymap-path
                organization is line sequential
                file status is keymap-file-status.

            select cmd-file assign to cmd-path
                organization is line sequential
                file status is cmd-file-status.

            select suite-file assign to suite-path
                organization is line sequential
                file status is suite-file-status.

        data division.
        file section.

        fd  journal-file.
            01 journal-record       pic x(100).

        fd  keymap-file.
            01 keymap-record        pic x(80).

        fd  cmd-file.
            01 cmd-record           pic x(70).

        fd  suite-file.
            01 suite-line           pic x(600).

        working-storage section.

            78 JT-CMD-MAX           value 200.

            01 journal-path                 pic x(256) value spaces.
            01 journal-file-status          pic 99.
            01 keymap-path                  pic x(256) value spaces.
            01 keymap-file-status           pic 99.
            01 cmd-path                     pic x(256) value spaces.
            01 cmd-file-status              pic 99.
            01 suite-path                   pic x(256) value spaces.
            01 suite-file-status            pic 99.
            01 expect-path                  pic x(256) value spaces.

            01 jt-session                   pic x(8) value spaces.
            01 jt-name                      pic x(30) value spaces.
            01 jt-command                   pic x(200) value spaces.

      * the keymap as load-keymap builds it
            01 km-action-tbl.
                05 km-action occurs 17 pic x(12).
            01 km-letter-map                pic x(26).
            01 km-key-token                 pic x(12).
            01 km-action-token              pic x(12).
            77 km-slot                      pic 9(2) value 0.
            77 km-letter-pos                pic 9(2) value 0.
            01 km-cmd-letter                pic x.

      * journal record parse, as journal-read-replay-record
      * splits it
            01 jr-sid                       pic x(8).
            01 jr-stamp                     pic x(8).
            01 jr-type                      pic x(2).
            01 jr-payload                   pic x(100).
            77 jt-ptr                       pic 9(3) value 0.
            77 jt-crt-status                pic 9(4) value 0.

      * the translated command file
            77 jt-cmd-count                 pic 9(3) value 0.
            01 jt-cmd-tbl.
                05 jt-cmd occurs JT-CMD-MAX pic x(70).
            01 jt-command-upper             pic x(70).
            01 jt-arg                       pic x(60).
            01 jt-cmd-text                  pic x(70).
            77 jt-session-seen              pic 9 value 0.
            77 jt-quit-flag                 pic 9 value 0.
            77 jt-read-count                pic 9(5) value 0.
            77 jt-skipped-count             pic 9(3) value 0.
            77 jt-dropped-count             pic 9(3) value 0.
            77 jt-index                     pic 9(3) value 0.
            01 jt-skip-what                 pic x(70).

            01 jt-run-command               pic x(300) value spaces.
            01 jt-system-rc                 pic s9(9) binary value 0.
            01 jt-suite-name                pic x(30).
            77 jt-bad-chars                 pic 9(3) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to journal-path.
            accept journal-path from environment 'COB_JOURNAL_FILE'
            end-accept.
            if journal-path = spaces
                move 'gc-debugger.journal' to journal-path
            end-if.

            move spaces to jt-session.
            accept jt-session from environment 'COB_JRNTEST_SESSION'
            end-accept.

            move spaces to jt-name.
            accept jt-name from environment 'COB_JRNTEST_NAME'
            end-accept.
            move spaces to jt-command.
            accept jt-command from environment 'COB_JRNTEST_COMMAND'
            end-accept.

            if jt-name = spaces or jt-command = spaces
                display 'Set COB_JRNTEST_NAME and '
                    'COB_JRNTEST_COMMAND.' end-display
                move 99 to return-code
                stop run
            end-if.

            move 0 to jt-bad-chars.
            inspect function trim (jt-name) tallying
                jt-bad-chars for all ';' all ' '.
            if jt-name(1:1) = '#' or jt-bad-chars > 0
                display 'Test names may not start with # or hold '
                    'a space or a ;.' end-display
                move 99 to return-code
                stop run
            end-if.

      * the suite catalog is ;-separated -- a ; in the command
      * would split it
            move 0 to jt-bad-chars.
            inspect jt-command tallying jt-bad-chars for all ';'.
            if jt-bad-chars > 0
                display 'COB_JRNTEST_COMMAND may not hold a ; -- '
                    'wrap it in a script.' end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to suite-path.
            accept suite-path from environment 'COB_SUITE_FILE'
            end-accept.
            if suite-path = spaces
                move 'gc-verify.suite' to suite-path
            end-if.

            perform check-name-unused.

            move spaces to cmd-path.
            string function trim (jt-name) delimited by size
                '.cmd' delimited by size
                into cmd-path
            end-string.
            move spaces to expect-path.
            string function trim (jt-name) delimited by size
                '.expected' delimited by size
                into expect-path
            end-string.

            perform load-keymap.

            if jt-session = spaces
                perform find-last-session
            end-if.

            if jt-session = spaces
                display 'No sessions in '
                    function trim (journal-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform translate-journal.

            if jt-session-seen = 0
                display 'Session ' function trim (jt-session)
                    ' is not in ' function trim (journal-path)
                end-display
                move 99 to return-code
                stop run
            end-if.

            if jt-cmd-count = 0
                display 'Session ' function trim (jt-session)
                    ' did nothing the channel can replay.'
                end-display
                move 99 to return-code
                stop run
            end-if.

            perform write-command-file.

            perform run-for-baseline.

            perform append-suite-line.

            display 'Test ' function trim (jt-name) ' added to '
                function trim (suite-path) ': '
                jt-cmd-count ' command(s) from session '
                function trim (jt-session) end-display.

            if jt-skipped-count > 0
                display '  ' jt-skipped-count
                    ' command(s) had no headless equivalent and '
                    'were left out.' end-display
                move 1 to return-code
            end-if.

            if jt-dropped-count > 0
                display '  ' jt-dropped-count
                    ' command(s) past the command file limit were '
                    'left out.' end-display
                move 1 to return-code
            end-if.

            stop run.

      ***************************************************************
      *** ----------------- gc-verify takes the first line with a
      *** name -- a second test under the same name would never run
        check-name-unused section.
            open input suite-file.
            if suite-file-status not = 0
                exit section
            end-if

            read suite-file end-read
            perform until suite-file-status not = 0
                move spaces to jt-suite-name
                unstring suite-line delimited by ';'
                    into jt-suite-name
                end-unstring

                if jt-suite-name = jt-name
                    and suite-line(1:1) not = '#'

                    close suite-file
                    display 'Test ' function trim (jt-name)
                        ' is already in '
                        function trim (suite-path) end-display
                    move 99 to return-code
                    stop run
                end-if

                read suite-file end-read
            end-perform

            close suite-file

            continue.

      ***************************************************************
      *** ----------------- the default layout and the file's
      *** overrides, read exactly as load-keymap reads them
        load-keymap section.
            move 'STEPINTO'    to km-action(1).
            move 'HELP'        to km-action(2).
            move 'SEARCHNEXT'  to km-action(3).
            move 'SEARCH'      to km-action(4).
            move 'STEP'        to km-action(5).
            move 'STEPOVER'    to km-action(6).
            move 'GO'          to km-action(7).
            move 'STEPOUT'     to km-action(8).
            move 'PARASTEP'    to km-action(9).
            move 'RUNTOCURSOR' to km-action(10).
            move 'NONE'        to km-action(11).
            move 'NONE'        to km-action(12).
            move 'PAGEUP'      to km-action(13).
            move 'PAGEDOWN'    to km-action(14).
            move 'LINEUP'      to km-action(15).
            move 'LINEDOWN'    to km-action(16).
            move 'QUIT'        to km-action(17).

            move 'ABCDEFGHIJKLMNOPQRSTUVWXYZ' to km-letter-map.

            move spaces to keymap-path.
            accept keymap-path from environment 'COB_KEYMAP_FILE'
            end-accept.
            if keymap-path = spaces
                move 'gc-debugger.keys' to keymap-path
            end-if.

            open input keymap-file.
            if keymap-file-status = 0
                read keymap-file end-read
                perform until keymap-file-status not = 0
                    if keymap-record not = spaces
                        and keymap-record(1:1) not = '*'

                        perform apply-one-keymap-line
                    end-if
                    read keymap-file end-read
                end-perform
                close keymap-file
            end-if

            continue.

      ***************************************************************
        apply-one-keymap-line section.
            move spaces to km-key-token.
            move spaces to km-action-token.
            move 1 to jt-ptr.
            unstring keymap-record delimited by '='
                into km-key-token
                with pointer jt-ptr
            end-unstring
            unstring keymap-record delimited by '='
                into km-action-token
                with pointer jt-ptr
            end-unstring

            move function upper-case (function trim (km-key-token))
                to km-key-token.
            move function upper-case
                (function trim (km-action-token))
                to km-action-token.

            move 0 to km-slot.
            evaluate km-key-token
                when 'F1'   move 1 to km-slot
                when 'F2'   move 2 to km-slot
                when 'F3'   move 3 to km-slot
                when 'F4'   move 4 to km-slot
                when 'F5'   move 5 to km-slot
                when 'F6'   move 6 to km-slot
                when 'F7'   move 7 to km-slot
                when 'F8'   move 8 to km-slot
                when 'F9'   move 9 to km-slot
                when 'F10'  move 10 to km-slot
                when 'F11'  move 11 to km-slot
                when 'F12'  move 12 to km-slot
                when 'PGUP' move 13 to km-slot
                when 'PGDN' move 14 to km-slot
                when 'UP'   move 15 to km-slot
                when 'DOWN' move 16 to km-slot
                when 'ESC'  move 17 to km-slot
                when other
                    if km-key-token(1:1) >= 'A'
                        and km-key-token(1:1) <= 'Z'
                        and km-key-token(2:1) = space
                        and km-action-token(1:1) >= 'A'
                        and km-action-token(1:1) <= 'Z'

                        compute km-letter-pos =
                            function ord (km-key-token(1:1))
                            - function ord ('A') + 1
                        end-compute
                        move km-action-token(1:1)
                            to km-letter-map(km-letter-pos:1)
                    end-if
            end-evaluate

            if km-slot > 0
                move km-action-token to km-action(km-slot)
            end-if

            continue.

      ***************************************************************
        find-last-session section.
            open input journal-file.
            if journal-file-status not = 0
                display 'Cannot open '
                    function trim (journal-path) end-display
                move 99 to return-code
                stop run
            end-if

            read journal-file end-read
            perform until journal-file-status not = 0
                if journal-record not = spaces
                    move spaces to jr-sid
                    unstring journal-record delimited by ';'
                        into jr-sid
                    end-unstring
                    if jr-sid not = spaces
                        move jr-sid to jt-session
                    end-if
                end-if

                read journal-file end-read
            end-perform

            close journal-file

            continue.

      ***************************************************************
      *** ----------------- every record of the session, in order,
      *** through translate-one-record, up to a QUIT
        translate-journal section.
            open input journal-file.
            if journal-file-status not = 0
                display 'Cannot open '
                    function trim (journal-path) end-display
                move 99 to return-code
                stop run
            end-if

            read journal-file end-read
            perform until journal-file-status not = 0
                or jt-quit-flag = 1

                perform split-journal-record

                if jr-sid = jt-session
                    move 1 to jt-session-seen
                    add 1 to jt-read-count
                    evaluate function trim (jr-type)
                        when 'K'
                            perform translate-key-record
                        when 'C'
                            perform translate-typed-record
                        when other
                            continue
                    end-evaluate
                end-if

                read journal-file end-read
            end-perform

            close journal-file

            continue.

      ***************************************************************
        split-journal-record section.
            move 1 to jt-ptr.
            move spaces to jr-sid.
            move spaces to jr-stamp.
            move spaces to jr-type.
            move spaces to jr-payload.

            unstring journal-record delimited by ';'
                into jr-sid
                with pointer jt-ptr
            end-unstring
            unstring journal-record delimited by ';'
                into jr-stamp
                with pointer jt-ptr
            end-unstring
            unstring journal-record delimited by ';'
                into jr-type
                with pointer jt-ptr
            end-unstring

            if jt-ptr < length of journal-record
                move journal-record(jt-ptr:) to jr-payload
            end-if

            continue.

      ***************************************************************
      *** ----------------- a function key, resolved to its slot
      *** the way process-function-key resolves it, then to the
      *** action the keymap has there
        translate-key-record section.
            move 0 to jt-crt-status.
            if function trim (jr-payload) is numeric
                move function numval (jr-payload) to jt-crt-status
            end-if

            move 0 to km-slot.
            evaluate true
                when jt-crt-status >= 1001
                    and jt-crt-status <= 1012
                    compute km-slot = jt-crt-status - 1000
                    end-compute
                when jt-crt-status >= 2001
                    and jt-crt-status <= 2005
                    compute km-slot = jt-crt-status - 2001 + 13
                    end-compute
                when other
                    exit section
            end-evaluate

            evaluate function trim (km-action(km-slot))
                when 'GO'
                    move 'G' to jt-cmd-text
                    perform add-channel-command
                when 'STEP'
                when 'STEPINTO'
                    move 'S' to jt-cmd-text
                    perform add-channel-command
                when 'STEPOVER'
                when 'STEPOUT'
                when 'PARASTEP'
                when 'RUNTOCURSOR'
                    move km-action(km-slot) to jt-skip-what
                    perform note-skipped-command
                when 'QUIT'
                    move 1 to jt-quit-flag
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- a typed command, its letter through the
      *** keymap's translation first, as dispatch-typed-command
      *** does. The argument keeps its case -- file names need it
        translate-typed-record section.
            move jr-payload(1:70) to jt-command-upper.
            move function upper-case (jt-command-upper)
                to jt-command-upper.

            move jt-command-upper(1:1) to km-cmd-letter.
            if km-cmd-letter >= 'A' and km-cmd-letter <= 'Z'
                compute km-letter-pos =
                    function ord (km-cmd-letter)
                    - function ord ('A') + 1
                end-compute
                move km-letter-map(km-letter-pos:1)
                    to km-cmd-letter
            end-if

            move spaces to jt-arg.
            if jr-payload(2:1) = space
                move jr-payload(3:60) to jt-arg
            end-if

            evaluate km-cmd-letter
                when 'B'
                when 'V'
                when 'W'
                when 'U'
                when 'I'
      * a bare B toggles the cursor line -- there is no cursor
      * to replay it against; the others mean nothing bare
                    if jt-arg = spaces
                        or jt-command-upper(2:1) not = space
                        move jr-payload(1:70) to jt-skip-what
                        perform note-skipped-command
                    else
                        perform add-typed-command
                    end-if
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
        add-typed-command section.
            move spaces to jt-cmd-text.
            string km-cmd-letter delimited by size
                ' ' delimited by size
                function trim (jt-arg) delimited by size
                into jt-cmd-text
            end-string.

            perform add-channel-command.

            continue.

      ***************************************************************
        add-channel-command section.
            if jt-cmd-count >= JT-CMD-MAX
                add 1 to jt-dropped-count
                exit section
            end-if

            add 1 to jt-cmd-count.
            move jt-cmd-text to jt-cmd(jt-cmd-count).

            continue.

      ***************************************************************
        note-skipped-command section.
            add 1 to jt-skipped-count.

            display '  left out: '
                function trim (jt-skip-what) end-display.

            continue.

      ***************************************************************
        write-command-file section.
            open output cmd-file.
            if cmd-file-status not = 0
                display 'Cannot write '
                    function trim (cmd-path) end-display
                move 99 to return-code
                stop run
            end-if

            perform varying jt-index from 1 by 1
                until jt-index > jt-cmd-count

                move jt-cmd(jt-index) to cmd-record
                write cmd-record end-write
            end-perform

            close cmd-file

            continue.

      ***************************************************************
      *** ----------------- one headless run, set up the way
      *** gc-verify's run-one-test sets one up, with the response
      *** landing straight in the baseline
        run-for-baseline section.
            set environment 'COB_TRACE_MODE' to 'Y'.
            set environment 'COB_COMMAND_FILE' to cmd-path.
            set environment 'COB_RESPONSE_FILE' to expect-path.

            move spaces to jt-run-command.
            move function trim (jt-command) to jt-run-command.

            call "SYSTEM" using jt-run-command
                returning jt-system-rc
                on exception
                    move -1 to jt-system-rc
            end-call

            if jt-system-rc not = 0
                display 'The debuggee did not run cleanly (rc '
                    jt-system-rc ') -- no baseline, test not added.'
                end-display
                move 99 to return-code
                stop run
            end-if

            continue.

      ***************************************************************
        append-suite-line section.
            open extend suite-file.
            if suite-file-status not = 0
                open output suite-file
            end-if

            if suite-file-status not = 0
                display 'Cannot append to '
                    function trim (suite-path) end-display
                move 99 to return-code
                stop run
            end-if

            move spaces to suite-line.
            string function trim (jt-name) delimited by size
                ';' delimited by size
                function trim (jt-command) delimited by size
                ';' delimited by size
                function trim (cmd-path) delimited by size
                ';' delimited by size
                function trim (expect-path) delimited by size
                into suite-line
            end-string.
            write suite-line end-write.

            close suite-file.

            continue.
