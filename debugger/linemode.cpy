      * linemode.cpy
      * line-mode interface -- for the access paths that cannot
      * drive the full-screen animator (a jump host, a DR console,
      * anything whose terminal type curses does not know).
      * COB_LINE_MODE=Y switches it on, N keeps the full screen;
      * left unset it comes on by itself when TERM is unset or
      * "dumb". Nothing here changes what a command does, only
      * where its output goes: every render point hands over to
      * the sections below, which write plain text lines in line
      * mode and paint the screen as before otherwise. At each
      * stop the module, the active line and COB_LINE_CONTEXT
      * (default 3) lines either side are printed, then the
      * prompt accepts the same typed commands as the full
      * screen, plus a word for each function-key action:
      *   STEP  INTO  OVER  OUT  GO  PARA  CURSOR  HELP  QUIT
      * (or the keymap's own action names), and LIST [<line>]
      * for the source around a line -- the cursor line "G
      * <line>" moved to, when none is given. Panels (call stack,
      * watch panel, View Variable and the rest) print as text
      * blocks and take their reply on the next line.

      ***************************************************************
      *** ----------------- decide the mode, once, at start-up
        take-line-mode-setting section.
            move spaces to line-mode-env.
            accept line-mode-env from environment 'COB_LINE_MODE'
            end-accept.
            move function upper-case (line-mode-env)
                to line-mode-env.

            evaluate line-mode-env
                when 'Y'
                    move 1 to line-mode-flag
                when 'N'
                    move 0 to line-mode-flag
                when other
                    move spaces to tty-term
                    accept tty-term from environment 'TERM'
                    end-accept
                    if tty-term = spaces or tty-term = 'dumb'
                        move 1 to line-mode-flag
                    end-if
            end-evaluate.

            move spaces to tty-context-env.
            accept tty-context-env from environment
                'COB_LINE_CONTEXT' end-accept.
            if tty-context-env not = spaces
                and function trim (tty-context-env) is numeric

                move function numval (tty-context-env)
                    to tty-context
            end-if.

            move 'PROMPT' to msg-lookup-id.
            move 'Command: ' to msg-default-text.
            perform get-catalog-message.
            move msg-result-text to tty-prompt.

            continue.

      ***************************************************************
      *** ----------------- the status message, wherever it goes
        show-status-line section.
            if line-mode-flag = 1
                if status-line not = spaces
                    display function trim (status-line, trailing)
                    end-display
                end-if
            else
                display status-line end-display
            end-if

            continue.

      ***************************************************************
        show-animator-screen section.
            if line-mode-flag = 0
                display animator-screen end-display
            end-if

            continue.

      ***************************************************************
        show-empty-screen section.
            if line-mode-flag = 0
                display empty-screen end-display
            end-if

            continue.

      ***************************************************************
      *** ----------------- a panel's one-line reply, and the key
      *** that ended it in tty-reply-status (0 -- Enter -- in line
      *** mode)
        accept-panel-reply section.
            if line-mode-flag = 1
                display '> ' with no advancing end-display
                accept tmp-command-input-buffer end-accept
                move 0 to tty-reply-status
            else
                accept tmp-command-input-buffer line 23 col 10
                end-accept
                move COB-CRT-STATUS to tty-reply-status
            end-if

            continue.

      ***************************************************************
      *** ----------------- a panel as a text block: its title, then
      *** tty-panel-line down to the last one in use
        show-text-panel section.
            move 0 to tty-panel-last.
            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > 15

                if tty-panel-line(tty-panel-index) not = spaces
                    move tty-panel-index to tty-panel-last
                end-if
            end-perform.

            display '=== ' function trim (tty-panel-title)
                ' ===' end-display.

            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > tty-panel-last

                display '  ' function trim
                        (tty-panel-line(tty-panel-index), trailing)
                end-display
            end-perform.

            continue.

      ***************************************************************
      *** ----------------- the stop: where execution stands, with
      *** the lines around it
        show-stop-context section.
            move active-line-if to tty-line-edit.
            display '----- ' function trim (cobol-src-name)
                ' line ' function trim (tty-line-edit)
                ' -----' end-display.

            move active-line-if to tty-center.
            perform show-source-around.

            continue.

      ***************************************************************
      *** ----------------- tty-context lines either side of
      *** tty-center, the active line marked '>' and breakpoint
      *** lines '*'
        show-source-around section.
            compute tty-from = tty-center - tty-context end-compute.
            if tty-from < 1
                move 1 to tty-from
            end-if
            compute tty-to = tty-center + tty-context end-compute.
            if tty-to > module-line-count
                move module-line-count to tty-to
            end-if

      * the breakpoint lookup's inputs and outputs are the
      * current statement's -- borrowed for the markers, then
      * handed back
            move bp-check-src-name to tty-save-bp-name.
            move bp-check-src-line to tty-save-bp-line.
            move is-breakpoint-flag to tty-save-bp-flag.
            set tty-save-bp-index to bp-index.

            perform varying tty-line from tty-from by 1
                until tty-line > tty-to

                move spaces to tmp-source-line-buffer
                move tty-line to tmp-linenumber-bin
                perform get-source-line

                move '  ' to tty-mark
                move cobol-src-name to bp-check-src-name
                move tty-line to bp-check-src-line
                perform is-breakpoint
                if is-breakpoint-flag = 1
                    move '* ' to tty-mark
                end-if
                if tty-line = active-line-if
                    move '> ' to tty-mark
                end-if

                move tty-line to tty-line-edit
                display tty-mark tty-line-edit '  '
                    function trim (tmp-source-line-buffer(1:72),
                        trailing)
                end-display
            end-perform.

            move tty-save-bp-name to bp-check-src-name.
            move tty-save-bp-line to bp-check-src-line.
            move tty-save-bp-flag to is-breakpoint-flag.
            set bp-index to tty-save-bp-index.

            continue.

      ***************************************************************
      *** ----------------- the line-mode prompt: one line off
      *** standard input. A function-key word becomes that key (so
      *** the journal keeps it as a key, and replays on either
      *** interface); LIST is answered here; anything else goes on
      *** to process-input-buffer as typed.
        line-mode-accept section.
            display function trim (tty-prompt) ' '
                with no advancing end-display.
            move spaces to tmp-command-input-buffer.
            accept tmp-command-input-buffer end-accept.

            perform line-mode-key-word.

            move tty-key-code to journal-key-status.
            perform journal-log-command.

      * no screen ACCEPT ran, so COB-CRT-STATUS says nothing --
      * the key (0 for a typed command) goes through the override
            move 1 to journal-override-flag.
            move tty-key-code to journal-crt-override.

            continue.

      ***************************************************************
      *** ----------------- is the line a bare function-key word?
      *** tty-key-code is the key bound to its action, 0 when the
      *** line is a typed command
        line-mode-key-word section.
            move 0 to tty-key-code.
            move spaces to tty-word.
            move spaces to tty-arg.
            unstring tmp-command-input-buffer delimited by all space
                into tty-word tty-arg
            end-unstring.
            move function upper-case (tty-word) to tty-word.

            if tty-word = 'LIST'
                move active-line-if to tty-center
                if line-cursor-position > 1
                    subtract 1 from line-cursor-position
                        giving tmp-linenumber end-subtract
                    if linenumber(tmp-linenumber) not = 0
                        move linenumber(tmp-linenumber) to tty-center
                    end-if
                end-if
                if tty-arg not = spaces
                    and function trim (tty-arg) is numeric

                    move function numval (tty-arg) to tty-center
                end-if
                perform show-source-around
                move spaces to tmp-command-input-buffer
                exit section
            end-if

            if tty-arg not = spaces
                exit section
            end-if

            move spaces to tty-action.
            evaluate tty-word
                when 'STEP'        move 'STEP' to tty-action
                when 'INTO'        move 'STEPINTO' to tty-action
                when 'OVER'        move 'STEPOVER' to tty-action
                when 'OUT'         move 'STEPOUT' to tty-action
                when 'GO'          move 'GO' to tty-action
                when 'PARA'        move 'PARASTEP' to tty-action
                when 'CURSOR'      move 'RUNTOCURSOR' to tty-action
                when 'HELP'        move 'HELP' to tty-action
                when 'QUIT'        move 'QUIT' to tty-action
                when 'STEPINTO'
                when 'STEPOVER'
                when 'STEPOUT'
                when 'PARASTEP'
                when 'RUNTOCURSOR'
                    move tty-word to tty-action
                when other
                    exit section
            end-evaluate.

            move spaces to tmp-command-input-buffer.

            perform varying km-slot from 1 by 1
                until km-slot > 17
                or km-action(km-slot) = tty-action

                continue
            end-perform.

            if km-slot > 17
                move spaces to status-line
                string function trim (tty-action) delimited by size
                    ' is not bound to any key in this keymap.'
                        delimited by size
                    into status-line
                end-string
                perform show-status-line
                move 0 to km-slot
                exit section
            end-if

            if km-slot <= 12
                compute tty-key-code = km-slot + 1000 end-compute
            else
                compute tty-key-code = km-slot - 13 + 2001
                end-compute
            end-if
            move 0 to km-slot.

            continue.

      ***************************************************************
      *** ----------------- View Variable as text -- the same
      *** fields the full screen lays out
        show-view-variable-text section.
            move vv-field-length to tty-line-edit.
            display '=== View Variable ===' end-display.
            display '  Name:    ' function trim (vv-current-varname)
                end-display.
            display '  Usage:   ' dtf-usage
                '   Size: ' function trim (tty-line-edit)
                end-display.

            if vv-ebcdic-flag = 1
                move eb-text to tty-value
            else
                move dtf-value to tty-value
            end-if.
            display '  Content: ' function trim (tty-value(1:60),
                trailing) end-display.
            perform varying tty-value-pos from 61 by 60
                until tty-value-pos > 280
                or tty-value(tty-value-pos:) = spaces

                display '           ' function trim
                        (tty-value(tty-value-pos:60), trailing)
                end-display
            end-perform.

            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > 5

                if vv-cond-display(tty-panel-index) not = spaces
                    display '  Cond:    ' function trim
                            (vv-cond-display(tty-panel-index),
                            trailing)
                    end-display
                end-if
            end-perform.

            if vv-decoded-value not = spaces
                display '  Decoded: ' function trim
                        (vv-decoded-value, trailing)
                end-display
            end-if.
            display '  Hex:     ' function trim (vv-hex-value, trailing)
                end-display.

            continue.

      ***************************************************************
      *** ----------------- the panels: painted, or handed to
      *** show-text-panel line for line
        show-sweep-panel-screen section.
            if line-mode-flag = 0
                display sweep-panel-screen end-display
                exit section
            end-if

            move sweep-panel-title to tty-panel-title.
            move spaces to tty-panel-data.
            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > 15

                move sweep-display-line(tty-panel-index)
                    to tty-panel-line(tty-panel-index)
            end-perform.
            perform show-text-panel.

            continue.

      ***************************************************************
        show-vv-table-screen section.
            if line-mode-flag = 0
                display vv-table-screen end-display
                exit section
            end-if

            move vv-table-title to tty-panel-title.
            move spaces to tty-panel-data.
            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > 15

                move vv-table-display-line(tty-panel-index)
                    to tty-panel-line(tty-panel-index)
            end-perform.
            perform show-text-panel.

            continue.

      ***************************************************************
        show-call-stack-screen section.
            if line-mode-flag = 0
                display call-stack-screen end-display
                exit section
            end-if

            move 'Call Stack' to tty-panel-title.
            move spaces to tty-panel-data.
            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > cs-display-count

                move cs-display-line(tty-panel-index)
                    to tty-panel-line(tty-panel-index)
            end-perform.
            perform show-text-panel.

            continue.

      ***************************************************************
        show-watch-panel-screen section.
            if line-mode-flag = 0
                display watch-panel-screen end-display
                exit section
            end-if

            move 'Watchpoints' to tty-panel-title.
            move spaces to tty-panel-data.
            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > wp-panel-display-count

                move wp-panel-display-line(tty-panel-index)
                    to tty-panel-line(tty-panel-index)
            end-perform.
            perform show-text-panel.

            continue.

      ***************************************************************
        show-bp-diff-screen section.
            if line-mode-flag = 0
                display bp-diff-screen end-display
                exit section
            end-if

            move 'Breakpoint Diff' to tty-panel-title.
            move spaces to tty-panel-data.
            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > bp-diff-display-count

                move bp-diff-display-line(tty-panel-index)
                    to tty-panel-line(tty-panel-index)
            end-perform.
            perform show-text-panel.

            continue.

      ***************************************************************
        show-profile-panel-screen section.
            if line-mode-flag = 0
                display profile-panel-screen end-display
                exit section
            end-if

            move 'Paragraph Profile' to tty-panel-title.
            move spaces to tty-panel-data.
            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > 15

                move prof-display-line(tty-panel-index)
                    to tty-panel-line(tty-panel-index)
            end-perform.
            perform show-text-panel.

            continue.

      ***************************************************************
        show-inject-panel-screen section.
            if line-mode-flag = 0
                display inject-panel-screen end-display
                exit section
            end-if

            move 'Injection Results' to tty-panel-title.
            move spaces to tty-panel-data.
            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > 15

                move inject-display-line(tty-panel-index)
                    to tty-panel-line(tty-panel-index)
            end-perform.
            perform show-text-panel.

            continue.

      ***************************************************************
        show-ledger-panel-screen section.
            if line-mode-flag = 0
                display ledger-panel-screen end-display
                exit section
            end-if

            move 'Change Ledger' to tty-panel-title.
            move spaces to tty-panel-data.
            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > 15

                move ledger-display-line(tty-panel-index)
                    to tty-panel-line(tty-panel-index)
            end-perform.
            perform show-text-panel.

            continue.

      ***************************************************************
        show-script-console-screen section.
            if line-mode-flag = 0
                display script-console-screen end-display
                exit section
            end-if

            move 'Script Console' to tty-panel-title.
            move spaces to tty-panel-data.
            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > 15

                move console-display-line(tty-panel-index)
                    to tty-panel-line(tty-panel-index)
            end-perform.
            perform show-text-panel.

            continue.

      ***************************************************************
      *** ----------------- the command reference: the keymap's rows
      *** with the fixed subcommand lines between them
        show-command-help-screen section.
            if line-mode-flag = 0
                display help-screen end-display
                exit section
            end-if

            move 'Command Reference' to tty-panel-title.
            move spaces to tty-panel-data.
            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > 9

                move km-cmd-help-row(tty-panel-index)
                    to tty-panel-line(tty-panel-index)
            end-perform.
            move help-sub-01 to tty-panel-line(10).
            move help-sub-02 to tty-panel-line(11).
            perform varying tty-panel-index from 1 by 1
                until tty-panel-index > 4

                move km-key-help-row(tty-panel-index)
                    to tty-panel-line(tty-panel-index + 11)
            end-perform.
            perform show-text-panel.

            continue.

      ***************************************************************
      *** ----------------- a question on the command line and its
      *** answer, typed just after it
        ask-on-command-line section.
            move spaces to tmp-command-input-buffer.
            if line-mode-flag = 1
                display function trim (command-input-line) ' '
                    with no advancing end-display
                accept tmp-command-input-buffer end-accept
            else
                display command-input-line end-display
                compute tmp-line-position = function length
                    (function trim (command-input-line)) + 2
                end-compute
                accept tmp-command-input-buffer line 23
                    col tmp-line-position end-accept
            end-if

            continue.

      ***************************************************************
        show-command-input-line section.
            if line-mode-flag = 0
                display command-input-line end-display
            end-if

            continue.
