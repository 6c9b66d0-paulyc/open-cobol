      *   W <field> [op value]   watchpoint, optional threshold
      *   V <field>    capture the field's current value
      *   U <field> <op> <value> arm a go-until expression
      *   I <file>     apply a name=value file (setback.cpy)
      *   G            resume (stop consuming until the next HIT)
      *   S            resume for one statement -- the next one
      *                is a HIT;STEP, the channel's single step

      ***************************************************************
      *** ----------------- read the whole command file into
      *** ----------------- one channel command, dispatched on the
      *** same leading letter process-input-buffer keys on
        channel-exec-one section.
      * file names must keep their case -- hold the
      * as-read copy before the command letter is folded
            move chan-current-cmd to chan-raw-cmd.
            call "C$TOUPPER" using chan-current-cmd
                by value 1 end-call

                when 'W' perform channel-add-watchpoint
                when 'V' perform channel-capture-field
                when 'U' perform channel-arm-until
                when 'I' perform channel-inject-values
                when 'G'
                    move 1 to chan-resume-flag
                    move 'OK;G' to chan-response
                    perform channel-write-response
                when 'S'
                    move 1 to chan-resume-flag
                    move 1 to chan-step-flag
                    move 'OK;S' to chan-response
                    perform channel-write-response
                when other
                    move spaces to chan-response
                    string 'ERR;unknown;' delimited by size

            continue.

      ***************************************************************
      *** ----------------- "I <file>" -- the same name=value
      *** injection inject-values does from the command line,
      *** every pair through apply-one-inject (ledgered and
      *** audited the same way), minus the outcome panel: the
      *** counts go to the response file as OK;I;applied;failed
        channel-inject-values section.
            move 3 to tmp-unstring-ptr.
            move spaces to inject-path.
            unstring chan-raw-cmd delimited by space
                into inject-path
                with pointer tmp-unstring-ptr
            end-unstring

            move 0 to inject-display-count.
            move spaces to inject-display-data.
            move 0 to inject-ok-count.
            move 0 to inject-fail-count.

            if inject-path = spaces
                move 'ERR;I;usage I <name=value file>'
                    to chan-response
                perform channel-write-response
                exit section
            end-if

      * a data-writer -- the same SENIOR-only rule
      * check-command-authority applies at the pause prompt, and
      * the refusal goes into the audit chain
            if debug-role-level < 3
                move spaces to chan-response
                string 'ERR;I;not permitted for role ' delimited by size
                    function trim (debug-role) delimited by size
                    into chan-response
                end-string
                perform channel-write-response

                move spaces to audit-action-text
                string 'INJECT-REFUSED;' delimited by size
                    function trim (inject-path) delimited by size
                    into audit-action-text
                end-string
                perform log-sensitive-action
                exit section
            end-if

            move cobol-src-name to chg-check-module.
            perform check-change-window.
            if chg-open-flag = 0
                move 'ERR;I;outside change window' to chan-response
                perform channel-write-response
                exit section
            end-if

            open input inject-file.
            if inject-file-status not = 0
                move spaces to chan-response
                string 'ERR;I;cannot open;' delimited by size
                    function trim (inject-path) delimited by size
                    into chan-response
                end-string
                perform channel-write-response
                exit section
            end-if

            read inject-file end-read
            perform until inject-file-status not = 0
                if inject-record not = spaces
                    perform apply-one-inject
                end-if
                read inject-file end-read
            end-perform
            close inject-file

            move spaces to chan-response.
            string 'OK;I;' delimited by size
                inject-ok-count delimited by size
                ';' delimited by size
                inject-fail-count delimited by size
                into chan-response
            end-string.

            perform channel-write-response.

            continue.

      ***************************************************************
      *** ----------------- a HIT just went through the trace --
      *** note it on the response file and consume the next stretch
                        move 'HIT;BP' to chan-response
                    when watchpoint-changed-flag = 1
                        move 'HIT;WP' to chan-response
                    when go-until-hit-flag = 1
                        move 'HIT;UNTIL' to chan-response
                    when other
                        move 'HIT;STEP' to chan-response
                end-evaluate

      * a step is one statement only -- whatever stopped
      * here, the next stretch starts without it
                move 0 to chan-step-flag

                move function length (function trim (chan-response))
                    to tmp-number-2
                add 1 to tmp-number-2
