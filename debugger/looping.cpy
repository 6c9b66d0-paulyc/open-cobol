      * looping.cpy
      * runaway-loop guard -- a debuggee spinning in a PERFORM
      * UNTIL that can never come true keeps its heartbeat going,
      * so the stall watch never sees it, and the budget guard
      * only fires once the window is gone. Every GO-MODE
      * statement is compared with the ones just before it: when
      * the same short cycle of lines (LOOP-CYCLE-MAX at most) has
      * gone round more than COB_LOOP_LIMIT times with no watched
      * field changing and no I/O statement in between, the run
      * pauses where it stands, publishes the LOOPING state, sends
      * an operator alert (kind LOOP) and leaves the cycle's lines
      * in the post-mortem. COB_LOOP_LIMIT unset or 0 leaves the
      * guard off; like the budget guard it stays out of headless
      * trace runs, which have no analyst to pause for.

      ***************************************************************
      *** ----------------- one GO-MODE statement: keep the run of
      *** statements that repeat the one loop-period back; a
      *** mismatch looks for a new period, a watched change or an
      *** I/O statement starts the count again. loop-hit-flag = 1
      *** when the cycle has gone round more than loop-limit times.
        check-runaway-loop section.
            move 0 to loop-hit-flag.

            if watchpoint-changed-flag = 1 or loop-io-flag = 1
                move 0 to loop-io-flag
                move 0 to loop-period
                move 0 to loop-run
                perform note-loop-statement
                exit section
            end-if

            if loop-period > 0
                move loop-period to loop-back
                perform find-loop-slot
                if lh-module(loop-slot) = cobol-src-name
                    and lh-line(loop-slot) = active-line-if

                    add 1 to loop-run
                else
                    move 0 to loop-period
                    move 0 to loop-run
                end-if
            end-if

      * no cycle running -- the nearest earlier sight of this
      * line, if it is close enough, is the next one to try
            if loop-period = 0
                perform varying loop-back from 1 by 1
                    until loop-back > loop-hist-count

                    perform find-loop-slot
                    if lh-module(loop-slot) = cobol-src-name
                        and lh-line(loop-slot) = active-line-if

                        move loop-back to loop-period
                        move 1 to loop-run
                        exit perform
                    end-if
                end-perform
            end-if

            perform note-loop-statement.

            if loop-period = 0
                exit section
            end-if

            divide loop-run by loop-period giving loop-repeats
            end-divide.

            if loop-repeats > loop-limit
                perform take-loop-cycle
                move 1 to loop-hit-flag
                move 0 to loop-period
                move 0 to loop-run
            end-if

            continue.

      ***************************************************************
      *** ----------------- the history slot loop-back statements
      *** before this one, into loop-slot
        find-loop-slot section.
            if loop-hist-next > loop-back
                compute loop-slot = loop-hist-next - loop-back
                end-compute
            else
                compute loop-slot =
                    loop-hist-next - loop-back + LOOP-CYCLE-MAX
                end-compute
            end-if

            continue.

      ***************************************************************
      *** ----------------- this statement into the history ring
        note-loop-statement section.
            move cobol-src-name to lh-module(loop-hist-next).
            move active-line-if to lh-line(loop-hist-next).

            if loop-hist-count < LOOP-CYCLE-MAX
                add 1 to loop-hist-count
            end-if

            add 1 to loop-hist-next.
            if loop-hist-next > LOOP-CYCLE-MAX
                move 1 to loop-hist-next
            end-if

            continue.

      ***************************************************************
      *** ----------------- the cycle that tripped the guard, oldest
      *** line first, kept for the post-mortem -- the last
      *** loop-period statements, this one included
        take-loop-cycle section.
            move loop-period to loop-cycle-count.
            move loop-repeats to loop-cycle-repeats.

            perform varying loop-cycle-index from 1 by 1
                until loop-cycle-index > loop-cycle-count

                compute loop-back =
                    loop-cycle-count - loop-cycle-index + 1
                end-compute
                perform find-loop-slot
                move lh-module(loop-slot)
                    to lc-module(loop-cycle-index)
                move lh-line(loop-slot) to lc-line(loop-cycle-index)
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the loop is caught -- pause the way the
      *** budget guard does: the spot recorded as the checkpoint,
      *** the screen handed back, the distinct LOOPING tag
      *** published and the operator alerted
        pause-on-runaway-loop section.
            set SINGLE-STEP-MODE to true.
            move 0 to step-over-stack-top.

            move cobol-src-name to checkpoint-module.
            move active-line-if to checkpoint-line.
            move 1 to checkpoint-set-flag.

            move spaces to go-progress-footer.
            perform show-animator-screen
            perform display-active-line.
            perform display-current-breakpoints.

            move 'LOOPING' to state-tag.
            perform publish-run-state.

            perform write-operator-alert.

            move loop-cycle-repeats to loop-repeat-edit.
            move loop-cycle-count to loop-count-edit.
            move spaces to status-line.
            string 'Runaway loop: ' delimited by size
                function trim (loop-count-edit) delimited by size
                ' line(s) repeated ' delimited by size
                function trim (loop-repeat-edit) delimited by size
                ' times, no watched change or I/O -- paused.'
                    delimited by size
                into status-line
            end-string
            perform show-status-line

            continue.

      ***************************************************************
      *** ----------------- the cycle's lines in the post-mortem,
      *** once the guard has caught one
        write-loop-postmortem-lines section.
            if loop-cycle-count = 0
                exit section
            end-if

            move loop-cycle-repeats to loop-repeat-edit.

            move spaces to pm-line
            write pm-line

            move spaces to pm-line
            string 'Runaway loop -- repeated ' delimited by size
                function trim (loop-repeat-edit) delimited by size
                ' times with no watched change or I/O:'
                    delimited by size
                into pm-line
            end-string
            write pm-line

            perform varying loop-cycle-index from 1 by 1
                until loop-cycle-index > loop-cycle-count

                move spaces to pm-line
                string '  ' delimited by size
                    function trim (lc-module(loop-cycle-index))
                        delimited by size
                    ' line ' delimited by size
                    lc-line(loop-cycle-index) delimited by size
                    into pm-line
                end-string
                write pm-line
            end-perform

            continue.
