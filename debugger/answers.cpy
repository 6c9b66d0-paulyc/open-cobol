      * answers.cpy
      * scripted answers for the debuggee's console ACCEPTs -- a
      * program that asks the operator for a reply or a run
      * parameter would otherwise leave a headless run (or a
      * gc-sched job) waiting on a console nobody watches.
      * COB_ACCEPT_FILE names the answer file, one entry a line:
      *   module;line-or-paragraph;value
      *   module;*;value          the module's default
      *   DEFAULT;value           the default for every module
      * ('*' in column 1 starts a comment). When the statement
      * about to run is an ACCEPT from the console -- recognized
      * structurally, the way the STOP RUN check does it, so
      * ACCEPT ... FROM DATE/TIME/ENVIRONMENT is left alone -- the
      * first unused entry for its line (or for the paragraph it
      * is in) supplies the value: each entry answers once, in
      * file order, with the module's default and then the file's
      * default behind them. The value goes into the receiving
      * field through ANIDATA "S", as "I <file>" does it, and
      * execution resumes at the next line of code, so the ACCEPT
      * itself never waits. Every answer -- masked like any other
      * value that leaves the session -- is recorded in the trace
      * and on the command channel's response file as
      *   ACCEPT;module;line;field;source;value
      * (source ENTRY, MODULE or DEFAULT; NONE when there was no
      * answer). With no answer to give, an interactive run pauses
      * on the ACCEPT; a headless run fails the job with return
      * code 16 rather than hang. The statement has to start its
      * line for the resume point to be known.

      ***************************************************************
      *** ----------------- read the answer file once, at start-up
        load-accept-answers section.
            move 0 to acc-count.
            move 0 to acc-default-flag.
            move spaces to acc-default-value.

            if acc-path = spaces
                exit section
            end-if

            open input answer-file.
            if answer-file-status not = 0
       >> IF ENABLE-LOGGING DEFINED
                if cob-anim-logging = 'Y'
                    move spaces to tmp-log-line
                    string 'ACCEPT;cannot open;' delimited by size
                        function trim (acc-path) delimited by size
                        into tmp-log-line
                    end-string
                    perform log-msg
                end-if
       >> END-IF
                exit section
            end-if

            read answer-file end-read
            perform until answer-file-status not = 0
                if answer-record not = spaces
                    and answer-record(1:1) not = '*'

                    perform take-answer-record
                end-if
                read answer-file end-read
            end-perform

            close answer-file.

            continue.

      ***************************************************************
      *** ----------------- one answer-file line; the value is
      *** everything after the last separator it needs, so a reply
      *** may hold a ';' of its own
        take-answer-record section.
            move spaces to acc-word-1.
            move spaces to acc-word-2.
            move 1 to tmp-unstring-ptr.
            unstring answer-record delimited by ';'
                into acc-word-1
                with pointer tmp-unstring-ptr
            end-unstring

            if function upper-case (function trim (acc-word-1))
                = 'DEFAULT'

                if tmp-unstring-ptr <= function length (answer-record)
                    move answer-record(tmp-unstring-ptr:)
                        to acc-default-value
                end-if
                move 1 to acc-default-flag
                exit section
            end-if

            if acc-count >= ACC-ANSWER-MAX
                exit section
            end-if

            unstring answer-record delimited by ';'
                into acc-word-2
                with pointer tmp-unstring-ptr
            end-unstring

            add 1 to acc-count.
            move spaces to acc-row(acc-count).
            move function upper-case (function trim (acc-word-1))
                to aa-module(acc-count).
            move function upper-case (function trim (acc-word-2))
                to aa-target(acc-count).
            if tmp-unstring-ptr <= function length (answer-record)
                move answer-record(tmp-unstring-ptr:)
                    to aa-value(acc-count)
            end-if
            move 0 to aa-used-flag(acc-count).

      * a line number is a one-line range now; a paragraph name
      * waits for its module's source
            if aa-target(acc-count) not = spaces
                and function trim (aa-target(acc-count)) is numeric

                move function numval (aa-target(acc-count))
                    to aa-from(acc-count)
                compute aa-to(acc-count) = aa-from(acc-count) + 1
                end-compute
                move 1 to aa-resolved-flag(acc-count)
            else
                move 0 to aa-from(acc-count)
                move 0 to aa-to(acc-count)
                move 0 to aa-resolved-flag(acc-count)
            end-if

            continue.

      ***************************************************************
      *** ----------------- every statement while answers are
      *** loaded: a console ACCEPT gets its answer and is stepped
      *** over (acc-answered-flag), or is left to wait
      *** (acc-miss-flag) -- a headless run fails here instead
        check-scripted-accept section.
            move 0 to acc-answered-flag.
            move 0 to acc-miss-flag.

            perform recognize-console-accept.
            if acc-field = spaces
                exit section
            end-if

            perform find-accept-answer.

            if acc-source not = 'NONE'
                perform supply-accept-answer
            end-if

            if acc-source = 'NONE'
                move spaces to acc-value
                move 1 to acc-miss-flag
                perform write-accept-records
                if trace-mode = 'Y' or trace-mode = 'R'
                    perform fail-on-unanswered-accept
                end-if
            else
                move 1 to acc-answered-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- is the statement about to run an ACCEPT
      *** that reads the console? acc-field is its receiving field,
      *** spaces when it is not one
        recognize-console-accept section.
            move spaces to acc-field.

            move active-line-if to tmp-linenumber-bin.
            perform get-source-line.
            perform build-stop-run-statement-text.

            move 1 to acc-tok-ptr.
            move spaces to acc-token.
            unstring stop-run-statement-text delimited by all space
                into acc-token
                with pointer acc-tok-ptr
            end-unstring
            if function trim (acc-token) not = 'ACCEPT'
                exit section
            end-if

            move spaces to acc-token.
            unstring stop-run-statement-text delimited by all space
                into acc-token
                with pointer acc-tok-ptr
            end-unstring
            inspect acc-token replacing all '.' by space.
            if acc-token = spaces
                exit section
            end-if
            move acc-token to acc-field-found.

      * FROM anything but the console -- DATE, TIME, DAY,
      * ENVIRONMENT, ... -- is not ours to answer
            move spaces to acc-token.
            unstring stop-run-statement-text delimited by all space
                into acc-token
                with pointer acc-tok-ptr
            end-unstring
            if function trim (acc-token) = 'FROM'
                move spaces to acc-token
                unstring stop-run-statement-text
                    delimited by all space
                    into acc-token
                    with pointer acc-tok-ptr
                end-unstring
                inspect acc-token replacing all '.' by space
                evaluate function trim (acc-token)
                    when 'CONSOLE'
                    when 'SYSIN'
                    when 'SYSIPT'
                        continue
                    when other
                        exit section
                end-evaluate
            end-if

            move acc-field-found to acc-field.

            continue.

      ***************************************************************
      *** ----------------- the answer for this ACCEPT: the first
      *** unused entry naming its line or paragraph, else the
      *** module's default, else the file's -- acc-source says
      *** which, NONE when there is none
        find-accept-answer section.
            move 'NONE' to acc-source.
            move spaces to acc-value.
            move function upper-case (cobol-src-name)
                to acc-module.

            perform varying acc-index from 1 by 1
                until acc-index > acc-count
                or acc-source = 'ENTRY'

                if aa-module(acc-index) = acc-module
                    and aa-target(acc-index) not = '*'
                    and aa-used-flag(acc-index) = 0

                    if aa-resolved-flag(acc-index) = 0
                        perform resolve-accept-target
                    end-if

                    if aa-resolved-flag(acc-index) = 1
                        and active-line-if >= aa-from(acc-index)
                        and active-line-if < aa-to(acc-index)

                        move 'ENTRY' to acc-source
                        move aa-value(acc-index) to acc-value
                        move 1 to aa-used-flag(acc-index)
                    end-if
                end-if
            end-perform

            if acc-source = 'NONE'
                perform varying acc-index from 1 by 1
                    until acc-index > acc-count
                    or acc-source = 'MODULE'

                    if aa-module(acc-index) = acc-module
                        and aa-target(acc-index) = '*'

                        move 'MODULE' to acc-source
                        move aa-value(acc-index) to acc-value
                    end-if
                end-perform
            end-if

            if acc-source = 'NONE' and acc-default-flag = 1
                move 'DEFAULT' to acc-source
                move acc-default-value to acc-value
            end-if

            continue.

      ***************************************************************
      *** ----------------- a paragraph entry against the module now
      *** running: from its header up to the next one, the range
      *** a tour stop uses. Not found -- flag 2, never matches.
        resolve-accept-target section.
            move aa-target(acc-index) to tmp-bp-target-name.
            perform find-paragraph-line.

            if tmp-linenumber-3 = 0
                move 2 to aa-resolved-flag(acc-index)
                exit section
            end-if

            move tmp-linenumber-3 to aa-from(acc-index).
            compute aa-to(acc-index) = module-line-count + 1
            end-compute.

            perform varying prof-scan-line
                from aa-from(acc-index) by 1
                until prof-scan-line > module-line-count
                or aa-to(acc-index) not = module-line-count + 1

                if prof-scan-line > aa-from(acc-index)
                    move spaces to tmp-source-line-buffer
                    move prof-scan-line to tmp-linenumber-bin
                    perform get-source-line

                    perform prof-check-para-header
                    if prof-header-flag = 1
                        move prof-scan-line to aa-to(acc-index)
                    end-if
                end-if
            end-perform

            move 1 to aa-resolved-flag(acc-index).

            continue.

      ***************************************************************
      *** ----------------- the value into the receiving field the
      *** way apply-one-inject patches one -- read first, so a name
      *** ANIDATA does not know is caught -- then on past the
      *** ACCEPT. Either failing leaves the ACCEPT unanswered.
        supply-accept-answer section.
            move interface-block to wp-interface-block.
            move acc-field to tmp-wp-var-name.
            move low-value to tmp-wp-var-name(50:1).
            call ANIDATA using "G" wp-interface-block
                tmp-wp-var-name end-call.

            if wp-dtf-length = 0
                move 'NONE' to acc-source
                exit section
            end-if

            perform find-accept-resume-line.
            if acc-resume-line = 0
                move 'NONE' to acc-source
                exit section
            end-if

            move acc-value to dtf-value.
            call ANIDATA using "S" interface-block
                tmp-wp-var-name end-call.

            perform write-accept-records.

            move acc-resume-line to active-line-if.
            move acc-resume-line to current-line-if.

            continue.

      ***************************************************************
      *** ----------------- the next line of code after the ACCEPT:
      *** blank and comment lines, a FROM continuing the statement
      *** and its END-ACCEPT are passed over. 0 when the module
      *** ends first.
        find-accept-resume-line section.
            move 0 to acc-resume-line.

            perform varying acc-scan-line from active-line-if by 1
                until acc-scan-line >= module-line-count
                or acc-resume-line not = 0

                move spaces to tmp-source-line-buffer
                compute tmp-linenumber-bin = acc-scan-line + 1
                end-compute
                perform get-source-line

                move spaces to acc-token
                if tmp-source-line-buffer(7:1) not = '*'
                    and tmp-source-line-buffer(7:1) not = '/'

                    move function upper-case
                            (function trim (tmp-source-line-buffer(8:)))
                        to acc-scan-text
                    unstring acc-scan-text delimited by all space
                        into acc-token
                    end-unstring
                    inspect acc-token replacing all '.' by space
                end-if

                evaluate true
                    when acc-token = spaces
                    when acc-token(1:2) = '*>'
                    when function trim (acc-token) = 'FROM'
                    when function trim (acc-token) = 'END-ACCEPT'
                        continue
                    when other
                        compute acc-resume-line = acc-scan-line + 1
                        end-compute
                end-evaluate
            end-perform

            continue.

      ***************************************************************
      *** ----------------- ACCEPT;module;line;field;source;value
      *** into the trace, straight to the file the way HIT records
      *** go, and onto the response file; the value masked
        write-accept-records section.
            move acc-field to mask-field-name.
            move acc-value to mask-field-value.
            perform apply-field-mask.

            move spaces to acc-record-text.
            string 'ACCEPT;' delimited by size
                function trim (cobol-src-name) delimited by size
                ';' delimited by size
                active-line-if delimited by size
                ';' delimited by size
                function trim (acc-field) delimited by size
                ';' delimited by size
                function trim (acc-source) delimited by size
                ';' delimited by size
                function trim (mask-field-value (1:80), trailing)
                    delimited by size
                into acc-record-text
            end-string

            if trace-file-open-flag = 1
                perform flush-trace-buffer
                move acc-record-text to trace-line
                write trace-line
            end-if

            if chan-active-flag = 1
                move acc-record-text to chan-response
                perform channel-write-response
            end-if

       >> IF ENABLE-LOGGING DEFINED
            if cob-anim-logging = 'Y'
                move acc-record-text to tmp-log-line
                perform log-msg
            end-if
       >> END-IF

            continue.

      ***************************************************************
      *** ----------------- an ACCEPT nobody can answer in a run
      *** nobody watches -- alert the operator, close the session
      *** out the way STOP RUN does, and end the job with a return
      *** code the scheduler counts as a failure
        fail-on-unanswered-accept section.
            perform write-operator-alert.

            perform flush-breakpoints.
            perform flush-trace-ring.
            perform flush-trace-buffer.
            perform write-profile-report.
            perform write-assert-report.
            perform write-ledger-export.
            perform write-postmortem-report.
            perform write-io-balance-report.
            perform write-callgraph-report.
            perform write-review-pack.
            perform write-wp-history-export.
            perform release-list-locks.
            perform close-session-manifest.

            move 'ENDED' to state-tag.
            perform publish-run-state.

            move 16 to return-code.
            stop run.

      ***************************************************************
      *** ----------------- an interactive GO-MODE run reaches an
      *** ACCEPT with no answer -- pause on it the way the loop
      *** guard pauses, so the analyst knows the console is about
      *** to be read
        pause-on-unanswered-accept section.
            set SINGLE-STEP-MODE to true.
            move 0 to step-over-stack-top.

            move spaces to go-progress-footer.
            perform show-animator-screen
            perform display-active-line.
            perform display-current-breakpoints.

            perform show-accept-outcome.

            continue.

      ***************************************************************
      *** ----------------- say what became of the ACCEPT
        show-accept-outcome section.
            move spaces to status-line.
            if acc-answered-flag = 1
                move acc-field to mask-field-name
                move acc-value to mask-field-value
                perform apply-field-mask
                string 'ACCEPT ' delimited by size
                    function trim (acc-field) delimited by size
                    ' answered from the answer file: ' delimited by size
                    function trim (mask-field-value (1:40))
                        delimited by size
                    into status-line
                end-string
            else
                string 'ACCEPT ' delimited by size
                    function trim (acc-field) delimited by size
                    ' has no scripted answer -- the debuggee will'
                        delimited by size
                    ' wait for its console.' delimited by size
                    into status-line
                end-string
            end-if
            perform show-status-line.

            move 0 to acc-answered-flag.
            move 0 to acc-miss-flag.

            continue.
