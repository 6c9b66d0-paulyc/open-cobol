        identification division.
        program-id. gc-abendsig.

      * known-abend signature matching -- most overnight
      * failures are repeats of a problem somebody already
      * diagnosed, so every new post-mortem and defect packet is
      * matched against a library of the ones we know. The library
      * (COB_ABEND_LIBRARY, default gc-abend.signatures) holds one
      * signature per line ('#' starts a comment):
      *   module;line-or-paragraph;status;stack-pattern;
      *       known-issue;workaround
      * Any of the first four may be left empty (or '*') to match
      * anything. A line-or-paragraph that is all digits is a line
      * number, otherwise a paragraph or section name. The stack
      * pattern names the call chain down to the failing module,
      * outermost first, separated by '>' -- 'NIGHTLY>POSTGL>GLIO'
      * must be the whole chain, a leading '*' ('*>POSTGL>GLIO')
      * lets any callers stand above it, and a '*' further in
      * stands for any one module. The first signature that
      * matches a failure labels it; order the library from the
      * most specific down.
      * What is matched:
      *   COB_POSTMORTEM_FILE   the post-mortem report (default
      *                         gc-debugger.postmortem), when there
      *                         is one
      *   COB_ABEND_LIST        more post-mortem reports, one path
      *                         per line -- one per overnight
      *                         session
      *   COB_PACKET_REGISTER   every defect packet in the register
      *                         (default gc-defects.register); each
      *                         entry is rewritten with ;KNOWN;issue;
      *                         workaround or ;NEW on the end; only
      *                         an OPEN entry not labelled before is
      *                         listed and counted -- the rest are
      *                         relabelled quietly
      * What is written:
      *   COB_ABEND_MATCHES     path;KNOWN|NEW;issue;workaround;
      *                         module;line;status per post-mortem,
      *                         for gc-daily's morning report
      *                         (default gc-abend.matches)
      *   COB_ABEND_HISTORY     every failure ever matched, once
      *                         each: id;first-seen;issue or NEW
      *                         (default gc-abend.history) -- what
      *                         the frequency part is counted from
      *   COB_ABEND_REPORT      the match report and the frequency
      *                         per signature (default
      *                         gc-abend.report)
      * The return code is the count of failures no signature
      * matched (capped at 99) -- 0 means nothing new overnight.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select library-file assign to library-path
                organization is line sequential
                file status is library-file-status.

            select list-file assign to list-path
                organization is line sequential
                file status is list-file-status.

      * the post-mortem or packet being matched
            select failure-file assign to failure-path
                organization is line sequential
                file status is failure-file-status.

            select register-file assign to register-path
                organization is line sequential
                file status is register-file-status.

            select matches-file assign to matches-path
                organization is line sequential
                file status is matches-file-status.

            select history-file assign to history-path
                organization is line sequential
                file status is history-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  library-file.
            01 library-record       pic x(400).

        fd  list-file.
            01 list-record          pic x(256).

        fd  failure-file.
            01 failure-record       pic x(300).

        fd  register-file.
            01 register-record      pic x(400).

        fd  matches-file.
            01 matches-record       pic x(500).

        fd  history-file.
            01 history-record       pic x(100).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 AB-SIG-MAX           value 200.
            78 AB-STACK-MAX         value 20.
            78 AB-REG-MAX           value 100.
            78 AB-HIST-MAX          value 2000.

            01 library-path                 pic x(256) value spaces.
            01 library-file-status          pic 99.
            01 list-path                    pic x(256) value spaces.
            01 list-file-status             pic 99.
            01 failure-path                 pic x(256) value spaces.
            01 failure-file-status          pic 99.
            01 register-path                pic x(256) value spaces.
            01 register-file-status         pic 99.
            01 matches-path                 pic x(256) value spaces.
            01 matches-file-status          pic 99.
            01 history-path                 pic x(256) value spaces.
            01 history-file-status          pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.
            01 ab-pm-path                   pic x(256) value spaces.

      * the signature library, in file order
            77 ab-sig-count                 pic 9(3) value 0.
            01 ab-sig-tbl.
                05 ab-sig-row occurs AB-SIG-MAX.
                    10 sg-module             pic x(30).
                    10 sg-where              pic x(30).
                    10 sg-status             pic x(4).
                    10 sg-stack              pic x(120).
                    10 sg-issue              pic x(60).
                    10 sg-workaround         pic x(120).
                    10 sg-run-count          pic 9(4).

      * the failure being matched -- where it stopped, its file
      * status, and its call chain outermost first, the failing
      * module last
            01 ab-f-kind                    pic x(6).
            01 ab-f-id                      pic x(60).
            01 ab-f-module                  pic x(30).
            77 ab-f-line                    pic 9(6) value 0.
            01 ab-f-para                    pic x(30).
            01 ab-f-status                  pic x(4).
            77 ab-f-depth                   pic 9(2) value 0.
            01 ab-f-chain-tbl.
                05 ab-f-chain occurs AB-STACK-MAX pic x(30).
            01 ab-f-part                    pic x.
            77 ab-f-read-flag               pic 9 value 0.

      * the verdict -- the matching signature's row, 0 NEW
            77 ab-index                     pic 9(3) value 0.
            77 ab-hit                       pic 9(3) value 0.
            77 ab-ok-flag                   pic 9 value 0.
            77 ab-new-count                 pic 9(4) value 0.
            77 ab-known-count               pic 9(4) value 0.
            77 ab-failure-count             pic 9(4) value 0.

      * a stack pattern taken apart
            77 ab-pat-count                 pic 9(2) value 0.
            01 ab-pat-tbl.
                05 ab-pat occurs AB-STACK-MAX pic x(30).
            77 ab-pat-first                 pic 9(2) value 0.
            77 ab-pat-index                 pic 9(2) value 0.
            77 ab-chain-index               pic 9(2) value 0.

      * the defect register, held while its entries are labelled
            77 ab-reg-count                 pic 9(3) value 0.
            77 ab-reg-index                 pic 9(3) value 0.
            01 ab-reg-tbl.
                05 ab-reg-entry occurs AB-REG-MAX pic x(400).
            01 ab-reg-number                pic x(4).
            01 ab-reg-state                 pic x(6).
            01 ab-reg-sid                   pic x(8).
            01 ab-reg-user                  pic x(20).
            01 ab-reg-module                pic x(30).
            01 ab-reg-line                  pic 9(6).
            01 ab-reg-stamp                 pic x(6).
            01 ab-reg-file                  pic x(100).
            01 ab-reg-base                  pic x(200).
            01 ab-reg-label                 pic x(5).
      * a register entry relabelled without being listed or
      * counted -- CLOSED, or labelled on an earlier run
            77 ab-quiet-flag                pic 9 value 0.
            77 ab-reg-over-flag             pic 9 value 0.

      * the failure history -- one row per failure ever matched
            77 ab-hist-count                pic 9(4) value 0.
            77 ab-hist-index                pic 9(4) value 0.
            77 ab-hist-found                pic 9(4) value 0.
            01 ab-hist-tbl.
                05 ab-hist-row occurs AB-HIST-MAX.
                    10 hs-id                 pic x(60).
                    10 hs-date               pic x(8).
                    10 hs-label              pic x(60).
                    10 hs-counted            pic 9.
            01 ab-today                     pic x(8) value spaces.

      * the frequency part, one label at a time
            01 ab-freq-label                pic x(60).
            77 ab-freq-count                pic 9(5) value 0.
            01 ab-freq-first                pic x(8).
            01 ab-freq-last                 pic x(8).
            01 ab-count-edit                pic zzzz9.

      * parse scratch
            01 ab-ptr                       pic 9(4).
            01 ab-tok-1                     pic x(60).
            01 ab-tok-2                     pic x(60).
            01 ab-tok-3                     pic x(60).
            01 ab-tok-4                     pic x(60).
            01 ab-tok-5                     pic x(60).
            01 ab-tok-6                     pic x(60).
            01 ab-want                      pic x(30).
            01 ab-line-edit                 pic 9(6).
            01 ab-label                     pic x(60).
            01 ab-text                      pic x(132).

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to library-path.
            accept library-path from environment 'COB_ABEND_LIBRARY'
            end-accept.
            if library-path = spaces
                move 'gc-abend.signatures' to library-path
            end-if.

            move spaces to ab-pm-path.
            accept ab-pm-path from environment 'COB_POSTMORTEM_FILE'
            end-accept.
            if ab-pm-path = spaces
                move 'gc-debugger.postmortem' to ab-pm-path
            end-if.

            move spaces to list-path.
            accept list-path from environment 'COB_ABEND_LIST'
            end-accept.

            move spaces to register-path.
            accept register-path from environment
                'COB_PACKET_REGISTER' end-accept.
            if register-path = spaces
                move 'gc-defects.register' to register-path
            end-if.

            move spaces to matches-path.
            accept matches-path from environment 'COB_ABEND_MATCHES'
            end-accept.
            if matches-path = spaces
                move 'gc-abend.matches' to matches-path
            end-if.

            move spaces to history-path.
            accept history-path from environment 'COB_ABEND_HISTORY'
            end-accept.
            if history-path = spaces
                move 'gc-abend.history' to history-path
            end-if.

            move spaces to report-path.
            accept report-path from environment 'COB_ABEND_REPORT'
            end-accept.
            if report-path = spaces
                move 'gc-abend.report' to report-path
            end-if.

            accept ab-today from date yyyymmdd end-accept.

            perform load-signature-library.
            if ab-sig-count = 0
                display 'No signatures in '
                    function trim (library-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform load-failure-history.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if.

            open output matches-file.
            if matches-file-status not = 0
                display 'Cannot open '
                    function trim (matches-path) end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to report-line.
            string 'Known-abend signature match -- ' delimited by size
                function trim (library-path) delimited by size
                into report-line
            end-string
            write report-line.
            move spaces to report-line.
            write report-line.
            move 'Failures:' to report-line.
            write report-line.

      * the session's own post-mortem, then the overnight
      * sessions' listed ones
            move ab-pm-path to failure-path.
            perform match-postmortem.

            if list-path not = spaces
                perform match-listed-postmortems
            end-if.

            close matches-file.

            perform match-register-packets.

            if ab-failure-count = 0
                move '  (none)' to report-line
                write report-line
            end-if.

            perform write-frequency-part.

            close report-file.

            perform save-failure-history.

            display 'Signature match written to '
                function trim (report-path) end-display.

            if ab-new-count > 99
                move 99 to return-code
            else
                move ab-new-count to return-code
            end-if.

            stop run.

      ***************************************************************
        load-signature-library section.
            move 0 to ab-sig-count.

            open input library-file.
            if library-file-status not = 0
                exit section
            end-if

            read library-file end-read
            perform until library-file-status not = 0
                or ab-sig-count >= AB-SIG-MAX

                if library-record not = spaces
                    and library-record(1:1) not = '#'

                    add 1 to ab-sig-count
                    initialize ab-sig-row(ab-sig-count)
                    unstring library-record delimited by ';'
                        into sg-module(ab-sig-count)
                            sg-where(ab-sig-count)
                            sg-status(ab-sig-count)
                            sg-stack(ab-sig-count)
                            sg-issue(ab-sig-count)
                            sg-workaround(ab-sig-count)
                    end-unstring

                    move function upper-case
                        (function trim (sg-module(ab-sig-count)))
                        to sg-module(ab-sig-count)
                    move function upper-case
                        (function trim (sg-where(ab-sig-count)))
                        to sg-where(ab-sig-count)
                    move function trim (sg-status(ab-sig-count))
                        to sg-status(ab-sig-count)
                    move function upper-case
                        (function trim (sg-stack(ab-sig-count)))
                        to sg-stack(ab-sig-count)

      * a signature with no issue named cannot label anything
                    if sg-issue(ab-sig-count) = spaces
                        subtract 1 from ab-sig-count
                    end-if
                end-if

                read library-file end-read
            end-perform

            close library-file.

            continue.

      ***************************************************************
        match-listed-postmortems section.
            open input list-file.
            if list-file-status not = 0
                exit section
            end-if

            read list-file end-read
            perform until list-file-status not = 0
                if list-record not = spaces
                    and list-record(1:1) not = '#'
                    and list-record not = ab-pm-path

                    move list-record to failure-path
                    perform match-postmortem
                end-if

                read list-file end-read
            end-perform

            close list-file.

            continue.

      ***************************************************************
      *** ----------------- the post-mortem at failure-path --
      *** matched, reported, and its label left for gc-daily
        match-postmortem section.
            perform read-postmortem.
            if ab-f-read-flag = 0
                exit section
            end-if

            perform match-failure.
            perform write-failure-verdict.

            move spaces to matches-record.
            move ab-f-line to ab-line-edit.
            if ab-hit > 0
                string function trim (failure-path) delimited by size
                    ';KNOWN;' delimited by size
                    function trim (sg-issue(ab-hit)) delimited by size
                    ';' delimited by size
                    function trim (sg-workaround(ab-hit))
                        delimited by size
                    ';' delimited by size
                    function trim (ab-f-module) delimited by size
                    ';' delimited by size
                    ab-line-edit delimited by size
                    ';' delimited by size
                    function trim (ab-f-status) delimited by size
                    into matches-record
                end-string
            else
                string function trim (failure-path) delimited by size
                    ';NEW;;;' delimited by size
                    function trim (ab-f-module) delimited by size
                    ';' delimited by size
                    ab-line-edit delimited by size
                    ';' delimited by size
                    function trim (ab-f-status) delimited by size
                    into matches-record
                end-string
            end-if
            write matches-record.

            continue.

      ***************************************************************
      *** ----------------- the post-mortem's lines (postmortem.cpy):
      ***   Post-mortem -- session <sid> at <hhmmss>
      ***   Stopped in <module> at line <n>
      ***   Paragraph: <name>
      ***   Call stack: / "  #n  <module> line <n>" rows /
      ***     "  -> <module> line <n> (current)"
      ***   Last file status trip: <field> = <status>
      ***   Watchpoints: -- a watched status field's nonzero
      ***     value on its own "      <status>: meaning" row
        read-postmortem section.
            perform clear-failure.
            move 'PM' to ab-f-kind.

            open input failure-file.
            if failure-file-status not = 0
                exit section
            end-if
            move 1 to ab-f-read-flag.

            read failure-file end-read
            perform until failure-file-status not = 0
                move spaces to ab-tok-1 ab-tok-2 ab-tok-3
                    ab-tok-4 ab-tok-5 ab-tok-6
                unstring failure-record delimited by all space
                    into ab-tok-1 ab-tok-2 ab-tok-3 ab-tok-4
                        ab-tok-5 ab-tok-6
                end-unstring

                evaluate true
                    when failure-record(1:14) = 'Post-mortem --'
                        move spaces to ab-f-id
                        string 'PM ' delimited by size
                            function trim (ab-tok-4)
                                delimited by size
                            ' ' delimited by size
                            function trim (ab-tok-6)
                                delimited by size
                            into ab-f-id
                        end-string
                    when failure-record(1:11) = 'Stopped in '
                        move ab-tok-3 to ab-f-module
                        if function trim (ab-tok-6) is numeric
                            move ab-tok-6 to ab-f-line
                        end-if
                    when failure-record(1:11) = 'Paragraph: '
                        move function upper-case (ab-tok-2)
                            to ab-f-para
                    when failure-record(1:11) = 'Call stack:'
                        move 'S' to ab-f-part
                    when failure-record(1:12) = 'Watchpoints:'
                        move 'W' to ab-f-part
                    when failure-record(1:23)
                            = 'Last file status trip: '
                        unstring failure-record delimited by ' = '
                            into ab-tok-1 ab-tok-2
                        end-unstring
                        move function trim (ab-tok-2)
                            to ab-f-status
                    when failure-record = spaces
                        move spaces to ab-f-part
                    when ab-f-part = 'S'
                        and failure-record(1:3) = '  #'
                        move ab-tok-3 to ab-want
                        perform add-chain-module
                    when ab-f-part = 'S'
                        and failure-record(1:5) = '  -> '
                        move ab-tok-3 to ab-want
                        perform add-chain-module
                    when ab-f-part = 'W'
                        and failure-record(1:6) = spaces
                        and ab-f-status = spaces
                        move spaces to ab-tok-1
                        unstring failure-record(7:) delimited by ':'
                            into ab-tok-1
                        end-unstring
                        move function trim (ab-tok-1)
                            to ab-f-status
                    when other
                        continue
                end-evaluate

                read failure-file end-read
            end-perform

            close failure-file.

            if ab-f-id = spaces
                move failure-path to ab-f-id
            end-if

            continue.

      ***************************************************************
        clear-failure section.
            move 0 to ab-f-read-flag.
            move spaces to ab-f-kind.
            move spaces to ab-f-id.
            move spaces to ab-f-module.
            move 0 to ab-f-line.
            move spaces to ab-f-para.
            move spaces to ab-f-status.
            move 0 to ab-f-depth.
            move spaces to ab-f-part.

            continue.

      ***************************************************************
        add-chain-module section.
            if ab-f-depth < AB-STACK-MAX
                add 1 to ab-f-depth
                move function upper-case (ab-want)
                    to ab-f-chain(ab-f-depth)
            end-if

            continue.

      ***************************************************************
      *** ----------------- every entry of the defect register:
      *** its packet read and matched, and the entry rewritten with
      *** the label on the end in place of any earlier one. Only an
      *** OPEN entry with no label yet is new tonight.
        match-register-packets section.
            move 0 to ab-reg-count.

            open input register-file.
            if register-file-status not = 0
                exit section
            end-if

            move 0 to ab-reg-over-flag.
            read register-file end-read
            perform until register-file-status not = 0
                if register-record not = spaces
                    if ab-reg-count < AB-REG-MAX
                        add 1 to ab-reg-count
                        move register-record
                            to ab-reg-entry(ab-reg-count)
                    else
                        move 1 to ab-reg-over-flag
                    end-if
                end-if

                read register-file end-read
            end-perform

            close register-file.

            perform varying ab-reg-index from 1 by 1
                until ab-reg-index > ab-reg-count

                perform match-one-packet
            end-perform

      * rewritten from the table, a register longer than it
      * would lose its later entries -- it is left as it is
            if ab-reg-over-flag = 1
                display 'Register ' function trim (register-path)
                    ' has more than ' AB-REG-MAX ' entries -- '
                    'matched, but not rewritten' end-display
                exit section
            end-if

            open output register-file.
            if register-file-status not = 0
                display 'Cannot rewrite '
                    function trim (register-path) end-display
                exit section
            end-if

            perform varying ab-reg-index from 1 by 1
                until ab-reg-index > ab-reg-count

                move ab-reg-entry(ab-reg-index) to register-record
                write register-record
            end-perform

            close register-file.

            continue.

      ***************************************************************
      *** ----------------- number;state;session;user;module;line;
      *** hhmmss;packet-file[;label] -- the first eight fields kept
        match-one-packet section.
            move spaces to ab-reg-number ab-reg-state ab-reg-sid
                ab-reg-user ab-reg-module ab-reg-stamp ab-reg-file
                ab-reg-label.
            move 0 to ab-reg-line.
            unstring ab-reg-entry(ab-reg-index) delimited by ';'
                into ab-reg-number ab-reg-state ab-reg-sid
                    ab-reg-user ab-reg-module ab-reg-line
                    ab-reg-stamp ab-reg-file ab-reg-label
            end-unstring

            move 0 to ab-quiet-flag.
            if function trim (ab-reg-state) not = 'OPEN'
                or ab-reg-label not = spaces

                move 1 to ab-quiet-flag
            end-if

            perform clear-failure.
            move 'PACKET' to ab-f-kind.
            move spaces to ab-f-id.
            string 'PACKET ' delimited by size
                ab-reg-number delimited by size
                into ab-f-id
            end-string
            move function upper-case (ab-reg-module) to ab-f-module.
            move ab-reg-line to ab-f-line.

            move ab-reg-file to failure-path.
            perform read-packet.

            perform match-failure.
            if ab-quiet-flag = 0
                perform write-failure-verdict
            end-if
            move 0 to ab-quiet-flag.

            move spaces to ab-reg-base.
            move ab-reg-line to ab-line-edit.
            string ab-reg-number delimited by size
                ';' delimited by size
                function trim (ab-reg-state) delimited by size
                ';' delimited by size
                ab-reg-sid delimited by size
                ';' delimited by size
                function trim (ab-reg-user) delimited by size
                ';' delimited by size
                function trim (ab-reg-module) delimited by size
                ';' delimited by size
                ab-line-edit delimited by size
                ';' delimited by size
                ab-reg-stamp delimited by size
                ';' delimited by size
                function trim (ab-reg-file) delimited by size
                into ab-reg-base
            end-string

            move spaces to ab-reg-entry(ab-reg-index).
            if ab-hit > 0
                string function trim (ab-reg-base) delimited by size
                    ';KNOWN;' delimited by size
                    function trim (sg-issue(ab-hit)) delimited by size
                    ';' delimited by size
                    function trim (sg-workaround(ab-hit))
                        delimited by size
                    into ab-reg-entry(ab-reg-index)
                end-string
            else
                string function trim (ab-reg-base) delimited by size
                    ';NEW' delimited by size
                    into ab-reg-entry(ab-reg-index)
                end-string
            end-if

            continue.

      ***************************************************************
      *** ----------------- the packet's records (defectpkt.cpy):
      *** WHERE;module;line;paragraph, STACK;n;module;line per
      *** caller, STATUS;field;value;... -- a packet that cannot be
      *** read is matched on the register's module and line alone
        read-packet section.
            open input failure-file.
            if failure-file-status not = 0
                move ab-f-module to ab-want
                perform add-chain-module
                exit section
            end-if

            read failure-file end-read
            perform until failure-file-status not = 0
                move spaces to ab-tok-1 ab-tok-2 ab-tok-3
                    ab-tok-4 ab-tok-5
                unstring failure-record delimited by ';'
                    into ab-tok-1 ab-tok-2 ab-tok-3 ab-tok-4
                        ab-tok-5
                end-unstring

                evaluate ab-tok-1
                    when 'WHERE'
                        move function upper-case (ab-tok-2)
                            to ab-f-module
                        if function trim (ab-tok-3) is numeric
                            move ab-tok-3 to ab-f-line
                        end-if
                        move function upper-case (ab-tok-4)
                            to ab-f-para
                    when 'STACK'
                        move ab-tok-3 to ab-want
                        perform add-chain-module
                    when 'STATUS'
                        if ab-f-status = spaces
                            move function trim (ab-tok-3)
                                to ab-f-status
                        end-if
                    when other
                        continue
                end-evaluate

                read failure-file end-read
            end-perform

            close failure-file.

      * the stack records are the callers -- the stop itself
      * closes the chain
            move ab-f-module to ab-want.
            perform add-chain-module.

            continue.

      ***************************************************************
      *** ----------------- the first signature the failure
      *** satisfies into ab-hit (0 -- none), and its history row
      *** brought up to date; counted unless ab-quiet-flag is set
        match-failure section.
            if ab-quiet-flag = 0
                add 1 to ab-failure-count
            end-if
            move 0 to ab-hit.

            perform varying ab-index from 1 by 1
                until ab-index > ab-sig-count or ab-hit > 0

                perform test-one-signature
                if ab-ok-flag = 1
                    move ab-index to ab-hit
                end-if
            end-perform

            if ab-hit > 0
                if ab-quiet-flag = 0
                    add 1 to ab-known-count
                    add 1 to sg-run-count(ab-hit)
                end-if
                move sg-issue(ab-hit) to ab-label
            else
                if ab-quiet-flag = 0
                    add 1 to ab-new-count
                end-if
                move 'NEW' to ab-label
            end-if

            perform note-failure-history.

            continue.

      ***************************************************************
        test-one-signature section.
            move 0 to ab-ok-flag.

            if sg-module(ab-index) not = spaces
                and sg-module(ab-index) not = '*'
                and sg-module(ab-index) not = ab-f-module
                exit section
            end-if

            if sg-where(ab-index) not = spaces
                and sg-where(ab-index) not = '*'
                if function trim (sg-where(ab-index)) is numeric
                    if function numval (sg-where(ab-index))
                        not = ab-f-line
                        exit section
                    end-if
                else
                    if sg-where(ab-index) not = ab-f-para
                        exit section
                    end-if
                end-if
            end-if

            if sg-status(ab-index) not = spaces
                and sg-status(ab-index) not = '*'
                and sg-status(ab-index) not = ab-f-status
                exit section
            end-if

            if sg-stack(ab-index) not = spaces
                and sg-stack(ab-index) not = '*'
                perform test-stack-pattern
                if ab-ok-flag = 0
                    exit section
                end-if
            end-if

            move 1 to ab-ok-flag.

            continue.

      ***************************************************************
      *** ----------------- signature ab-index's stack pattern
      *** against the failure's chain: element for element from
      *** the failing end up, '*' for any one module, and a
      *** leading '*' for any callers above the rest
        test-stack-pattern section.
            move 0 to ab-ok-flag.
            move 0 to ab-pat-count.
            initialize ab-pat-tbl.

            move 1 to ab-ptr.
            perform until ab-ptr > length of sg-stack(ab-index)
                or ab-pat-count >= AB-STACK-MAX

                add 1 to ab-pat-count
                unstring sg-stack(ab-index) delimited by '>'
                    into ab-pat(ab-pat-count)
                    with pointer ab-ptr
                end-unstring
                move function trim (ab-pat(ab-pat-count))
                    to ab-pat(ab-pat-count)
                if ab-pat(ab-pat-count) = spaces
                    subtract 1 from ab-pat-count
                end-if
            end-perform

            if ab-pat-count = 0
                move 1 to ab-ok-flag
                exit section
            end-if

            move 1 to ab-pat-first.
            if ab-pat(1) = '*'
                move 2 to ab-pat-first
                if ab-f-depth < ab-pat-count - 1
                    exit section
                end-if
            else
                if ab-f-depth not = ab-pat-count
                    exit section
                end-if
            end-if

            move ab-f-depth to ab-chain-index.
            perform varying ab-pat-index from ab-pat-count by -1
                until ab-pat-index < ab-pat-first

                if ab-pat(ab-pat-index) not = '*'
                    and ab-pat(ab-pat-index)
                        not = ab-f-chain(ab-chain-index)
                    exit section
                end-if
                subtract 1 from ab-chain-index
            end-perform

            move 1 to ab-ok-flag.

            continue.

      ***************************************************************
        write-failure-verdict section.
            move ab-f-line to ab-line-edit.
            move spaces to report-line.
            move 1 to ab-ptr.
            string '  ' delimited by size
                function trim (ab-f-id) delimited by size
                '  ' delimited by size
                function trim (ab-f-module) delimited by size
                ' line ' delimited by size
                ab-line-edit delimited by size
                into report-line
                with pointer ab-ptr
            end-string
            if ab-f-para not = spaces
                string ' (' delimited by size
                    function trim (ab-f-para) delimited by size
                    ')' delimited by size
                    into report-line
                    with pointer ab-ptr
                end-string
            end-if
            if ab-f-status not = spaces
                string ' status ' delimited by size
                    function trim (ab-f-status) delimited by size
                    into report-line
                    with pointer ab-ptr
                end-string
            end-if
            write report-line

            move spaces to report-line.
            if ab-hit > 0
                string '      KNOWN  ' delimited by size
                    function trim (sg-issue(ab-hit)) delimited by size
                    into report-line
                end-string
                write report-line
                if sg-workaround(ab-hit) not = spaces
                    move spaces to report-line
                    string '      workaround: ' delimited by size
                        function trim (sg-workaround(ab-hit))
                            delimited by size
                        into report-line
                    end-string
                    write report-line
                end-if
            else
                move '      NEW    not in the signature library'
                    to report-line
                write report-line
            end-if

            continue.

      ***************************************************************
        load-failure-history section.
            move 0 to ab-hist-count.

            open input history-file.
            if history-file-status not = 0
                exit section
            end-if

            read history-file end-read
            perform until history-file-status not = 0
                or ab-hist-count >= AB-HIST-MAX

                if history-record not = spaces
                    add 1 to ab-hist-count
                    move spaces to hs-id(ab-hist-count)
                        hs-date(ab-hist-count)
                        hs-label(ab-hist-count)
                    unstring history-record delimited by ';'
                        into hs-id(ab-hist-count)
                            hs-date(ab-hist-count)
                            hs-label(ab-hist-count)
                    end-unstring
                end-if

                read history-file end-read
            end-perform

            close history-file.

            continue.

      ***************************************************************
      *** ----------------- one row per failure however often it
      *** is matched; a NEW one later recognized takes the label
        note-failure-history section.
            move 0 to ab-hist-found.
            perform varying ab-hist-index from 1 by 1
                until ab-hist-index > ab-hist-count
                or ab-hist-found > 0

                if hs-id(ab-hist-index) = ab-f-id
                    move ab-hist-index to ab-hist-found
                end-if
            end-perform

            if ab-hist-found > 0
                move ab-label to hs-label(ab-hist-found)
                exit section
            end-if

            if ab-hist-count < AB-HIST-MAX
                add 1 to ab-hist-count
                move ab-f-id to hs-id(ab-hist-count)
                move ab-today to hs-date(ab-hist-count)
                move ab-label to hs-label(ab-hist-count)
            end-if

            continue.

      ***************************************************************
        save-failure-history section.
            open output history-file.
            if history-file-status not = 0
                display 'Cannot write '
                    function trim (history-path) end-display
                exit section
            end-if

            perform varying ab-hist-index from 1 by 1
                until ab-hist-index > ab-hist-count

                move spaces to history-record
                string function trim (hs-id(ab-hist-index))
                        delimited by size
                    ';' delimited by size
                    hs-date(ab-hist-index) delimited by size
                    ';' delimited by size
                    function trim (hs-label(ab-hist-index))
                        delimited by size
                    into history-record
                end-string
                write history-record
            end-perform

            close history-file.

            continue.

      ***************************************************************
      *** ----------------- how often each signature has struck,
      *** over the whole history, with the dates it was first and
      *** last seen -- the unmatched counted together as NEW
        write-frequency-part section.
            move spaces to report-line.
            write report-line.
            move spaces to report-line.
            string 'Frequency per signature -- ' delimited by size
                function trim (history-path) delimited by size
                into report-line
            end-string
            write report-line.
            move '  count  first     last      known issue'
                to report-line.
            write report-line.

            perform varying ab-hist-index from 1 by 1
                until ab-hist-index > ab-hist-count

                move 0 to hs-counted(ab-hist-index)
            end-perform

            perform varying ab-hist-index from 1 by 1
                until ab-hist-index > ab-hist-count

                if hs-counted(ab-hist-index) = 0
                    perform write-one-frequency-row
                end-if
            end-perform

            if ab-hist-count = 0
                move '  (no failures matched yet)' to report-line
                write report-line
            end-if

            continue.

      ***************************************************************
        write-one-frequency-row section.
            move hs-label(ab-hist-index) to ab-freq-label.
            move 0 to ab-freq-count.
            move hs-date(ab-hist-index) to ab-freq-first.
            move hs-date(ab-hist-index) to ab-freq-last.

            perform varying ab-hist-found from ab-hist-index by 1
                until ab-hist-found > ab-hist-count

                if hs-label(ab-hist-found) = ab-freq-label
                    move 1 to hs-counted(ab-hist-found)
                    add 1 to ab-freq-count
                    if hs-date(ab-hist-found) < ab-freq-first
                        move hs-date(ab-hist-found) to ab-freq-first
                    end-if
                    if hs-date(ab-hist-found) > ab-freq-last
                        move hs-date(ab-hist-found) to ab-freq-last
                    end-if
                end-if
            end-perform

            move ab-freq-count to ab-count-edit.
            move spaces to report-line.
            if ab-freq-label = 'NEW'
                string '  ' delimited by size
                    ab-count-edit delimited by size
                    '  ' delimited by size
                    ab-freq-first delimited by size
                    '  ' delimited by size
                    ab-freq-last delimited by size
                    '  (not in the library)' delimited by size
                    into report-line
                end-string
            else
                string '  ' delimited by size
                    ab-count-edit delimited by size
                    '  ' delimited by size
                    ab-freq-first delimited by size
                    '  ' delimited by size
                    ab-freq-last delimited by size
                    '  ' delimited by size
                    function trim (ab-freq-label) delimited by size
                    into report-line
                end-string
            end-if
            write report-line.

            continue.
