        identification division.
        program-id. gc-compliance.

      * controls reconciliation -- gc-auditver proves the
      * AUDIT chain and the ledgers were not edited; this proves
      * the controls they record were followed. It reads the
      * session change ledgers (write-ledger-export), the gc-filefix
      * ledgers, the approval queue (approvals.cpy) and the debug
      * logs with their chained AUDIT records (log-sensitive-action,
      * roles.cpy), and reports:
      *   - every data change with no matching AUDIT record -- a
      *     ledger row needs a SETBACK, INJECT or STUB record for
      *     the same field from the same session (an undone row an
      *     UNDO record too); a gc-filefix ledger row, its own
      *     signed record, needs a signer
      *   - every approved command that was never retried
      *   - every retried command with no approval -- an
      *     APPROVED-EXEC record needs an APPROVED record on the
      *     chain for the same requester, by the same approver, of a
      *     QUEUED entry holding the same command, and a DONE entry
      *     in the queue needs its APPROVED record
      *   - every change made under a role that was not allowed to
      *     make it -- set-backs, undos and stubbed CALLs need
      *     SENIOR, so do approvals; injections and skips need
      *     SENIOR unless an approved retry of that command just
      *     opened the gate
      *   COB_COMPLIANCE_LIST   the files to reconcile, one per
      *                         line: LOG;<path>, LEDGER;<path>,
      *                         FILEFIX;<path> or APPROVALS;<path>
      *                         -- logs in the order written. Unset,
      *                         the one file each of COB_LOG_FILE
      *                         (gc-debugger.log), COB_LEDGER_FILE
      *                         (gc-debugger.ledger),
      *                         COB_FILEFIX_LEDGER (gc-filefix.ledger)
      *                         and COB_APPROVAL_FILE
      *                         (gc-debugger.approvals)
      *   COB_COMPLIANCE_REPORT the report
      *                         (default gc-compliance.report)
      * A ledger's session id and its log's are both the session's
      * start time, read a moment apart -- they are taken as the
      * same session when within five seconds of each other. The
      * return code is the number of findings.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select list-file assign to list-path
                organization is line sequential
                file status is list-file-status.

            select in-file assign to in-path
                organization is line sequential
                file status is in-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  list-file.
            01 list-record          pic x(270).

        fd  in-file.
            01 in-record            pic x(512).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 CP-LIST-MAX          value 50.
            78 CP-AUDIT-MAX         value 3000.
            78 CP-APPR-MAX          value 300.
      * five seconds, in hundredths
            78 CP-SID-SLACK         value 500.

            01 list-path                    pic x(256) value spaces.
            01 list-file-status             pic 99.
            01 in-path                      pic x(256) value spaces.
            01 in-file-status               pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

      * the files, by kind
            77 cp-list-count                pic 9(2) value 0.
            01 cp-list-tbl.
                05 cp-list-row occurs CP-LIST-MAX.
                    10 cl-kind               pic x(10).
                    10 cl-path               pic x(256).
                    10 cl-open-flag          pic 9.
            77 cp-list-index                pic 9(2) value 0.
            01 cp-list-kind                 pic x(10) value spaces.
            01 cp-env-path                  pic x(256) value spaces.

      * every AUDIT record of every log
            77 cp-audit-count               pic 9(4) value 0.
            01 cp-audit-tbl.
                05 cp-audit-row occurs CP-AUDIT-MAX.
                    10 au-sid                pic x(8).
                    10 au-sid-cs             pic 9(8).
                    10 au-user               pic x(20).
                    10 au-role               pic x(10).
                    10 au-action             pic x(16).
                    10 au-arg-1              pic x(80).
                    10 au-arg-2              pic x(30).
                    10 au-arg-3              pic x(30).
                    10 au-arg-5              pic x(30).
                    10 au-used               pic 9.
                    10 au-list               pic 9(2).
                    10 au-line               pic 9(7).
            77 cp-audit-index               pic 9(4) value 0.
            77 cp-audit-found               pic 9(4) value 0.
            77 cp-queued-index              pic 9(4) value 0.
            77 cp-queued-scan               pic 9(4) value 0.

      * the approval queue, every file of it
            77 cp-appr-count                pic 9(3) value 0.
            01 cp-appr-tbl.
                05 cp-appr-row occurs CP-APPR-MAX.
                    10 ap-seq                pic 9(4).
                    10 ap-status             pic x(10).
                    10 ap-user               pic x(20).
                    10 ap-role               pic x(10).
                    10 ap-approver           pic x(20).
                    10 ap-stamp              pic x(6).
                    10 ap-command            pic x(80).
            77 cp-appr-index                pic 9(3) value 0.

      * one record's pieces
            01 cp-token-tbl.
                05 cp-token occurs 9 pic x(80).
            77 cp-ptr                       pic 9(3) value 0.
            77 cp-line-number               pic 9(7) value 0.
            77 cp-pos                       pic 9(3) value 0.
            77 cp-open-pos                  pic 9(3) value 0.
            77 cp-audit-pos                 pic 9(3) value 0.
            01 cp-sid                       pic x(8) value spaces.
            77 cp-sid-cs                    pic 9(8) value 0.
            77 cp-sid-diff                  pic s9(8) value 0.
            01 cp-want-action               pic x(16) value spaces.
            01 cp-want-field                pic x(80) value spaces.
            01 cp-audit-field               pic x(80) value spaces.
            01 cp-signer                    pic x(40) value spaces.

      * the gate an approved retry opened, per session
            01 cp-cover-sid                 pic x(8) value spaces.
            01 cp-cover-letter              pic x(1) value spaces.

            77 cp-changes-count             pic 9(5) value 0.
            77 cp-finding-count             pic 9(5) value 0.
            77 cp-unaudited-count           pic 9(5) value 0.
            77 cp-unretried-count           pic 9(5) value 0.
            77 cp-unapproved-count          pic 9(5) value 0.
            77 cp-role-count                pic 9(5) value 0.
            77 cp-dropped-count             pic 9(5) value 0.
            77 cp-section-count             pic 9(5) value 0.
            01 cp-finding-text              pic x(132) value spaces.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to report-path.
            accept report-path from environment
                'COB_COMPLIANCE_REPORT' end-accept.
            if report-path = spaces
                move 'gc-compliance.report' to report-path
            end-if.

            perform load-file-list.

            if cp-list-count = 0
                display 'Nothing to reconcile -- no files listed.'
                end-display
                move 99 to return-code
                stop run
            end-if.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform write-report-head.

      * the logs and the queue first -- the ledgers are
      * matched against them
            perform varying cp-list-index from 1 by 1
                until cp-list-index > cp-list-count

                evaluate cl-kind(cp-list-index)
                    when 'LOG'
                        perform load-audit-records
                    when 'APPROVALS'
                        perform load-approval-file
                    when other
                        continue
                end-evaluate
            end-perform.

            move 'Data changes with no matching AUDIT record:'
                to report-line.
            write report-line.
            move 0 to cp-section-count.
            perform varying cp-list-index from 1 by 1
                until cp-list-index > cp-list-count

                evaluate cl-kind(cp-list-index)
                    when 'LEDGER'
                        perform check-session-ledger
                    when 'FILEFIX'
                        perform check-filefix-ledger
                    when other
                        continue
                end-evaluate
            end-perform.
            perform close-report-section.

            move 'Approved commands never retried:' to report-line.
            write report-line.
            move 0 to cp-section-count.
            perform check-unretried-approvals.
            perform close-report-section.

            move 'Retried commands with no approval:' to report-line.
            write report-line.
            move 0 to cp-section-count.
            perform check-unapproved-retries.
            perform close-report-section.

            move 'Actions under a role not allowed to take them:'
                to report-line.
            write report-line.
            move 0 to cp-section-count.
            perform check-action-roles.
            perform close-report-section.

            perform write-report-totals.

            close report-file.

            display 'Compliance reconciliation: ' cp-finding-count
                ' finding(s) -- see '
                function trim (report-path) end-display.

            move cp-finding-count to return-code.

            stop run.

      ***************************************************************
      *** ----------------- the list file, or the one default
      *** file of each kind
        load-file-list section.
            move spaces to list-path.
            accept list-path from environment 'COB_COMPLIANCE_LIST'
            end-accept.

            if list-path = spaces
                move 'LOG' to cp-list-kind
                move spaces to cp-env-path
                accept cp-env-path from environment 'COB_LOG_FILE'
                end-accept
                if cp-env-path = spaces
                    move 'gc-debugger.log' to cp-env-path
                end-if
                perform add-list-file

                move 'APPROVALS' to cp-list-kind
                move spaces to cp-env-path
                accept cp-env-path
                    from environment 'COB_APPROVAL_FILE'
                end-accept
                if cp-env-path = spaces
                    move 'gc-debugger.approvals' to cp-env-path
                end-if
                perform add-list-file

                move 'LEDGER' to cp-list-kind
                move spaces to cp-env-path
                accept cp-env-path from environment 'COB_LEDGER_FILE'
                end-accept
                if cp-env-path = spaces
                    move 'gc-debugger.ledger' to cp-env-path
                end-if
                perform add-list-file

                move 'FILEFIX' to cp-list-kind
                move spaces to cp-env-path
                accept cp-env-path
                    from environment 'COB_FILEFIX_LEDGER'
                end-accept
                if cp-env-path = spaces
                    move 'gc-filefix.ledger' to cp-env-path
                end-if
                perform add-list-file

                exit section
            end-if

            open input list-file.
            if list-file-status not = 0
                display 'Cannot open file list '
                    function trim (list-path) end-display
                move 99 to return-code
                stop run
            end-if

            read list-file end-read
            perform until list-file-status not = 0
                if list-record not = spaces
                    and list-record(1:1) not = '#'

                    move spaces to cp-list-kind
                    move spaces to cp-env-path
                    unstring list-record delimited by ';'
                        into cp-list-kind cp-env-path
                    end-unstring
                    move function upper-case (cp-list-kind)
                        to cp-list-kind

                    evaluate cp-list-kind
                        when 'LOG'
                        when 'LEDGER'
                        when 'FILEFIX'
                        when 'APPROVALS'
                            perform add-list-file
                        when other
                            display 'Unknown file kind: '
                                function trim (list-record)
                            end-display
                    end-evaluate
                end-if

                read list-file end-read
            end-perform

            close list-file

            continue.

      ***************************************************************
        add-list-file section.
            if cp-list-count >= CP-LIST-MAX
                or cp-env-path = spaces

                exit section
            end-if

            add 1 to cp-list-count.
            move cp-list-kind to cl-kind(cp-list-count).
            move cp-env-path to cl-path(cp-list-count).
            move 0 to cl-open-flag(cp-list-count).

            continue.

      ***************************************************************
      *** ----------------- open the listed file in
      *** cp-list-index; a file that is not there is noted in the
      *** report and passed over
        open-listed-file section.
            move cl-path(cp-list-index) to in-path.
            move 0 to cp-line-number.

            open input in-file.
            if in-file-status = 0
                move 1 to cl-open-flag(cp-list-index)
            else
                move 0 to cl-open-flag(cp-list-index)
            end-if

            continue.

      ***************************************************************
      *** ----------------- hhmmsscc [sid] AUDIT;user;role;
      *** action...;stamp[;MODULE=..][;TICKET=..];CHK=n
        load-audit-records section.
            perform open-listed-file.
            if cl-open-flag(cp-list-index) = 0
                exit section
            end-if

            read in-file end-read
            perform until in-file-status not = 0
                add 1 to cp-line-number

                move 0 to cp-audit-pos
                perform varying cp-pos from 1 by 1
                    until cp-pos > 400 or cp-audit-pos > 0

                    if in-record(cp-pos:8) = '] AUDIT;'
                        move cp-pos to cp-audit-pos
                    end-if
                end-perform

                if cp-audit-pos > 0
                    perform take-audit-record
                end-if

                read in-file end-read
            end-perform

            close in-file

            continue.

      ***************************************************************
        take-audit-record section.
            if cp-audit-count >= CP-AUDIT-MAX
                add 1 to cp-dropped-count
                exit section
            end-if

      * the session id sits in the brackets before AUDIT
            move 0 to cp-open-pos.
            perform varying cp-pos from cp-audit-pos by -1
                until cp-pos < 1 or cp-open-pos > 0

                if in-record(cp-pos:1) = '['
                    move cp-pos to cp-open-pos
                end-if
            end-perform

            move spaces to cp-sid.
            if cp-open-pos > 0 and cp-audit-pos > cp-open-pos + 1
                move in-record(cp-open-pos + 1:
                        cp-audit-pos - cp-open-pos - 1)
                    to cp-sid
            end-if
            perform sid-to-hundredths.

            move spaces to cp-token-tbl.
            compute cp-ptr = cp-audit-pos + 8 end-compute.
            unstring in-record delimited by ';'
                into cp-token(1) cp-token(2) cp-token(3)
                    cp-token(4) cp-token(5) cp-token(6)
                    cp-token(7) cp-token(8) cp-token(9)
                with pointer cp-ptr
            end-unstring

            add 1 to cp-audit-count.
            move cp-sid to au-sid(cp-audit-count).
            move cp-sid-cs to au-sid-cs(cp-audit-count).
            move cp-token(1) to au-user(cp-audit-count).
            move cp-token(2) to au-role(cp-audit-count).
            move cp-token(3) to au-action(cp-audit-count).
            move cp-token(4) to au-arg-1(cp-audit-count).
            move cp-token(5) to au-arg-2(cp-audit-count).
            move cp-token(6) to au-arg-3(cp-audit-count).
            move cp-token(8) to au-arg-5(cp-audit-count).
            move 0 to au-used(cp-audit-count).
            move cp-list-index to au-list(cp-audit-count).
            move cp-line-number to au-line(cp-audit-count).

            continue.

      ***************************************************************
      *** ----------------- hhmmsscc session id as hundredths
      *** of the day, for the ledger-to-log session match
        sid-to-hundredths section.
            move 0 to cp-sid-cs.

            if cp-sid is not numeric
                exit section
            end-if

            compute cp-sid-cs =
                ((function numval (cp-sid(1:2)) * 60
                    + function numval (cp-sid(3:2))) * 60
                    + function numval (cp-sid(5:2))) * 100
                    + function numval (cp-sid(7:2))
            end-compute.

            continue.

      ***************************************************************
      *** ----------------- seq;status;user;role;approver;stamp;
      *** command
        load-approval-file section.
            perform open-listed-file.
            if cl-open-flag(cp-list-index) = 0
                exit section
            end-if

            read in-file end-read
            perform until in-file-status not = 0
                or cp-appr-count >= CP-APPR-MAX

                if in-record not = spaces
                    add 1 to cp-appr-count
                    initialize cp-appr-row(cp-appr-count)
                    move spaces to cp-token-tbl
                    move 1 to cp-ptr
                    unstring in-record delimited by ';'
                        into cp-token(1) cp-token(2) cp-token(3)
                            cp-token(4) cp-token(5) cp-token(6)
                        with pointer cp-ptr
                    end-unstring

                    if function trim (cp-token(1)) is numeric
                        move function numval (cp-token(1))
                            to ap-seq(cp-appr-count)
                    end-if
                    move cp-token(2) to ap-status(cp-appr-count)
                    move cp-token(3) to ap-user(cp-appr-count)
                    move cp-token(4) to ap-role(cp-appr-count)
                    move cp-token(5) to ap-approver(cp-appr-count)
                    move cp-token(6) to ap-stamp(cp-appr-count)
      * the command is the rest of the record
                    if cp-ptr < length of in-record
                        move in-record(cp-ptr:)
                            to ap-command(cp-appr-count)
                    end-if
                end-if

                read in-file end-read
            end-perform

            close in-file

            continue.

      ***************************************************************
      *** ----------------- sid;module;line;field;old;new;undone
      *** [;ticket];CHK=n -- each row takes one unused SETBACK,
      *** INJECT or STUB record for its field from its session, an
      *** undone row an UNDO record as well
        check-session-ledger section.
            perform open-listed-file.
            if cl-open-flag(cp-list-index) = 0
                perform note-missing-file
                exit section
            end-if

            read in-file end-read
            perform until in-file-status not = 0
                add 1 to cp-line-number

                if in-record not = spaces
                    move spaces to cp-token-tbl
                    move 1 to cp-ptr
                    unstring in-record delimited by ';'
                        into cp-token(1) cp-token(2) cp-token(3)
                            cp-token(4) cp-token(5) cp-token(6)
                            cp-token(7)
                        with pointer cp-ptr
                    end-unstring

                    add 1 to cp-changes-count
                    move cp-token(1) to cp-sid
                    perform sid-to-hundredths
                    move cp-token(4) to cp-want-field

                    move 'SETBACK' to cp-want-action
                    perform find-change-audit
                    if cp-audit-found = 0
                        move 'INJECT' to cp-want-action
                        perform find-change-audit
                    end-if
                    if cp-audit-found = 0
                        move 'STUB' to cp-want-action
                        perform find-change-audit
                    end-if
                    if cp-audit-found = 0
                        move 'CHANGE' to cp-want-action
                        perform report-unaudited-change
                    end-if

                    if cp-token(7) = '1'
                        move 'UNDO' to cp-want-action
                        perform find-change-audit
                        if cp-audit-found = 0
                            perform report-unaudited-change
                        end-if
                    end-if
                end-if

                read in-file end-read
            end-perform

            close in-file

            continue.

      ***************************************************************
      *** ----------------- STUB;program;field names its field
      *** second, the others first
        find-change-audit section.
            move 0 to cp-audit-found.

            perform varying cp-audit-index from 1 by 1
                until cp-audit-index > cp-audit-count
                or cp-audit-found > 0

                if cp-want-action = 'STUB'
                    move au-arg-2(cp-audit-index) to cp-audit-field
                else
                    move au-arg-1(cp-audit-index) to cp-audit-field
                end-if

                if au-used(cp-audit-index) = 0
                    and au-action(cp-audit-index) = cp-want-action
                    and function upper-case (cp-audit-field)
                        = function upper-case (cp-want-field)

                    compute cp-sid-diff =
                        au-sid-cs(cp-audit-index) - cp-sid-cs
                    end-compute
                    if cp-sid-diff <= CP-SID-SLACK
                        and cp-sid-diff >= 0 - CP-SID-SLACK

                        move cp-audit-index to cp-audit-found
                        move 1 to au-used(cp-audit-index)
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
        report-unaudited-change section.
            add 1 to cp-unaudited-count.

            move spaces to cp-finding-text.
            string '  ' delimited by size
                function trim (cp-want-action) delimited by size
                ' not on record: session ' delimited by size
                function trim (cp-token(1)) delimited by size
                ' ' delimited by size
                function trim (cp-token(2)) delimited by size
                ' line ' delimited by size
                function trim (cp-token(3)) delimited by size
                ' ' delimited by size
                function trim (cp-token(4)) delimited by size
                ' ' delimited by size
                function trim (cp-token(5)) delimited by size
                ' -> ' delimited by size
                function trim (cp-token(6)) delimited by size
                into cp-finding-text
            end-string.
            perform write-finding-at-line.

            continue.

      ***************************************************************
      *** ----------------- user-hhmmss;file;record;field;old;
      *** new;0[;ticket] -- gc-filefix keeps no debug log; its
      *** ledger row is the signed record, so it needs a signer
        check-filefix-ledger section.
            perform open-listed-file.
            if cl-open-flag(cp-list-index) = 0
                perform note-missing-file
                exit section
            end-if

            read in-file end-read
            perform until in-file-status not = 0
                add 1 to cp-line-number

                if in-record not = spaces
                    move spaces to cp-token-tbl
                    move 1 to cp-ptr
                    unstring in-record delimited by ';'
                        into cp-token(1) cp-token(2) cp-token(3)
                            cp-token(4) cp-token(5) cp-token(6)
                        with pointer cp-ptr
                    end-unstring

                    add 1 to cp-changes-count
                    move spaces to cp-signer
                    unstring cp-token(1) delimited by '-'
                        into cp-signer
                    end-unstring

                    if cp-signer = spaces or cp-signer = 'unset'
                        add 1 to cp-unaudited-count
                        move spaces to cp-finding-text
                        string '  unsigned repair: '
                                delimited by size
                            function trim (cp-token(2))
                                delimited by size
                            ' record ' delimited by size
                            function trim (cp-token(3))
                                delimited by size
                            ' ' delimited by size
                            function trim (cp-token(4))
                                delimited by size
                            ' ' delimited by size
                            function trim (cp-token(5))
                                delimited by size
                            ' -> ' delimited by size
                            function trim (cp-token(6))
                                delimited by size
                            into cp-finding-text
                        end-string
                        perform write-finding-at-line
                    end-if
                end-if

                read in-file end-read
            end-perform

            close in-file

            continue.

      ***************************************************************
        check-unretried-approvals section.
            perform varying cp-appr-index from 1 by 1
                until cp-appr-index > cp-appr-count

                if ap-status(cp-appr-index) = 'APPROVED'
                    add 1 to cp-unretried-count
                    move spaces to cp-finding-text
                    string '  #' delimited by size
                        ap-seq(cp-appr-index) delimited by size
                        ' ' delimited by size
                        function trim (ap-user(cp-appr-index))
                            delimited by size
                        ' (' delimited by size
                        function trim (ap-role(cp-appr-index))
                            delimited by size
                        ') approved by ' delimited by size
                        function trim (ap-approver(cp-appr-index))
                            delimited by size
                        ': ' delimited by size
                        function trim (ap-command(cp-appr-index))
                            delimited by size
                        into cp-finding-text
                    end-string
                    perform write-finding
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- a DONE queue entry needs its APPROVED
      *** record; an APPROVED-EXEC record needs an APPROVED record
      *** for the same requester by the same approver, of a QUEUED
      *** entry holding the same command
        check-unapproved-retries section.
            perform varying cp-appr-index from 1 by 1
                until cp-appr-index > cp-appr-count

                if ap-status(cp-appr-index) = 'DONE'
                    perform find-queue-approval
                    if cp-audit-found = 0
                        add 1 to cp-unapproved-count
                        move spaces to cp-finding-text
                        string '  queue #' delimited by size
                            ap-seq(cp-appr-index) delimited by size
                            ' retried with no APPROVED record: '
                                delimited by size
                            function trim (ap-user(cp-appr-index))
                                delimited by size
                            ' ' delimited by size
                            function trim
                                (ap-command(cp-appr-index))
                                delimited by size
                            into cp-finding-text
                        end-string
                        perform write-finding
                    end-if
                end-if
            end-perform

            perform varying cp-audit-index from 1 by 1
                until cp-audit-index > cp-audit-count

                if au-action(cp-audit-index) = 'APPROVED-EXEC'
                    perform find-exec-approval
                    if cp-audit-found = 0
                        add 1 to cp-unapproved-count
                        move spaces to cp-finding-text
                        string '  ' delimited by size
                            function trim (au-arg-3(cp-audit-index))
                                delimited by size
                            ' ran ' delimited by size
                            function trim (au-arg-1(cp-audit-index))
                                delimited by size
                            ' as approved by ' delimited by size
                            function trim (au-arg-5(cp-audit-index))
                                delimited by size
                            ' -- no such approval'
                                delimited by size
                            into cp-finding-text
                        end-string
                        perform write-audit-finding
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
        find-queue-approval section.
            move 0 to cp-audit-found.

            perform varying cp-audit-found from 1 by 1
                until cp-audit-found > cp-audit-count

                if au-action(cp-audit-found) = 'APPROVED'
                    and function trim (au-arg-1(cp-audit-found))
                        is numeric
                    and function trim (au-arg-3(cp-audit-found))
                        = function trim (ap-user(cp-appr-index))

                    if function numval (au-arg-1(cp-audit-found))
                        = ap-seq(cp-appr-index)

                        exit perform
                    end-if
                end-if
            end-perform

            if cp-audit-found > cp-audit-count
                move 0 to cp-audit-found
            end-if

            continue.

      ***************************************************************
        find-exec-approval section.
            move 0 to cp-audit-found.

            perform varying cp-audit-found from 1 by 1
                until cp-audit-found > cp-audit-count

                if au-action(cp-audit-found) = 'APPROVED'
                    and au-arg-3(cp-audit-found)
                        = au-arg-3(cp-audit-index)
                    and au-user(cp-audit-found)
                        = au-arg-5(cp-audit-index)
                    and function trim (au-arg-1(cp-audit-found))
                        is numeric

                    perform find-queued-command
                    if cp-queued-index > 0
                        exit perform
                    end-if
                end-if
            end-perform

            if cp-audit-found > cp-audit-count
                move 0 to cp-audit-found
            end-if

            continue.

      ***************************************************************
      *** ----------------- the QUEUED record of the approved
      *** entry, holding the command the retry ran
        find-queued-command section.
            move 0 to cp-queued-index.

            perform varying cp-queued-scan from 1 by 1
                until cp-queued-scan > cp-audit-count
                or cp-queued-index > 0

                if au-action(cp-queued-scan) = 'QUEUED'
                    and function trim (au-arg-1(cp-queued-scan))
                        is numeric
                    and au-user(cp-queued-scan)
                        = au-arg-3(cp-audit-index)

                    if function numval (au-arg-1(cp-queued-scan))
                        = function numval (au-arg-1(cp-audit-found))
                        and function upper-case
                            (au-arg-2(cp-queued-scan))
                        = function upper-case
                            (au-arg-1(cp-audit-index)(1:30))

                        move cp-queued-scan to cp-queued-index
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- set-backs, undos, stubbed CALLs and
      *** approval decisions need SENIOR; injections and skips
      *** need SENIOR unless an approved retry of an I or R
      *** command in the same session opened the gate for them
        check-action-roles section.
            move spaces to cp-cover-sid.
            move spaces to cp-cover-letter.

            perform varying cp-audit-index from 1 by 1
                until cp-audit-index > cp-audit-count

                if au-sid(cp-audit-index) not = cp-cover-sid
                    move spaces to cp-cover-letter
                end-if

                evaluate au-action(cp-audit-index)
                    when 'APPROVED-EXEC'
                        move au-sid(cp-audit-index) to cp-cover-sid
                        move function upper-case
                                (au-arg-1(cp-audit-index)(1:1))
                            to cp-cover-letter
                    when 'SETBACK'
                    when 'UNDO'
                    when 'STUB'
                    when 'APPROVED'
                    when 'REJECTED'
                        move spaces to cp-cover-letter
                        if au-role(cp-audit-index) not = 'SENIOR'
                            perform report-role-finding
                        end-if
                    when 'INJECT'
                        if au-role(cp-audit-index) not = 'SENIOR'
                            and cp-cover-letter not = 'I'

                            perform report-role-finding
                        end-if
                    when 'SKIP'
                        if au-role(cp-audit-index) not = 'SENIOR'
                            and cp-cover-letter not = 'R'

                            perform report-role-finding
                        end-if
                        move spaces to cp-cover-letter
                    when other
                        move spaces to cp-cover-letter
                end-evaluate
            end-perform

            continue.

      ***************************************************************
        report-role-finding section.
            add 1 to cp-role-count.

            move spaces to cp-finding-text.
            string '  ' delimited by size
                function trim (au-user(cp-audit-index))
                    delimited by size
                ' (' delimited by size
                function trim (au-role(cp-audit-index))
                    delimited by size
                ') ' delimited by size
                function trim (au-action(cp-audit-index))
                    delimited by size
                ' ' delimited by size
                function trim (au-arg-1(cp-audit-index))
                    delimited by size
                into cp-finding-text
            end-string.
            perform write-audit-finding.

            continue.

      ***************************************************************
        write-report-head section.
            move 'Controls reconciliation' to report-line.
            write report-line.

            perform varying cp-list-index from 1 by 1
                until cp-list-index > cp-list-count

                move spaces to report-line
                string '  ' delimited by size
                    cl-kind(cp-list-index) delimited by size
                    ' ' delimited by size
                    function trim (cl-path(cp-list-index))
                        delimited by size
                    into report-line
                end-string
                write report-line
            end-perform.

            move spaces to report-line.
            write report-line.

            continue.

      ***************************************************************
        note-missing-file section.
            move spaces to report-line.
            string '  (cannot open ' delimited by size
                function trim (cl-path(cp-list-index))
                    delimited by size
                ' -- not reconciled)' delimited by size
                into report-line
            end-string.
            write report-line.

            continue.

      ***************************************************************
        write-finding section.
            add 1 to cp-finding-count.
            add 1 to cp-section-count.
            move cp-finding-text to report-line.
            write report-line.

            continue.

      ***************************************************************
      *** ----------------- a finding from the listed file open in
      *** cp-list-index, with where it stands
        write-finding-at-line section.
            perform write-finding.

            move spaces to report-line.
            string '      at ' delimited by size
                function trim (cl-path(cp-list-index))
                    delimited by size
                ' line ' delimited by size
                cp-line-number delimited by size
                into report-line
            end-string.
            write report-line.

            continue.

      ***************************************************************
      *** ----------------- a finding from an AUDIT record, with
      *** the log line it came from
        write-audit-finding section.
            perform write-finding.

            move spaces to report-line.
            string '      at ' delimited by size
                function trim (cl-path(au-list(cp-audit-index)))
                    delimited by size
                ' line ' delimited by size
                au-line(cp-audit-index) delimited by size
                ' session ' delimited by size
                au-sid(cp-audit-index) delimited by size
                into report-line
            end-string.
            write report-line.

            continue.

      ***************************************************************
        close-report-section section.
            if cp-section-count = 0
                move '  (none)' to report-line
                write report-line
            end-if

            move spaces to report-line.
            write report-line.

            continue.

      ***************************************************************
        write-report-totals section.
            move spaces to report-line.
            string 'Changes: ' delimited by size
                cp-changes-count delimited by size
                '  AUDIT records: ' delimited by size
                cp-audit-count delimited by size
                '  queue entries: ' delimited by size
                cp-appr-count delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            string 'Unaudited: ' delimited by size
                cp-unaudited-count delimited by size
                '  never retried: ' delimited by size
                cp-unretried-count delimited by size
                '  unapproved: ' delimited by size
                cp-unapproved-count delimited by size
                '  role: ' delimited by size
                cp-role-count delimited by size
                '  findings: ' delimited by size
                cp-finding-count delimited by size
                into report-line
            end-string.
            write report-line.

            if cp-dropped-count > 0
                move spaces to report-line
                string '  ' delimited by size
                    cp-dropped-count delimited by size
                    ' AUDIT record(s) past the table were not read'
                        delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            continue.
