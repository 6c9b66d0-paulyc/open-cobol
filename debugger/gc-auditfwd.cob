        identification division.
        program-id. gc-auditfwd.

      * audit forwarder -- feeds the security monitoring system
      * (SIEM) every privileged action the debugger suite records.
      * It tails the debug logs' chained AUDIT records
      * (log-sensitive-action, roles.cpy), the session change
      * ledgers (write-ledger-export, setback.cpy) and the gc-filefix
      * ledgers, and appends each record to an outbound spool as one
      * syslog line carrying a CEF event, user, role, module, field
      * and action each in a field of its own:
      *   <pri>Mmm dd hh:mm:ss host CEF:0|GnuCOBOL|gc-debugger|1.0|
      *   <action>|<event name>|<severity>|suser= spriv= act=
      *   cs1=module cs2=field cs3=ticket cs4=session cs5=detail
      *   cs6=record time cn1=line fname=<source> externalId=
      *   <kind>:<line>:<key>
      * A set-back ledger row carries no user or role (the AUDIT
      * record of the same change does); a gc-filefix row is
      * signed, its role is always SENIOR, and the data file and
      * record number stand in for module and line, as in the
      * ledger itself. Before and after values are never forwarded
      * -- they are production data, and may be masked fields.
      *   COB_AUDITFWD_LIST   the files to forward, one per line:
      *                       LOG;<path>, LEDGER;<path> or
      *                       FILEFIX;<path>. Unset, the one file
      *                       each of COB_LOG_FILE (gc-debugger.log),
      *                       COB_LEDGER_FILE (gc-debugger.ledger)
      *                       and COB_FILEFIX_LEDGER
      *                       (gc-filefix.ledger)
      *   COB_AUDITFWD_SPOOL  the outbound spool, appended to
      *                       (default gc-auditfwd.spool)
      *   COB_AUDITFWD_MARK   the high-water marks, one
      *                       kind;path;lines;key row per file
      *                       (default gc-auditfwd.mark)
      *   COB_AUDITFWD_HOST   the host name in the syslog header
      *                       (default HOSTNAME)
      * The mark holds how many lines of each file were read and a
      * key (position-weighted character sum) of the last one, so
      * a restart picks up exactly after it. A log whose marked
      * line no longer matches was rotated -- the rest of its ".1"
      * generation goes first, then the new log from the top; any
      * other file that no longer matches was rewritten and is read
      * from the top. The spool is read back at start-up too: lines
      * already in it past a file's mark (a run that stopped
      * between spooling and saving its marks) count as sent. The
      * return code is the number of files whose mark could not be
      * found again (records may be missing from the feed).

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

            select spool-file assign to spool-path
                organization is line sequential
                file status is spool-file-status.

            select mark-file assign to mark-path
                organization is line sequential
                file status is mark-file-status.

        data division.
        file section.

        fd  list-file.
            01 list-record          pic x(270).

        fd  in-file.
            01 in-record            pic x(512).

        fd  spool-file.
            01 spool-record         pic x(1024).

        fd  mark-file.
            01 mark-record          pic x(300).

        working-storage section.

            78 AF-LIST-MAX          value 50.
            78 AF-MARK-MAX          value 100.
            78 AF-SENT-MAX          value 100.

            01 list-path                    pic x(256) value spaces.
            01 list-file-status             pic 99.
            01 in-path                      pic x(256) value spaces.
            01 in-file-status               pic 99.
            01 spool-path                   pic x(256) value spaces.
            01 spool-file-status            pic 99.
            01 mark-path                    pic x(256) value spaces.
            01 mark-file-status             pic 99.
            01 mark-final-path              pic x(256) value spaces.

      * the files to forward, by kind
            77 af-list-count                pic 9(2) value 0.
            01 af-list-tbl.
                05 af-list-row occurs AF-LIST-MAX.
                    10 al-kind               pic x(10).
                    10 al-path               pic x(256).
            77 af-list-index                pic 9(2) value 0.
            01 af-list-kind                 pic x(10) value spaces.
            01 af-env-path                  pic x(256) value spaces.

      * the high-water marks -- every row the mark file held,
      * so files not in this run's list keep theirs
            77 af-mark-count                pic 9(3) value 0.
            01 af-mark-tbl.
                05 af-mark-row occurs AF-MARK-MAX.
                    10 mk-kind               pic x(10).
                    10 mk-path               pic x(256).
                    10 mk-lines              pic 9(7).
                    10 mk-key                pic 9(9).
            77 af-mark-index                pic 9(3) value 0.
            77 af-mark-found                pic 9(3) value 0.
            01 af-mark-text-1               pic x(10) value spaces.
            01 af-mark-text-2               pic x(10) value spaces.
            77 af-mark-ptr                  pic 9(3) value 0.

      * the last line of each file already in the spool, by
      * the escaped file name the spool line carries
            77 af-sent-count                pic 9(3) value 0.
            01 af-sent-tbl.
                05 af-sent-row occurs AF-SENT-MAX.
                    10 as-path               pic x(300).
                    10 as-line               pic 9(7).
                    10 as-key                pic 9(9).
            77 af-sent-index                pic 9(3) value 0.
            77 af-sent-found                pic 9(3) value 0.
            01 af-sent-path                 pic x(300) value spaces.
            01 af-sent-kind                 pic x(10) value spaces.
            01 af-sent-line-text            pic x(10) value spaces.
            01 af-sent-key-text             pic x(10) value spaces.
            77 af-fname-pos                 pic 9(4) value 0.
            77 af-extid-pos                 pic 9(4) value 0.
            77 af-spool-pos                 pic 9(4) value 0.

      * the file being read and where reading starts
            01 af-src-path                  pic x(256) value spaces.
            01 af-read-path                 pic x(256) value spaces.
            01 af-rot-path                  pic x(256) value spaces.
            77 af-start-line                pic 9(7) value 0.
            77 af-line-number               pic 9(7) value 0.
            77 af-line-key                  pic 9(9) value 0.
            77 af-file-lines                pic 9(7) value 0.
            77 af-last-key                  pic 9(9) value 0.
            77 af-read-ok-flag              pic 9 value 0.
            77 af-check-line                pic 9(7) value 0.
            77 af-check-key                 pic 9(9) value 0.
            77 af-check-flag                pic 9 value 0.

      * the line key -- same arithmetic family as the audit
      * chain's compute-audit-checksum, over the whole line
            77 af-key-pos                   pic 9(3) value 0.
            77 af-key-sum                   pic 9(12) value 0.

      * one record's pieces
            01 af-token-tbl.
                05 af-token occurs 9 pic x(80).
            77 af-ptr                       pic 9(4) value 0.
            77 af-pos                       pic 9(4) value 0.
            77 af-audit-pos                 pic 9(4) value 0.
            77 af-open-pos                  pic 9(4) value 0.
            77 af-chk-pos                   pic 9(4) value 0.
            77 af-end-pos                   pic 9(4) value 0.
            77 af-kw-pos                    pic 9(4) value 0.
            77 af-module-pos                pic 9(4) value 0.
            77 af-ticket-pos                pic 9(4) value 0.
            77 af-semi-pos                  pic 9(4) value 0.
            77 af-base-start                pic 9(4) value 0.
            01 af-base-text                 pic x(512) value spaces.
            77 af-base-len                  pic 9(4) value 0.
            01 af-action-text               pic x(300) value spaces.
            01 af-user                      pic x(20) value spaces.
            01 af-role                      pic x(10) value spaces.
            01 af-module                    pic x(80) value spaces.
            01 af-field                     pic x(80) value spaces.
            01 af-stub-program              pic x(30) value spaces.
            01 af-action                    pic x(24) value spaces.
            01 af-detail                    pic x(300) value spaces.
            01 af-ticket                    pic x(20) value spaces.
            01 af-sid                       pic x(10) value spaces.
            01 af-stamp                     pic x(6) value spaces.
            01 af-line-ref                  pic x(10) value spaces.
            01 af-event-name                pic x(40) value spaces.
            77 af-severity                  pic 9(2) value 0.
            77 af-syslog-pri                pic 9(3) value 0.

      * the spool line as it is built
            77 af-out-ptr                   pic 9(4) value 0.
            01 af-ext-key                   pic x(10) value spaces.
            01 af-ext-label                 pic x(20) value spaces.
            77 af-ext-first-flag            pic 9 value 0.
            01 af-esc-in                    pic x(300) value spaces.
            01 af-esc-out                   pic x(600) value spaces.
            01 af-esc-mode                  pic x value 'E'.
            77 af-esc-len                   pic 9(4) value 0.
            77 af-esc-index                 pic 9(4) value 0.
            77 af-esc-out-len               pic 9(4) value 0.
            01 af-num-edit                  pic z(8)9.
            01 af-host                      pic x(64) value spaces.

      * the syslog header's clock
            01 af-date-raw.
                03 af-date-yyyy              pic 9(4).
                03 af-date-mm                pic 99.
                03 af-date-dd                pic 99.
            01 af-time-raw.
                03 af-time-hh                pic 99.
                03 af-time-mi                pic 99.
                03 af-time-ss                pic 99.
                03 filler                    pic 99.
            01 af-month-names               pic x(36) value
                'JanFebMarAprMayJunJulAugSepOctNovDec'.
            01 af-day-edit                  pic z9.
            01 af-syslog-stamp              pic x(15) value spaces.

            77 af-forward-count             pic 9(7) value 0.
            77 af-total-count               pic 9(7) value 0.
            77 af-lost-count                pic 9(2) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to spool-path.
            accept spool-path from environment 'COB_AUDITFWD_SPOOL'
            end-accept.
            if spool-path = spaces
                move 'gc-auditfwd.spool' to spool-path
            end-if.

            move spaces to mark-final-path.
            accept mark-final-path from environment
                'COB_AUDITFWD_MARK' end-accept.
            if mark-final-path = spaces
                move 'gc-auditfwd.mark' to mark-final-path
            end-if.

            move spaces to af-host.
            accept af-host from environment 'COB_AUDITFWD_HOST'
            end-accept.
            if af-host = spaces
                accept af-host from environment 'HOSTNAME'
                end-accept
            end-if.
            if af-host = spaces
                move 'localhost' to af-host
            end-if.

            perform load-file-list.

            if af-list-count = 0
                display 'Nothing to forward -- no files listed.'
                end-display
                move 99 to return-code
                stop run
            end-if.

            perform load-marks.
            perform load-spooled-lines.

            open extend spool-file.
            if spool-file-status not = 0
                open output spool-file
            end-if
            if spool-file-status not = 0
                display 'Cannot open spool file '
                    function trim (spool-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform varying af-list-index from 1 by 1
                until af-list-index > af-list-count

                perform forward-one-source
            end-perform.

            close spool-file.

      * the marks only move once the spool is safely closed
            perform save-marks.

            display 'Audit forwarding: ' af-total-count
                ' record(s) to ' function trim (spool-path)
            end-display.
            if af-lost-count > 0
                display af-lost-count
                    ' file(s) rewritten past their mark -- records'
                    ' may be missing from the feed.' end-display
            end-if.

            move af-lost-count to return-code.

            stop run.

      ***************************************************************
      *** ----------------- the list file, or the one default
      *** file of each kind
        load-file-list section.
            move spaces to list-path.
            accept list-path from environment 'COB_AUDITFWD_LIST'
            end-accept.

            if list-path = spaces
                move 'LOG' to af-list-kind
                move spaces to af-env-path
                accept af-env-path from environment 'COB_LOG_FILE'
                end-accept
                if af-env-path = spaces
                    move 'gc-debugger.log' to af-env-path
                end-if
                perform add-list-file

                move 'LEDGER' to af-list-kind
                move spaces to af-env-path
                accept af-env-path from environment 'COB_LEDGER_FILE'
                end-accept
                if af-env-path = spaces
                    move 'gc-debugger.ledger' to af-env-path
                end-if
                perform add-list-file

                move 'FILEFIX' to af-list-kind
                move spaces to af-env-path
                accept af-env-path
                    from environment 'COB_FILEFIX_LEDGER'
                end-accept
                if af-env-path = spaces
                    move 'gc-filefix.ledger' to af-env-path
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

                    move spaces to af-list-kind
                    move spaces to af-env-path
                    unstring list-record delimited by ';'
                        into af-list-kind af-env-path
                    end-unstring
                    move function upper-case (af-list-kind)
                        to af-list-kind

                    evaluate af-list-kind
                        when 'LOG'
                        when 'LEDGER'
                        when 'FILEFIX'
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
            if af-list-count >= AF-LIST-MAX
                or af-env-path = spaces

                exit section
            end-if

            add 1 to af-list-count.
            move af-list-kind to al-kind(af-list-count).
            move af-env-path to al-path(af-list-count).

            continue.

      ***************************************************************
      *** ----------------- kind;path;lines;key rows -- no mark
      *** file yet is a first run, every file read from the top
        load-marks section.
            move 0 to af-mark-count.
            move mark-final-path to mark-path.

            open input mark-file.
            if mark-file-status not = 0
                exit section
            end-if

            read mark-file end-read
            perform until mark-file-status not = 0
                or af-mark-count >= AF-MARK-MAX

                if mark-record not = spaces
                    add 1 to af-mark-count
                    move spaces to af-mark-text-1
                    move spaces to af-mark-text-2
                    move 1 to af-mark-ptr
                    unstring mark-record delimited by ';'
                        into mk-kind(af-mark-count)
                             mk-path(af-mark-count)
                             af-mark-text-1
                             af-mark-text-2
                        with pointer af-mark-ptr
                    end-unstring

                    move 0 to mk-lines(af-mark-count)
                    move 0 to mk-key(af-mark-count)
                    if function trim (af-mark-text-1) is numeric
                        move function numval (af-mark-text-1)
                            to mk-lines(af-mark-count)
                    end-if
                    if function trim (af-mark-text-2) is numeric
                        move function numval (af-mark-text-2)
                            to mk-key(af-mark-count)
                    end-if
                end-if

                read mark-file end-read
            end-perform

            close mark-file

            continue.

      ***************************************************************
      *** ----------------- the spool's own record of what went out:
      *** the last fname= / externalId= pair per file. A spool the
      *** shipper has already emptied simply has nothing to add
        load-spooled-lines section.
            move 0 to af-sent-count.

            open input spool-file.
            if spool-file-status not = 0
                exit section
            end-if

            read spool-file end-read
            perform until spool-file-status not = 0
                perform take-spooled-line
                read spool-file end-read
            end-perform

            close spool-file

            continue.

      ***************************************************************
      *** ----------------- fname= and externalId= are always the
      *** last two pairs, and '=' inside a value is escaped, so the
      *** last ' fname=' is the real one
        take-spooled-line section.
            move 0 to af-fname-pos.
            move 0 to af-extid-pos.

            perform varying af-spool-pos from 1000 by -1
                until af-spool-pos < 1 or af-fname-pos > 0

                if spool-record(af-spool-pos:12) = ' externalId='
                    and af-extid-pos = 0
                    move af-spool-pos to af-extid-pos
                end-if
                if spool-record(af-spool-pos:7) = ' fname='
                    and af-extid-pos > 0
                    move af-spool-pos to af-fname-pos
                end-if
            end-perform

            if af-fname-pos = 0
                or af-extid-pos <= af-fname-pos + 7
                exit section
            end-if

            move spaces to af-sent-path.
            move spool-record(af-fname-pos + 7:
                    af-extid-pos - af-fname-pos - 7)
                to af-sent-path.

            move spaces to af-sent-kind.
            move spaces to af-sent-line-text.
            move spaces to af-sent-key-text.
            compute af-ptr = af-extid-pos + 12 end-compute.
            unstring spool-record delimited by ':' or space
                into af-sent-kind af-sent-line-text af-sent-key-text
                with pointer af-ptr
            end-unstring

            if function trim (af-sent-line-text) is not numeric
                or function trim (af-sent-key-text) is not numeric
                exit section
            end-if

            move 0 to af-sent-found.
            perform varying af-sent-index from 1 by 1
                until af-sent-index > af-sent-count

                if as-path(af-sent-index) = af-sent-path
                    move af-sent-index to af-sent-found
                    exit perform
                end-if
            end-perform

            if af-sent-found = 0
                if af-sent-count >= AF-SENT-MAX
                    exit section
                end-if
                add 1 to af-sent-count
                move af-sent-count to af-sent-found
                move af-sent-path to as-path(af-sent-found)
            end-if

            move function numval (af-sent-line-text)
                to as-line(af-sent-found).
            move function numval (af-sent-key-text)
                to as-key(af-sent-found).

            continue.

      ***************************************************************
      *** ----------------- the listed file at af-list-index, from
      *** just after its mark to its current end
        forward-one-source section.
            move al-path(af-list-index) to af-src-path.
            move 0 to af-forward-count.
            move 0 to af-start-line.

            move 0 to af-mark-found.
            perform varying af-mark-index from 1 by 1
                until af-mark-index > af-mark-count

                if mk-kind(af-mark-index) = al-kind(af-list-index)
                    and mk-path(af-mark-index) = af-src-path
                    move af-mark-index to af-mark-found
                    exit perform
                end-if
            end-perform

            if af-mark-found > 0
                and mk-lines(af-mark-found) > 0

                move af-src-path to af-read-path
                move mk-lines(af-mark-found) to af-check-line
                move mk-key(af-mark-found) to af-check-key
                perform check-line-key

                if af-check-flag = 1
                    move mk-lines(af-mark-found) to af-start-line
                else
                    perform follow-rewritten-source
                end-if
            end-if

            move af-src-path to af-read-path.
            perform apply-spooled-line.
            perform forward-file.

            if af-read-ok-flag = 0
                display function trim (al-kind(af-list-index))
                    ' ' function trim (af-src-path)
                    ': not found, mark kept' end-display
                exit section
            end-if

            if af-mark-found = 0
                if af-mark-count >= AF-MARK-MAX
                    exit section
                end-if
                add 1 to af-mark-count
                move af-mark-count to af-mark-found
                move al-kind(af-list-index) to mk-kind(af-mark-found)
                move af-src-path to mk-path(af-mark-found)
            end-if
            move af-file-lines to mk-lines(af-mark-found).
            move af-last-key to mk-key(af-mark-found).

            display function trim (al-kind(af-list-index))
                ' ' function trim (af-src-path) ': '
                af-forward-count ' record(s) forwarded' end-display.

            continue.

      ***************************************************************
      *** ----------------- the marked line is gone from the file.
      *** A log rotates to ".1" -- if the mark is found there, its
      *** remaining records go first; otherwise the mark is lost
      *** and the file is read from the top
        follow-rewritten-source section.
            if al-kind(af-list-index) = 'LOG'
                move spaces to af-rot-path
                string function trim (af-src-path) delimited by size
                    '.1' delimited by size
                    into af-rot-path
                end-string

                move af-rot-path to af-read-path
                perform check-line-key

                if af-check-flag = 1
                    move af-check-line to af-start-line
                    perform apply-spooled-line
                    perform forward-file
                    move 0 to af-start-line
                    exit section
                end-if
            end-if

            add 1 to af-lost-count.
            display function trim (al-kind(af-list-index))
                ' ' function trim (af-src-path)
                ': marked line not found -- read from the top'
            end-display.
            move 0 to af-start-line.

            continue.

      ***************************************************************
      *** ----------------- does line af-check-line of af-read-path
      *** still carry key af-check-key? af-check-flag = 1 if so
        check-line-key section.
            move 0 to af-check-flag.
            move af-read-path to in-path.

            open input in-file.
            if in-file-status not = 0
                exit section
            end-if

            move 0 to af-line-number.
            read in-file end-read
            perform until in-file-status not = 0
                or af-line-number >= af-check-line

                add 1 to af-line-number
                if af-line-number = af-check-line
                    perform compute-line-key
                    if af-line-key = af-check-key
                        move 1 to af-check-flag
                    end-if
                end-if

                read in-file end-read
            end-perform

            close in-file

            continue.

      ***************************************************************
      *** ----------------- a spool line past af-start-line for
      *** af-read-path, whose line still matches, moves the start
      *** up to it -- it was sent before the mark was saved
        apply-spooled-line section.
            move af-read-path to af-esc-in.
            move 'E' to af-esc-mode.
            perform escape-cef-text.
            move spaces to af-sent-path.
            if af-esc-out-len > 0
                move af-esc-out(1:af-esc-out-len) to af-sent-path
            end-if

            move 0 to af-sent-found.
            perform varying af-sent-index from 1 by 1
                until af-sent-index > af-sent-count

                if as-path(af-sent-index) = af-sent-path
                    move af-sent-index to af-sent-found
                    exit perform
                end-if
            end-perform

            if af-sent-found = 0
                exit section
            end-if
            if as-line(af-sent-found) <= af-start-line
                exit section
            end-if

            move as-line(af-sent-found) to af-check-line.
            move as-key(af-sent-found) to af-check-key.
            perform check-line-key.
            if af-check-flag = 1
                move as-line(af-sent-found) to af-start-line
            end-if

            continue.

      ***************************************************************
      *** ----------------- read af-read-path to its end, spooling
      *** every record after af-start-line; af-file-lines and
      *** af-last-key end up describing its last line
        forward-file section.
            move 0 to af-read-ok-flag.
            move af-read-path to in-path.

            open input in-file.
            if in-file-status not = 0
                exit section
            end-if

            move 1 to af-read-ok-flag.
            move 0 to af-line-number.
            move 0 to af-last-key.

            read in-file end-read
            perform until in-file-status not = 0
                add 1 to af-line-number
                perform compute-line-key
                move af-line-key to af-last-key

                if af-line-number > af-start-line
                    and in-record not = spaces

                    evaluate al-kind(af-list-index)
                        when 'LOG'
                            perform take-log-line
                        when 'LEDGER'
                            perform take-ledger-line
                        when other
                            perform take-filefix-line
                    end-evaluate
                end-if

                read in-file end-read
            end-perform

            close in-file

            move af-line-number to af-file-lines.

            continue.

      ***************************************************************
      *** ----------------- position-weighted character sum of the
      *** line, modulo 999999999
        compute-line-key section.
            move 0 to af-key-sum.

            perform varying af-key-pos from 1 by 1
                until af-key-pos > 512

                if in-record(af-key-pos:1) not = space
                    compute af-key-sum = af-key-sum
                        + (function ord (in-record(af-key-pos:1))
                           * af-key-pos)
                    end-compute
                end-if
            end-perform

            compute af-line-key =
                function mod (af-key-sum, 999999999)
            end-compute

            continue.

      ***************************************************************
      *** ----------------- hhmmsscc [sid] AUDIT;user;role;
      *** action...;stamp[;MODULE=..][;TICKET=..];CHK=n -- any
      *** other log line is trace, not forwarded
        take-log-line section.
            move 0 to af-audit-pos.
            perform varying af-pos from 1 by 1
                until af-pos > 400 or af-audit-pos > 0

                if in-record(af-pos:8) = '] AUDIT;'
                    move af-pos to af-audit-pos
                end-if
            end-perform

            if af-audit-pos = 0
                exit section
            end-if

            perform clear-event-fields.

      * the session id sits in the brackets before AUDIT
            move 0 to af-open-pos.
            perform varying af-pos from af-audit-pos by -1
                until af-pos < 1 or af-open-pos > 0

                if in-record(af-pos:1) = '['
                    move af-pos to af-open-pos
                end-if
            end-perform
            if af-open-pos > 0 and af-audit-pos > af-open-pos + 1
                move in-record(af-open-pos + 1:
                        af-audit-pos - af-open-pos - 1)
                    to af-sid
            end-if

      * the keyword tail -- CHK= last, MODULE= and TICKET=
      * ahead of it
            compute af-base-start = af-audit-pos + 8 end-compute.
            compute af-end-pos = function length
                (function trim (in-record trailing))
            end-compute
            move 0 to af-chk-pos.
            move 0 to af-module-pos.
            move 0 to af-ticket-pos.
            perform varying af-pos from af-base-start by 1
                until af-pos > af-end-pos

                evaluate true
                    when in-record(af-pos:5) = ';CHK='
                        move af-pos to af-chk-pos
                    when in-record(af-pos:8) = ';MODULE='
                        move af-pos to af-module-pos
                    when in-record(af-pos:8) = ';TICKET='
                        move af-pos to af-ticket-pos
                    when other
                        continue
                end-evaluate
            end-perform

            if af-chk-pos > 0
                compute af-end-pos = af-chk-pos - 1 end-compute
            end-if

            move af-end-pos to af-kw-pos.
            if af-module-pos > 0
                compute af-ptr = af-module-pos + 8 end-compute
                unstring in-record(1:af-end-pos) delimited by ';'
                    into af-module
                    with pointer af-ptr
                end-unstring
                if af-module-pos <= af-kw-pos
                    compute af-kw-pos = af-module-pos - 1 end-compute
                end-if
            end-if
            if af-ticket-pos > 0
                compute af-ptr = af-ticket-pos + 8 end-compute
                unstring in-record(1:af-end-pos) delimited by ';'
                    into af-ticket
                    with pointer af-ptr
                end-unstring
                if af-ticket-pos <= af-kw-pos
                    compute af-kw-pos = af-ticket-pos - 1 end-compute
                end-if
            end-if

            if af-kw-pos < af-base-start
                exit section
            end-if

      * user;role;action...;stamp -- the stamp is the
      * last part, the action everything between
            move spaces to af-base-text.
            compute af-base-len = af-kw-pos - af-base-start + 1
            end-compute
            move in-record(af-base-start:af-base-len) to af-base-text.

            move 1 to af-ptr.
            unstring af-base-text(1:af-base-len) delimited by ';'
                into af-user af-role
                with pointer af-ptr
            end-unstring

            move 0 to af-semi-pos.
            perform varying af-pos from af-base-len by -1
                until af-pos < af-ptr or af-semi-pos > 0

                if af-base-text(af-pos:1) = ';'
                    move af-pos to af-semi-pos
                end-if
            end-perform

            if af-semi-pos > 0
                if af-semi-pos < af-base-len
                    move af-base-text(af-semi-pos + 1:) to af-stamp
                end-if
                if af-semi-pos > af-ptr
                    move af-base-text(af-ptr:af-semi-pos - af-ptr)
                        to af-action-text
                end-if
            else
                if af-ptr <= af-base-len
                    move af-base-text(af-ptr:) to af-action-text
                end-if
            end-if

            move 1 to af-ptr.
            unstring af-action-text delimited by ';'
                into af-action
                with pointer af-ptr
            end-unstring
            if af-ptr <= length of af-action-text
                move af-action-text(af-ptr:) to af-detail
            end-if

      * the actions that name a field carry it first; a
      * stubbed CALL names the called program, then the field
            evaluate af-action
                when 'SETBACK'
                when 'INJECT'
                when 'UNDO'
                when 'UNMASK'
                    move 1 to af-ptr
                    unstring af-detail delimited by ';'
                        into af-field
                        with pointer af-ptr
                    end-unstring
                    move spaces to af-action-text
                    if af-ptr <= length of af-detail
                        move af-detail(af-ptr:) to af-action-text
                    end-if
                    move af-action-text to af-detail
                when 'STUB'
                    move spaces to af-stub-program
                    move 1 to af-ptr
                    unstring af-detail delimited by ';'
                        into af-stub-program af-field
                        with pointer af-ptr
                    end-unstring
                    move spaces to af-action-text
                    if af-ptr <= length of af-detail
                        and af-detail(af-ptr:) not = spaces

                        string function trim (af-stub-program)
                                delimited by size
                            ';' delimited by size
                            af-detail(af-ptr:) delimited by size
                            into af-action-text
                        end-string
                    else
                        move af-stub-program to af-action-text
                    end-if
                    move af-action-text to af-detail
                when other
                    continue
            end-evaluate

            evaluate af-action
                when 'SETBACK'
                when 'INJECT'
                when 'STUB'
                when 'UNDO'
                when 'RESTORE'
                    move 'Production data changed' to af-event-name
                    move 8 to af-severity
                when 'SKIP'
                when 'APPROVED-EXEC'
                when 'INJECT-REFUSED'
                when 'STUB-REFUSED'
                    move 'Privileged run control' to af-event-name
                    move 8 to af-severity
                when 'SCRIPT-REGISTER'
                when 'SCRIPT-RUN'
                when 'SCRIPT-REFUSED'
                when 'SCRIPT-CONSOLE'
                when 'SCRIPT-CONSOLE-REFUSED'
                    move 'Script approval' to af-event-name
                    move 6 to af-severity
                when 'UNMASK'
                    move 'Masked field revealed' to af-event-name
                    move 6 to af-severity
                when other
                    move 'Audited debugger action' to af-event-name
                    move 3 to af-severity
            end-evaluate

            perform write-spool-line.

            continue.

      ***************************************************************
      *** ----------------- sid;module;line;field;old;new;undone;
      *** ticket;CHK=n
        take-ledger-line section.
            perform clear-event-fields.

            move spaces to af-token-tbl.
            move 1 to af-ptr.
            unstring in-record delimited by ';'
                into af-token(1) af-token(2) af-token(3)
                    af-token(4) af-token(5) af-token(6)
                    af-token(7) af-token(8)
                with pointer af-ptr
            end-unstring

            move af-token(1) to af-sid.
            move af-token(2) to af-module.
            move af-token(3) to af-line-ref.
            move af-token(4) to af-field.
            if af-token(8)(1:4) not = 'CHK='
                move af-token(8) to af-ticket
            end-if
            move 'SETBACK' to af-action.
            if af-token(7) = '1'
                move 'undone' to af-detail
            end-if

            move 'Production data changed' to af-event-name.
            move 8 to af-severity.

            perform write-spool-line.

            continue.

      ***************************************************************
      *** ----------------- user-hhmmss;file;record;field;old;new;
      *** undone;ticket -- gc-filefix writes only as SENIOR
        take-filefix-line section.
            perform clear-event-fields.

            move spaces to af-token-tbl.
            move 1 to af-ptr.
            unstring in-record delimited by ';'
                into af-token(1) af-token(2) af-token(3)
                    af-token(4) af-token(5) af-token(6)
                    af-token(7) af-token(8)
                with pointer af-ptr
            end-unstring

      * the signer is everything before the last '-'
            move 0 to af-semi-pos.
            perform varying af-pos from 80 by -1
                until af-pos < 1 or af-semi-pos > 0

                if af-token(1)(af-pos:1) = '-'
                    move af-pos to af-semi-pos
                end-if
            end-perform
            if af-semi-pos > 1
                move af-token(1)(1:af-semi-pos - 1) to af-user
                move af-token(1)(af-semi-pos + 1:6) to af-stamp
            else
                move af-token(1) to af-user
            end-if

            move 'SENIOR' to af-role.
            move af-token(2) to af-module.
            move af-token(3) to af-line-ref.
            move af-token(4) to af-field.
            move af-token(8) to af-ticket.
            move 'FILEFIX' to af-action.

            move 'Production record repaired' to af-event-name.
            move 8 to af-severity.

            perform write-spool-line.

            continue.

      ***************************************************************
        clear-event-fields section.
            move spaces to af-user.
            move spaces to af-role.
            move spaces to af-module.
            move spaces to af-field.
            move spaces to af-action.
            move spaces to af-action-text.
            move spaces to af-detail.
            move spaces to af-ticket.
            move spaces to af-sid.
            move spaces to af-stamp.
            move spaces to af-line-ref.
            move spaces to af-event-name.
            move 0 to af-severity.

            continue.

      ***************************************************************
      *** ----------------- the event in the af- fields as one syslog
      *** line: authpriv facility, warning for a change to data,
      *** notice for an unmask, info for the rest
        write-spool-line section.
            perform build-syslog-stamp.

            evaluate true
                when af-severity >= 8
                    move 84 to af-syslog-pri
                when af-severity >= 6
                    move 85 to af-syslog-pri
                when other
                    move 86 to af-syslog-pri
            end-evaluate

            move spaces to spool-record.
            move 1 to af-out-ptr.
            move af-syslog-pri to af-num-edit.
            string '<' delimited by size
                function trim (af-num-edit) delimited by size
                '>' delimited by size
                af-syslog-stamp delimited by size
                ' ' delimited by size
                function trim (af-host) delimited by size
                ' CEF:0|GnuCOBOL|gc-debugger|1.0|' delimited by size
                into spool-record
                with pointer af-out-ptr
            end-string

            move 'H' to af-esc-mode.
            move af-action to af-esc-in.
            perform append-escaped-text.
            string '|' delimited by size
                into spool-record
                with pointer af-out-ptr
            end-string
            move af-event-name to af-esc-in.
            perform append-escaped-text.
            move af-severity to af-num-edit.
            string '|' delimited by size
                function trim (af-num-edit) delimited by size
                '|' delimited by size
                into spool-record
                with pointer af-out-ptr
            end-string

            move 1 to af-ext-first-flag.
            move 'E' to af-esc-mode.

            move 'suser' to af-ext-key.
            move spaces to af-ext-label.
            move af-user to af-esc-in.
            perform append-cef-pair.

            move 'spriv' to af-ext-key.
            move af-role to af-esc-in.
            perform append-cef-pair.

            move 'act' to af-ext-key.
            move af-action to af-esc-in.
            perform append-cef-pair.

            move 'cs1' to af-ext-key.
            move 'module' to af-ext-label.
            move af-module to af-esc-in.
            perform append-cef-pair.

            move 'cs2' to af-ext-key.
            move 'field' to af-ext-label.
            move af-field to af-esc-in.
            perform append-cef-pair.

            move 'cs3' to af-ext-key.
            move 'ticket' to af-ext-label.
            move af-ticket to af-esc-in.
            perform append-cef-pair.

            move 'cs4' to af-ext-key.
            move 'session' to af-ext-label.
            move af-sid to af-esc-in.
            perform append-cef-pair.

            move 'cs5' to af-ext-key.
            move 'detail' to af-ext-label.
            move af-detail to af-esc-in.
            perform append-cef-pair.

            move 'cs6' to af-ext-key.
            move 'recordTime' to af-ext-label.
            move af-stamp to af-esc-in.
            perform append-cef-pair.

            move 'cn1' to af-ext-key.
            move 'line' to af-ext-label.
            move af-line-ref to af-esc-in.
            perform append-cef-pair.

      * always the last two -- load-spooled-lines reads
      * them back
            move 'fname' to af-ext-key.
            move spaces to af-ext-label.
            move af-read-path to af-esc-in.
            perform append-cef-pair.

            string ' externalId=' delimited by size
                function trim (al-kind(af-list-index))
                    delimited by size
                ':' delimited by size
                af-line-number delimited by size
                ':' delimited by size
                af-line-key delimited by size
                into spool-record
                with pointer af-out-ptr
            end-string

            write spool-record end-write

            add 1 to af-forward-count.
            add 1 to af-total-count.

            continue.

      ***************************************************************
      *** ----------------- Mmm dd hh:mm:ss, the day space-padded
        build-syslog-stamp section.
            accept af-date-raw from date yyyymmdd end-accept.
            accept af-time-raw from time end-accept.
            move af-date-dd to af-day-edit.

            move spaces to af-syslog-stamp.
            string af-month-names(af-date-mm * 3 - 2:3)
                    delimited by size
                ' ' delimited by size
                af-day-edit delimited by size
                ' ' delimited by size
                af-time-hh delimited by size
                ':' delimited by size
                af-time-mi delimited by size
                ':' delimited by size
                af-time-ss delimited by size
                into af-syslog-stamp
            end-string

            continue.

      ***************************************************************
      *** ----------------- " key=value" (and " keyLabel=label"
      *** ahead of it) onto the extension, when there is a value
        append-cef-pair section.
            if af-esc-in = spaces
                exit section
            end-if

            if af-ext-label not = spaces
                if af-ext-first-flag = 0
                    string ' ' delimited by size
                        into spool-record
                        with pointer af-out-ptr
                    end-string
                end-if
                string function trim (af-ext-key) delimited by size
                    'Label=' delimited by size
                    function trim (af-ext-label) delimited by size
                    into spool-record
                    with pointer af-out-ptr
                end-string
                move 0 to af-ext-first-flag
            end-if

            if af-ext-first-flag = 0
                string ' ' delimited by size
                    into spool-record
                    with pointer af-out-ptr
                end-string
            end-if
            string function trim (af-ext-key) delimited by size
                '=' delimited by size
                into spool-record
                with pointer af-out-ptr
            end-string
            move 0 to af-ext-first-flag.

            perform append-escaped-text.

            continue.

      ***************************************************************
        append-escaped-text section.
            perform escape-cef-text.

            if af-esc-out-len > 0
                string af-esc-out(1:af-esc-out-len) delimited by size
                    into spool-record
                    with pointer af-out-ptr
                end-string
            end-if

            continue.

      ***************************************************************
      *** ----------------- af-esc-in, trimmed, into af-esc-out with
      *** CEF's escapes: a backslash always, then '|' in a header
      *** field (af-esc-mode H) or '=' in an extension value (E)
        escape-cef-text section.
            move spaces to af-esc-out.
            move 0 to af-esc-out-len.
            move 0 to af-esc-len.

            if af-esc-in not = spaces
                compute af-esc-len = function length
                    (function trim (af-esc-in trailing))
                end-compute
            end-if

            perform varying af-esc-index from 1 by 1
                until af-esc-index > af-esc-len

                if af-esc-in(af-esc-index:1) = '\'
                    or (af-esc-mode = 'H'
                        and af-esc-in(af-esc-index:1) = '|')
                    or (af-esc-mode = 'E'
                        and af-esc-in(af-esc-index:1) = '=')
                    add 1 to af-esc-out-len
                    move '\' to af-esc-out(af-esc-out-len:1)
                end-if
                add 1 to af-esc-out-len
                move af-esc-in(af-esc-index:1)
                    to af-esc-out(af-esc-out-len:1)
            end-perform

            continue.

      ***************************************************************
      *** ----------------- every mark, written beside the mark file
      *** as .tmp and renamed over it
        save-marks section.
            move spaces to mark-path.
            string function trim (mark-final-path) delimited by size
                '.tmp' delimited by size
                into mark-path
            end-string

            open output mark-file.
            if mark-file-status not = 0
                display 'Cannot write mark file '
                    function trim (mark-path) end-display
                move 99 to return-code
                stop run
            end-if

            perform varying af-mark-index from 1 by 1
                until af-mark-index > af-mark-count

                move spaces to mark-record
                string function trim (mk-kind(af-mark-index))
                        delimited by size
                    ';' delimited by size
                    function trim (mk-path(af-mark-index))
                        delimited by size
                    ';' delimited by size
                    mk-lines(af-mark-index) delimited by size
                    ';' delimited by size
                    mk-key(af-mark-index) delimited by size
                    into mark-record
                end-string
                write mark-record end-write
            end-perform

            close mark-file.

            call "CBL_RENAME_FILE" using mark-path mark-final-path
            end-call
            if return-code not = 0
                display 'Cannot replace mark file '
                    function trim (mark-final-path) end-display
                move 99 to return-code
                stop run
            end-if

            continue.
