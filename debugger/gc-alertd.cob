      *                     anywhere in the record wins; an
      *                     unmatched record is INFO for team OPS
      *   Routed copies append to <team>.alerts.
      *   COB_ONCALL_ROSTER who is on call, one per line:
      *                     <team>;<from-hhmm>;<to-hhmm>;<contact>;
      *                     <backup-contact> -- a window whose from
      *                     is past its to runs over midnight; a
      *                     line <team>;LEAD;;<contact> names the
      *                     team lead. Without a roster nobody is
      *                     paged.
      *   COB_NOTIFY_SPOOL  the outbound mail/pager spool the pages
      *                     are appended to (default gc-alertd.spool),
      *                     one yyyymmdd;hhmmss;<step>;<contact>;
      *                     <team>;<severity>;<alert> record per page
      *   COB_ESCALATE_MINUTES  minutes an unacknowledged CRITICAL
      *                     waits before the next step (default 15)
      * With a roster an unacknowledged CRITICAL pages the on-call
      * contact of its team (PRI), then the backup (BKP), then the
      * team lead (LEAD), each step after COB_ESCALATE_MINUTES; the
      * steps are kept against the alert row. The screen re-tails by
      * itself every minute, so the clock runs with nobody at it.
      *   COB_ALERT_HOSTS   the other batch servers whose alert files
      *                     are routed here too, one host:port per
      *                     line (the port its gc-netd answers on).
      *                     Every re-tail asks each one for its
      *                     records past the last it sent (gc-netd's
      *                     read-only ALERTS request) and takes them
      *                     in behind a [host:port] tag, classified,
      *                     collapsed, routed and paged exactly like
      *                     local ones. A host that does not answer
      *                     is asked again next time from where it
      *                     left off -- gc-fleet alerts the outage.
      *   COB_NET_CONNECT   run as "<command> <host> <port>" with the
      *                     request on its input and the reply on
      *                     its output (default nc -w 5)
      *   COB_NET_WORK      the request and reply work files are
      *                     <this>.req and <this>.rep (default
      *                     gc-alertd.net)
      *   COB_DEBUG_USER    who the router says HELLO as, always as
      *                     an OBSERVER (default gc-alertd)
      * With hosts listed the screen re-tails every minute as it does
      * with a roster.
      *
      * Keys: Enter re-tail, A <row> acknowledge, N <row> pages
      * sent for the row, Q quit.

        environment division.
        configuration section.
                organization is line sequential
                file status is route-file-status.

            select roster-file assign to roster-path
                organization is line sequential
                file status is roster-file-status.

            select spool-file assign to spool-path
                organization is line sequential
                file status is spool-file-status.

            select hosts-file assign to hosts-path
                organization is line sequential
                file status is hosts-file-status.

      * a remote host's poll -- the request handed to the
      * connect command and the reply it brought back
            select net-request-file assign to net-request-path
                organization is line sequential
                file status is net-request-status.

            select net-reply-file assign to net-reply-path
                organization is line sequential
                file status is net-reply-status.

        data division.
        file section.

        fd  route-file.
            01 route-record         pic x(220).

        fd  roster-file.
            01 roster-record        pic x(200).

        fd  spool-file.
            01 spool-record         pic x(300).

        fd  hosts-file.
            01 hosts-record         pic x(100).

        fd  net-request-file.
            01 net-request-record   pic x(80).

        fd  net-reply-file.
            01 net-reply-record     pic x(300).

        working-storage section.
            copy screenio.

            78 ALD-RULE-MAX         value 50.
            78 ALD-ALERT-MAX        value 200.
            78 ALD-ROWS             value 12.
            78 ALD-ROSTER-MAX       value 100.
            78 ALD-HOST-MAX         value 20.

            01 alert-path                   pic x(256) value spaces.
            01 alert-file-status            pic 99.
            01 rules-file-status            pic 99.
            01 route-path                   pic x(260) value spaces.
            01 route-file-status            pic 99.
            01 roster-path                  pic x(256) value spaces.
            01 roster-file-status           pic 99.
            01 spool-path                   pic x(256) value spaces.
            01 spool-file-status            pic 99.
            01 hosts-path                   pic x(256) value spaces.
            01 hosts-file-status            pic 99.
            01 net-request-path             pic x(260) value spaces.
            01 net-request-status           pic 99.
            01 net-reply-path               pic x(260) value spaces.
            01 net-reply-status             pic 99.

            77 ald-rule-count               pic 9(2) value 0.
            01 ald-rule-tbl.
                    10 aa-team               pic x(12).
                    10 aa-repeat-count       pic 9(5).
                    10 aa-acked-flag         pic 9.
      * paging: 0 none yet, 1 primary, 2 backup, 3 team lead --
      * the minute of the last page, and every page sent
                    10 aa-page-step          pic 9.
                    10 aa-page-minute        pic 9(9).
                    10 aa-page-sent occurs 3.
                        15 ap-step           pic x(4).
                        15 ap-contact        pic x(40).
                        15 ap-hhmm           pic x(4).

      * how many records of the alert file have already
      * been classified and routed -- the tail picks up behind this
            77 ald-quit-flag                pic 9 value 0.
            77 ald-ack-row                  pic 9(3) value 0.
            77 ald-crit-unacked             pic 9(3) value 0.
            77 ald-detail-row               pic 9(3) value 0.

      * the on-call roster
            77 ald-roster-count             pic 9(3) value 0.
            01 ald-roster-tbl.
                05 ald-roster-row occurs ALD-ROSTER-MAX.
                    10 ao-team               pic x(12).
                    10 ao-from               pic x(4).
                    10 ao-to                 pic x(4).
                    10 ao-contact            pic x(40).
                    10 ao-backup             pic x(40).
            77 ald-roster-index             pic 9(3) value 0.
            01 ald-env-minutes              pic x(5) value spaces.
            77 ald-escalate-minutes         pic 9(4) value 15.
            01 ald-now                      pic x(21).
            77 ald-now-minute               pic 9(9) value 0.
            01 ald-now-hhmm                 pic x(4).
            01 ald-page-step-name           pic x(4).
            01 ald-page-contact             pic x(40).
            01 ald-primary-contact          pic x(40).
            01 ald-backup-contact           pic x(40).
            01 ald-lead-contact             pic x(40).
            01 ald-page-mark                pic x(4).
            77 ald-page-index               pic 9 value 0.
            77 ald-detail-shown             pic 9(2) value 0.
      * the remote hosts -- each one's host:port and how many
      * of its alert records have been taken in already
            77 ald-host-count               pic 9(2) value 0.
            77 ald-host-index               pic 9(2) value 0.
            01 ald-host-tbl.
                05 ald-host-row occurs ALD-HOST-MAX.
                    10 ah-label              pic x(70).
                    10 ah-host               pic x(64).
                    10 ah-port               pic x(5).
                    10 ah-seen               pic 9(7).
            01 ald-net-work                 pic x(256) value spaces.
            01 ald-net-connect              pic x(200) value spaces.
            01 ald-net-user                 pic x(20) value spaces.
            01 ald-net-command              pic x(1024) value spaces.
            01 ald-net-rc                   pic s9(9) comp-5 value 0.
            01 ald-net-kind                 pic x(8).
            01 ald-net-number               pic x(8).
            01 ald-net-token                pic x(70).
            77 ald-net-total                pic 9(7) value 0.
            77 ald-net-asked                pic 9(7) value 0.
      * BEFORE TIME counts in hundredths of a second
            77 ald-retail-hundredths        pic 9(5) value 6000.

      * display-row-to-table-row map, criticals pinned
      * first
            01 ald-display-data.
                04 ald-display-line occurs ALD-ROWS pic x(76).

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        screen section.

            01 alertd-screen.
                    using ald-status-line.

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            set environment 'COB_SCREEN_EXCEPTIONS' to 'Y'.
            set environment 'COB_SCREEN_ESC' to 'Y'.

            accept rules-path from environment 'COB_ALERT_RULES'
            end-accept.

            move spaces to roster-path.
            accept roster-path from environment 'COB_ONCALL_ROSTER'
            end-accept.

            move spaces to spool-path.
            accept spool-path from environment 'COB_NOTIFY_SPOOL'
            end-accept.
            if spool-path = spaces
                move 'gc-alertd.spool' to spool-path
            end-if.

            move spaces to ald-env-minutes.
            accept ald-env-minutes
                from environment 'COB_ESCALATE_MINUTES'
            end-accept.
            if ald-env-minutes not = spaces
                and function trim (ald-env-minutes) is numeric
                move function numval (ald-env-minutes)
                    to ald-escalate-minutes
            end-if.

            move spaces to hosts-path.
            accept hosts-path from environment 'COB_ALERT_HOSTS'
            end-accept.

            move spaces to ald-net-connect.
            accept ald-net-connect from environment 'COB_NET_CONNECT'
            end-accept.
            if ald-net-connect = spaces
                move 'nc -w 5' to ald-net-connect
            end-if.

            move spaces to ald-net-work.
            accept ald-net-work from environment 'COB_NET_WORK'
            end-accept.
            if ald-net-work = spaces
                move 'gc-alertd.net' to ald-net-work
            end-if.
            move spaces to net-request-path.
            string function trim (ald-net-work) delimited by size
                '.req' delimited by size
                into net-request-path
            end-string.
            move spaces to net-reply-path.
            string function trim (ald-net-work) delimited by size
                '.rep' delimited by size
                into net-reply-path
            end-string.

            move spaces to ald-net-user.
            accept ald-net-user from environment 'COB_DEBUG_USER'
            end-accept.
            if ald-net-user = spaces
                move 'gc-alertd' to ald-net-user
            end-if.

            perform load-alert-rules.
            perform load-oncall-roster.
            perform load-alert-hosts.

            perform until ald-quit-flag = 1
                perform tail-alert-file
                perform tail-remote-alerts
                perform page-unacked-criticals
                perform build-alert-display

                display alertd-screen end-display

                move spaces to ald-key-buffer
                if ald-roster-count > 0
                    or ald-host-count > 0
                    accept ald-key-buffer line 18 col 3
                        before time ald-retail-hundredths
                    end-accept
                else
                    accept ald-key-buffer line 18 col 3 end-accept
                end-if

                call "C$TOUPPER" using ald-key-buffer
                    by value 1 end-call
                        move 1 to ald-quit-flag
                    when ald-key-buffer(1:2) = 'A '
                        perform acknowledge-alert
                    when ald-key-buffer(1:2) = 'N '
                        perform show-alert-pages
                    when other
                        continue
                end-evaluate

            continue.

      ***************************************************************
      *** ----------------- the other batch servers, host:port a
      *** line
        load-alert-hosts section.
            move 0 to ald-host-count.

            if hosts-path = spaces
                exit section
            end-if

            open input hosts-file.

            if hosts-file-status = 0
                read hosts-file end-read
                perform until hosts-file-status not = 0
                    or ald-host-count >= ALD-HOST-MAX

                    if hosts-record not = spaces
                        and hosts-record(1:1) not = '#'

                        add 1 to ald-host-count
                        move spaces to ald-host-row(ald-host-count)
                        move function trim (hosts-record)
                            to ah-label(ald-host-count)
                        unstring hosts-record delimited by ':'
                            into ah-host(ald-host-count)
                                ah-port(ald-host-count)
                        end-unstring
                        move function trim (ah-host(ald-host-count))
                            to ah-host(ald-host-count)
                        move function trim (ah-port(ald-host-count))
                            to ah-port(ald-host-count)
                        move 0 to ah-seen(ald-host-count)
                    end-if

                    read hosts-file end-read
                end-perform

                close hosts-file
            else
                display 'Cannot open alert host list '
                    function trim (hosts-path) end-display
            end-if

            continue.

      ***************************************************************
      *** ----------------- every listed host asked for the alert
      *** records it has not sent yet
        tail-remote-alerts section.
            perform varying ald-host-index from 1 by 1
                until ald-host-index > ald-host-count

                perform poll-one-alert-host
            end-perform

            continue.

      ***************************************************************
      *** ----------------- HELLO as an observer, ALERTS <seen>,
      *** QUIT through the connect command; each ALERT;n;record
      *** comes in as "[host:port] record" and moves the host's
      *** tail on to n, so a reply cut off half way is not taken in
      *** twice
        poll-one-alert-host section.
            open output net-request-file.
            if net-request-status not = 0
                exit section
            end-if

            move spaces to net-request-record.
            string 'HELLO ' delimited by size
                function trim (ald-net-user) delimited by size
                ' OBSERVER' delimited by size
                into net-request-record
            end-string
            write net-request-record end-write
            move spaces to net-request-record.
            string 'ALERTS ' delimited by size
                ah-seen(ald-host-index) delimited by size
                into net-request-record
            end-string
            write net-request-record end-write
            move 'QUIT' to net-request-record.
            write net-request-record end-write

            close net-request-file.

      * a reply left over from the last poll must not pass
      * for this one
            call "CBL_DELETE_FILE" using net-reply-path end-call.
            move 0 to return-code.

            move spaces to ald-net-command.
            string function trim (ald-net-connect) delimited by size
                ' ' delimited by size
                function trim (ah-host(ald-host-index))
                    delimited by size
                ' ' delimited by size
                function trim (ah-port(ald-host-index))
                    delimited by size
                ' < ' delimited by size
                function trim (net-request-path) delimited by size
                ' > ' delimited by size
                function trim (net-reply-path) delimited by size
                ' 2>/dev/null' delimited by size
                into ald-net-command
            end-string.

            call "SYSTEM" using ald-net-command
                returning ald-net-rc
                on exception
                    move -1 to ald-net-rc
            end-call.
            move 0 to return-code.

            move ah-seen(ald-host-index) to ald-net-asked.

            open input net-reply-file.
            if net-reply-status not = 0
                exit section
            end-if

            read net-reply-file end-read
            perform until net-reply-status not = 0
                move spaces to ald-net-kind
                move spaces to ald-net-number
                move 1 to ald-unstring-ptr
                unstring net-reply-record delimited by ';'
                    into ald-net-kind
                    with pointer ald-unstring-ptr
                end-unstring
                unstring net-reply-record delimited by ';'
                    into ald-net-number
                    with pointer ald-unstring-ptr
                end-unstring

                evaluate true
                    when ald-net-kind = 'ALERT'
                        and ald-unstring-ptr
                            <= length of net-reply-record
                        move spaces to alert-record
                        string '[' delimited by size
                            function trim (ah-label(ald-host-index))
                                delimited by size
                            '] ' delimited by size
                            net-reply-record(ald-unstring-ptr:)
                                delimited by size
                            into alert-record
                        end-string
                        perform take-in-one-alert
                        if function trim (ald-net-number) is numeric
                            move function numval (ald-net-number)
                                to ah-seen(ald-host-index)
                        end-if
      * a file shorter than was asked past has been rotated --
      * start it over from the top on the next ask
                    when ald-net-kind = 'NETOK'
                        and ald-net-number = 'ALERTS'
                        move spaces to ald-net-token
                        unstring net-reply-record delimited by ';'
                            into ald-net-token
                            with pointer ald-unstring-ptr
                        end-unstring
                        if function trim (ald-net-token) is numeric
                            move function numval (ald-net-token)
                                to ald-net-total
                            if ald-net-total < ald-net-asked
                                move 0 to ah-seen(ald-host-index)
                            end-if
                        end-if
                    when other
                        continue
                end-evaluate

                read net-reply-file end-read
            end-perform

            close net-reply-file.

            continue.

      ***************************************************************
      *** ----------------- classify, collapse and route one new
      *** alert record

            if ald-found-index not = 0
                add 1 to aa-repeat-count(ald-found-index)
      * re-raised after an acknowledgment, it starts paging
      * from the primary again
                if aa-acked-flag(ald-found-index) = 1
                    move 0 to aa-page-step(ald-found-index)
                end-if
                move 0 to aa-acked-flag(ald-found-index)
            else
                if ald-alert-count < ALD-ALERT-MAX
                        to aa-team(ald-alert-count)
                    move 1 to aa-repeat-count(ald-alert-count)
                    move 0 to aa-acked-flag(ald-alert-count)
                    move 0 to aa-page-step(ald-alert-count)
                    move 0 to aa-page-minute(ald-alert-count)
                    move spaces to aa-page-sent(ald-alert-count, 1)
                    move spaces to aa-page-sent(ald-alert-count, 2)
                    move spaces to aa-page-sent(ald-alert-count, 3)
                end-if
            end-if

                into ald-status-line
            end-string

            if ald-detail-row > 0
                perform build-pages-status
                move 0 to ald-detail-row
            end-if

            continue.

      ***************************************************************
            add 1 to ald-shown-count.
            move ald-index to ald-row-map(ald-shown-count).

            evaluate aa-page-step(ald-index)
                when 1
                    move 'PRI' to ald-page-mark
                when 2
                    move 'BKP' to ald-page-mark
                when 3
                    move 'LEAD' to ald-page-mark
                when other
                    move spaces to ald-page-mark
            end-evaluate

            move spaces to ald-display-line(ald-shown-count).
            if aa-acked-flag(ald-index) = 1
                string ald-shown-count delimited by size
                    aa-severity(ald-index) delimited by size
                    ' x' delimited by size
                    aa-repeat-count(ald-index) delimited by size
                    ' ' delimited by size
                    ald-page-mark delimited by size
                    aa-text(ald-index)(1:48) delimited by size
                    into ald-display-line(ald-shown-count)
                end-string
            end-if

            continue.

      ***************************************************************
        show-alert-pages section.
            move 0 to ald-ack-row.
            move 3 to ald-unstring-ptr.
            unstring ald-key-buffer delimited by space
                into ald-ack-row
                with pointer ald-unstring-ptr
            end-unstring

            if ald-ack-row >= 1
                and ald-ack-row <= ald-shown-count
                and ald-row-map(ald-ack-row) > 0

                move ald-row-map(ald-ack-row) to ald-detail-row
                move ald-ack-row to ald-detail-shown
            end-if

            continue.

      ***************************************************************
      *** ----------------- the status line lists the pages sent
      *** for the row asked about
        build-pages-status section.
            move spaces to ald-status-line.

            if aa-page-step(ald-detail-row) = 0
                string 'Row ' delimited by size
                    ald-detail-shown delimited by size
                    ': no pages sent.' delimited by size
                    into ald-status-line
                end-string
                exit section
            end-if

            move 1 to ald-unstring-ptr.
            string 'Row ' delimited by size
                ald-detail-shown delimited by size
                ':' delimited by size
                into ald-status-line
                with pointer ald-unstring-ptr
            end-string

            perform varying ald-page-index from 1 by 1
                until ald-page-index > aa-page-step(ald-detail-row)

                string ' ' delimited by size
                    ap-step(ald-detail-row, ald-page-index)
                        delimited by space
                    ' ' delimited by size
                    ap-hhmm(ald-detail-row, ald-page-index)
                        delimited by size
                    ' ' delimited by size
                    ap-contact(ald-detail-row, ald-page-index)(1:14)
                        delimited by space
                    into ald-status-line
                    with pointer ald-unstring-ptr
                end-string
            end-perform

            continue.

      ***************************************************************
        load-oncall-roster section.
            move 0 to ald-roster-count.

            if roster-path = spaces
                exit section
            end-if

            open input roster-file.

            if roster-file-status = 0
                read roster-file end-read
                perform until roster-file-status not = 0
                    or ald-roster-count >= ALD-ROSTER-MAX

                    if roster-record not = spaces
                        and roster-record(1:1) not = '#'

                        add 1 to ald-roster-count
                        move spaces to ald-roster-row(ald-roster-count)
                        move 1 to ald-unstring-ptr
                        unstring roster-record delimited by ';'
                            into ao-team(ald-roster-count)
                                ao-from(ald-roster-count)
                                ao-to(ald-roster-count)
                                ao-contact(ald-roster-count)
                                ao-backup(ald-roster-count)
                            with pointer ald-unstring-ptr
                        end-unstring
                    end-if

                    read roster-file end-read
                end-perform

                close roster-file
            else
                display 'Cannot open on-call roster '
                    function trim (roster-path) end-display
            end-if

            continue.

      ***************************************************************
      *** ----------------- every unacknowledged CRITICAL not yet
      *** paged pages its primary; one whose last page is
      *** COB_ESCALATE_MINUTES old goes up a step
        page-unacked-criticals section.
            if ald-roster-count = 0
                exit section
            end-if

            move function current-date to ald-now.
            move ald-now(9:4) to ald-now-hhmm.
            compute ald-now-minute =
                function integer-of-date
                    (function numval (ald-now(1:8))) * 1440
                + function numval (ald-now(9:2)) * 60
                + function numval (ald-now(11:2))
            end-compute.

            perform varying ald-index from 1 by 1
                until ald-index > ald-alert-count

                if function trim (aa-severity(ald-index))
                    = 'CRITICAL'
                    and aa-acked-flag(ald-index) = 0

                    evaluate true
                        when aa-page-step(ald-index) = 0
                            perform send-alert-page
                        when aa-page-step(ald-index) < 3
                            and ald-now-minute
                                - aa-page-minute(ald-index)
                                >= ald-escalate-minutes
                            perform send-alert-page
                        when other
                            continue
                    end-evaluate
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the next step for one alert row: the
      *** contact on call for its team now, the backup, or the lead
        send-alert-page section.
            perform find-oncall-contacts.

            add 1 to aa-page-step(ald-index).
            move ald-now-minute to aa-page-minute(ald-index).

            evaluate aa-page-step(ald-index)
                when 1
                    move 'PRI' to ald-page-step-name
                    move ald-primary-contact to ald-page-contact
                when 2
                    move 'BKP' to ald-page-step-name
                    move ald-backup-contact to ald-page-contact
                when other
                    move 'LEAD' to ald-page-step-name
                    move ald-lead-contact to ald-page-contact
            end-evaluate

            move aa-page-step(ald-index) to ald-page-index.
            move ald-page-step-name
                to ap-step(ald-index, ald-page-index).
            move ald-now-hhmm to ap-hhmm(ald-index, ald-page-index).

      * a step with nobody on the roster for it is still kept, so
      * the clock moves on to the next one
            if ald-page-contact = spaces
                move '(nobody)' to ap-contact(ald-index, ald-page-index)
                exit section
            end-if

            move ald-page-contact
                to ap-contact(ald-index, ald-page-index).

            open extend spool-file.
            if spool-file-status not = 0
                open output spool-file
            end-if

            if spool-file-status = 0
                move spaces to spool-record
                string ald-now(1:8) delimited by size
                    ';' delimited by size
                    ald-now(9:6) delimited by size
                    ';' delimited by size
                    function trim (ald-page-step-name)
                        delimited by size
                    ';' delimited by size
                    function trim (ald-page-contact)
                        delimited by size
                    ';' delimited by size
                    function trim (aa-team(ald-index))
                        delimited by size
                    ';' delimited by size
                    function trim (aa-severity(ald-index))
                        delimited by size
                    ';' delimited by size
                    aa-text(ald-index) delimited by size
                    into spool-record
                end-string

                write spool-record end-write

                close spool-file
            end-if

            continue.

      ***************************************************************
      *** ----------------- the roster lines for the row's team:
      *** the first whose window holds the time now gives the
      *** contact and backup, the LEAD line the lead
        find-oncall-contacts section.
            move spaces to ald-primary-contact.
            move spaces to ald-backup-contact.
            move spaces to ald-lead-contact.

            perform varying ald-roster-index from 1 by 1
                until ald-roster-index > ald-roster-count

                if ao-team(ald-roster-index) = aa-team(ald-index)
                    evaluate true
                        when ao-from(ald-roster-index) = 'LEAD'
                            if ald-lead-contact = spaces
                                move ao-contact(ald-roster-index)
                                    to ald-lead-contact
                            end-if
                        when ald-primary-contact not = spaces
                            continue
                        when ao-from(ald-roster-index)
                            <= ao-to(ald-roster-index)
                            if ald-now-hhmm
                                >= ao-from(ald-roster-index)
                                and ald-now-hhmm
                                < ao-to(ald-roster-index)
                                perform take-oncall-line
                            end-if
                        when other
                            if ald-now-hhmm
                                >= ao-from(ald-roster-index)
                                or ald-now-hhmm
                                < ao-to(ald-roster-index)
                                perform take-oncall-line
                            end-if
                    end-evaluate
                end-if
            end-perform

            continue.

      ***************************************************************
        take-oncall-line section.
            move ao-contact(ald-roster-index) to ald-primary-contact.
            move ao-backup(ald-roster-index) to ald-backup-contact.

            continue.
