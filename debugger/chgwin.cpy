      * chgwin.cpy
      * change-window calendar -- roles and approvals settle who
      * may write into a debuggee's data; this settles when, and
      * under which change ticket. COB_CHANGE_CALENDAR lists one
      * approved window per line:
      *   <ticket>;<module-pattern>;<from-date-time>;<to-date-time>
      * the pattern an exact module name, NAME*, *NAME or * for
      * every module, the date-times yyyymmddhhmm[ss] (any '-', ':'
      * or blank in them is ignored). A module no line names is not
      * under change control and behaves exactly as before; a
      * module a line does name may only be changed -- View
      * Variable's S, "I <file>", "R <line>" -- while one of its
      * windows is open, and the ticket of that window rides along
      * into the set-back ledger and the AUDIT chain.

      ***************************************************************
      *** ----------------- load the calendar at startup -- no
      *** file, no change control
        load-change-calendar section.
            move spaces to chg-path.
            accept chg-path from environment 'COB_CHANGE_CALENDAR'
            end-accept.

            move 0 to chg-count.

            if chg-path = spaces
                exit section
            end-if

            open input chg-file.
            if chg-file-status = 0
                read chg-file end-read
                perform until chg-file-status not = 0
                    or chg-count >= CHG-MAX

                    if chg-record not = spaces
                        and chg-record(1:1) not = '#'

                        perform take-change-window
                    end-if

                    read chg-file end-read
                end-perform

                close chg-file
            end-if

            continue.

      ***************************************************************
        take-change-window section.
            move spaces to chg-in-ticket.
            move spaces to chg-in-pattern.
            move spaces to chg-in-from.
            move spaces to chg-in-to.
            unstring chg-record delimited by ';'
                into chg-in-ticket chg-in-pattern
                    chg-in-from chg-in-to
            end-unstring

            if chg-in-ticket = spaces or chg-in-pattern = spaces
                exit section
            end-if

            add 1 to chg-count.
            move function trim (chg-in-ticket)
                to chg-ticket(chg-count).
            move function upper-case
                    (function trim (chg-in-pattern))
                to chg-pattern(chg-count).

            move chg-in-from to chg-digits-in.
            perform take-change-digits.
            move chg-digits-out to chg-from(chg-count).

            move chg-in-to to chg-digits-in.
            perform take-change-digits.
            move chg-digits-out to chg-to(chg-count).

            continue.

      ***************************************************************
      *** ----------------- the digits of a date-time, padded
      *** with zeros to yyyymmddhhmmss
        take-change-digits section.
            move all '0' to chg-digits-out.
            move 0 to chg-digit-count.

            perform varying chg-char-pos from 1 by 1
                until chg-char-pos > 20
                or chg-digit-count >= 14

                if chg-digits-in(chg-char-pos:1) is numeric
                    add 1 to chg-digit-count
                    move chg-digits-in(chg-char-pos:1)
                        to chg-digits-out(chg-digit-count:1)
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- may chg-check-module be changed right
      *** now? Sets chg-open-flag, and chg-open-ticket to the
      *** ticket of the first open window naming it (spaces when
      *** the module is not under change control)
        check-change-window section.
            move 1 to chg-open-flag.
            move spaces to chg-open-ticket.

            if chg-count = 0
                exit section
            end-if

            move function upper-case
                    (function trim (chg-check-module))
                to chg-trimmed-module.
            move function length
                    (function trim (chg-trimmed-module))
                to chg-module-len.

            move function current-date(1:14) to chg-now.
            move 0 to chg-controlled-flag.
            move 0 to chg-open-flag.

            perform varying chg-index from 1 by 1
                until chg-index > chg-count
                or chg-open-flag = 1

                perform match-change-pattern

                if chg-match-flag = 1
                    move 1 to chg-controlled-flag
                    if chg-now >= chg-from(chg-index)
                        and chg-now <= chg-to(chg-index)

                        move 1 to chg-open-flag
                        move chg-ticket(chg-index)
                            to chg-open-ticket
                    end-if
                end-if
            end-perform

            if chg-controlled-flag = 0
                move 1 to chg-open-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- exact, prefix (NAME*), suffix (*NAME)
      *** or every module (*) -- the masking list's convention
        match-change-pattern section.
            move 0 to chg-match-flag.

            move function length (function trim
                    (chg-pattern(chg-index)))
                to chg-pat-len.

            evaluate true
                when chg-pattern(chg-index) = '*'
                    move 1 to chg-match-flag
                when chg-pattern(chg-index)(chg-pat-len:1) = '*'
                    if chg-module-len >= chg-pat-len - 1
                        and chg-trimmed-module(1:chg-pat-len - 1)
                            = chg-pattern(chg-index)
                                (1:chg-pat-len - 1)

                        move 1 to chg-match-flag
                    end-if
                when chg-pattern(chg-index)(1:1) = '*'
                    if chg-module-len >= chg-pat-len - 1
                        and chg-trimmed-module
                            (chg-module-len - chg-pat-len
                                + 2:chg-pat-len - 1)
                            = chg-pattern(chg-index)
                                (2:chg-pat-len - 1)

                        move 1 to chg-match-flag
                    end-if
                when other
                    if chg-trimmed-module = chg-pattern(chg-index)
                        move 1 to chg-match-flag
                    end-if
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- the refusal, on the status line
        refuse-outside-window section.
            move spaces to status-line.
            string 'No open change window for ' delimited by size
                function trim (chg-check-module) delimited by size
                ' -- change refused.' delimited by size
                into status-line
            end-string.
            perform show-status-line.

            continue.
