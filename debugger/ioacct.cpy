      * ioacct.cpy
      * per-file I/O accounting -- the first question after any
      * batch fix is whether everything that went in came out.
      * Every OPEN, READ, WRITE, REWRITE, DELETE and CLOSE the
      * debuggee executes is recognized the way iobp.cpy
      * recognizes them (first token of the reassembled
      * statement) and counted against its file, per module:
      * opens, reads, writes, rewrites, deletes and nonzero file
      * statuses. The files, their records and their FILE STATUS
      * fields come from each module's own SELECT and FD entries,
      * scanned when the module first appears, so a WRITE of a
      * record counts against the file the record belongs to. An
      * I/O statement is settled on the statement after it, once
      * its status is set: a 0x status (or a file with no status
      * field) counts as done, anything else as a nonzero status
      * -- end of file among them, but shown apart. The optional
      * COB_IO_ACCOUNTS file adds, per file, one line:
      *   <file> [AMOUNT <field>] [STATUS <field>] [AS <noun>]
      * AMOUNT totals the field over the records read (taken
      * after the READ) and written (taken before the WRITE);
      * STATUS names the status field when the SELECT has none;
      * AS names what the records are ("transactions"). The
      * figures show in build-session-summary, the post-mortem,
      * and the balancing report written at end of run
      * (COB_IO_BALANCE_FILE, default gc-debugger.iobalance):
      *   read 10,412 transactions totalling 1,204,332.17,
      *   wrote 10,409 postings totalling 1,204,121.90
      * With a trace capture open, every OPEN and CLOSE also
      * goes into it as FILEIO;verb;module;line;file;mode;physical
      * -- the mode the file was opened in and the physical file
      * its SELECT's ASSIGN resolved to -- so gc-jobtrace can see
      * one job step hand a file on to the next

      ***************************************************************
        load-io-accounts section.
            move spaces to ia-cfg-path.
            accept ia-cfg-path from environment 'COB_IO_ACCOUNTS'
            end-accept.

            move 0 to ia-cfg-count.

            if ia-cfg-path = spaces
                exit section
            end-if

            open input ia-cfg-file.
            if ia-cfg-file-status = 0
                read ia-cfg-file end-read
                perform until ia-cfg-file-status not = 0
                    or ia-cfg-count >= IA-CFG-MAX

                    if ia-cfg-record not = spaces
                        and ia-cfg-record(1:1) not = '#'

                        perform take-io-account-line
                    end-if

                    read ia-cfg-file end-read
                end-perform

                close ia-cfg-file
            end-if

            continue.

      ***************************************************************
        take-io-account-line section.
            add 1 to ia-cfg-count.
            move spaces to ic-file(ia-cfg-count).
            move spaces to ic-status-field(ia-cfg-count).
            move spaces to ic-amount-field(ia-cfg-count).
            move spaces to ic-noun(ia-cfg-count).

            move 1 to tmp-unstring-ptr.
            move spaces to ia-word.
            unstring ia-cfg-record delimited by all space
                into ia-word
                with pointer tmp-unstring-ptr
            end-unstring
            move function upper-case (ia-word) to ic-file(ia-cfg-count).

            perform until tmp-unstring-ptr > length of ia-cfg-record
                move spaces to ia-word
                move spaces to ia-next-word
                unstring ia-cfg-record delimited by all space
                    into ia-word ia-next-word
                    with pointer tmp-unstring-ptr
                end-unstring

                evaluate function upper-case (ia-word)
                    when 'AMOUNT'
                        move function upper-case (ia-next-word)
                            to ic-amount-field(ia-cfg-count)
                    when 'STATUS'
                        move function upper-case (ia-next-word)
                            to ic-status-field(ia-cfg-count)
      * the noun keeps the case it was written in
                    when 'AS'
                        move ia-next-word to ic-noun(ia-cfg-count)
                    when other
                        continue
                end-evaluate
            end-perform

            if ic-file(ia-cfg-count) = spaces
                subtract 1 from ia-cfg-count
            end-if

            continue.

      ***************************************************************
      *** ----------------- the module's files, their records and
      *** status fields, out of its SELECT and FD entries -- called
      *** once, the first time the module appears. The scan stops
      *** where the File Section does.
        scan-module-files section.
            move 0 to ia-select-index.
            move 0 to ia-fd-index.
            move space to ia-expect.
            move 0 to ia-scan-done-flag.

            perform varying tmp-linenumber from 1 by 1
                until tmp-linenumber > module-line-count
                or ia-scan-done-flag = 1

                move spaces to tmp-source-line-buffer
                move tmp-linenumber to tmp-linenumber-bin

                perform get-source-line

                move spaces to tmp-source-line-trimmed
                move function upper-case (function trim
                    (tmp-source-line-buffer, leading))
                    to tmp-source-line-trimmed

                if tmp-source-line-trimmed not = spaces
                    and tmp-source-line-trimmed(1:1) not = '*'
                    and tmp-source-line-trimmed(1:2) not = '>>'

                    inspect tmp-source-line-trimmed
                        replacing all '.' by space
                    perform scan-one-file-line
                end-if
            end-perform

            continue.

      ***************************************************************
        scan-one-file-line section.
            move 1 to ia-tok-ptr.
            move 0 to ia-word-count.

            perform until ia-tok-ptr
                > length of tmp-source-line-trimmed
                or ia-scan-done-flag = 1

                move spaces to ia-word
                unstring tmp-source-line-trimmed
                    delimited by all space
                    into ia-word
                    with pointer ia-tok-ptr
                end-unstring

                if ia-word = spaces
                    exit perform
                end-if
                if ia-word(1:2) = '*>'
                    exit perform
                end-if
                add 1 to ia-word-count

                evaluate true
                    when ia-word = 'WORKING-STORAGE'
                    when ia-word = 'LOCAL-STORAGE'
                    when ia-word = 'LINKAGE'
                    when ia-word = 'PROCEDURE'
                        move 1 to ia-scan-done-flag
                    when ia-expect = 'S'
                        if ia-word not = 'OPTIONAL'
                            move ia-word to ia-want-file
                            perform find-io-account
                            move ia-index to ia-select-index
                            move space to ia-expect
                        end-if
                    when ia-expect = 'T'
                        if ia-word not = 'IS'
                            if ia-select-index not = 0
                                move ia-word
                                    to ia-status-field(ia-select-index)
                            end-if
                            move space to ia-expect
                        end-if
                    when ia-expect = 'A'
                        evaluate ia-word
                            when 'TO'
                            when 'USING'
                            when 'EXTERNAL'
                            when 'DYNAMIC'
                            when 'DISK'
                                continue
      * an assignment to the device alone -- the next clause
      * has begun
                            when 'ORGANIZATION'
                            when 'ACCESS'
                            when 'FILE'
                            when 'RECORD'
                            when 'LOCK'
                            when 'SHARING'
                            when 'RESERVE'
                                move space to ia-expect
                            when other
                                perform take-assign-target
                                move space to ia-expect
                        end-evaluate
                    when ia-expect = 'F'
                        move ia-word to ia-want-file
                        perform find-io-account
                        move ia-index to ia-fd-index
                        move 0 to ia-select-index
                        move space to ia-expect
                    when ia-expect = 'R'
                        if ia-fd-index not = 0
                            and ia-rec-count < IA-REC-MAX
                            add 1 to ia-rec-count
                            move ia-word to ir-name(ia-rec-count)
                            move ia-fd-index to ir-acct(ia-rec-count)
                        end-if
                        move space to ia-expect
                    when ia-word = 'SELECT'
                        move 'S' to ia-expect
                    when ia-word = 'STATUS'
                        and ia-select-index not = 0
                        move 'T' to ia-expect
                    when ia-word = 'ASSIGN'
                        and ia-select-index not = 0
                        move 'A' to ia-expect
                    when ia-word = 'FD' or ia-word = 'SD'
                        move 'F' to ia-expect
                    when (ia-word = '01' or ia-word = '1')
                        and ia-word-count = 1
                        and ia-fd-index not = 0
                        move 'R' to ia-expect
                    when other
                        continue
                end-evaluate
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the word after ASSIGN [TO]: a literal
      *** is taken from the line as written -- the scan's copy is
      *** upper-cased and has lost its periods -- anything else is
      *** kept as the name it is
        take-assign-target section.
            if ia-word(1:1) = '"' or ia-word(1:1) = "'"
                move ia-word(1:1) to ia-quote
                move spaces to ia-lead
                move spaces to ia-assign(ia-select-index)
                unstring tmp-source-line-buffer
                    delimited by ia-quote
                    into ia-lead ia-assign(ia-select-index)
                end-unstring
                move 'L' to ia-assign-kind(ia-select-index)
            else
                move ia-word to ia-assign(ia-select-index)
                move 'N' to ia-assign-kind(ia-select-index)
            end-if

            continue.

      ***************************************************************
      *** ----------------- ia-want-file of the current module:
      *** its account row in ia-index, added (with whatever
      *** COB_IO_ACCOUNTS says of it) when it is new; 0 when the
      *** table is full
        find-io-account section.
            perform varying ia-index from 1 by 1
                until ia-index > ia-count

                if ia-module(ia-index) = cobol-src-name
                    and ia-file(ia-index) = ia-want-file
                    exit section
                end-if
            end-perform

            if ia-count >= IA-MAX
                move 0 to ia-index
                exit section
            end-if

            add 1 to ia-count.
            move ia-count to ia-index.
            initialize ia-row(ia-index).
            move cobol-src-name to ia-module(ia-index).
            move ia-want-file to ia-file(ia-index).

            perform varying ia-cfg-index from 1 by 1
                until ia-cfg-index > ia-cfg-count

                if ic-file(ia-cfg-index) = ia-want-file
                    move ic-amount-field(ia-cfg-index)
                        to ia-amount-field(ia-index)
                    move ic-status-field(ia-cfg-index)
                        to ia-cfg-status(ia-index)
                    move ic-noun(ia-cfg-index) to ia-noun(ia-index)
                    exit perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- called from check-for-stop-run, which
      *** has just reassembled the statement about to execute:
      *** settle the I/O statement before it, then, when this one
      *** is an I/O verb, note it against its file(s)
        note-io-statement section.
      * a statement already seen -- single-step switching to
      * a run re-examines the same one
            if session-stmt-count = ia-last-stmt
                exit section
            end-if
            move session-stmt-count to ia-last-stmt.

            if ia-pend-count > 0
                perform settle-io-statements
            end-if

            move function trim (srr-token) to ia-verb.
            evaluate ia-verb
                when 'OPEN'
                when 'CLOSE'
                when 'READ'
                when 'WRITE'
                when 'REWRITE'
                when 'DELETE'
      * I/O in the cycle means the loop is getting somewhere
                    move 1 to loop-io-flag
                when other
                    exit section
            end-evaluate

            move srr-tok-ptr to ia-tok-ptr.
            move spaces to ia-mode-word.

            perform until ia-tok-ptr
                > length of stop-run-statement-text

                move spaces to ia-word
                unstring stop-run-statement-text
                    delimited by all space
                    into ia-word
                    with pointer ia-tok-ptr
                end-unstring
                inspect ia-word replacing all '.' by space

                if ia-word = spaces
                    exit perform
                end-if

      * OPEN and CLOSE name any number of files, with their
      * modes between -- the first other word is the next statement
                if ia-verb = 'OPEN' or ia-verb = 'CLOSE'
                    evaluate ia-word
                        when 'INPUT'
                        when 'OUTPUT'
                        when 'I-O'
                        when 'EXTEND'
                            move ia-word to ia-mode-word
                        when 'WITH'
                        when 'NO'
                        when 'REWIND'
                        when 'LOCK'
                            continue
                        when other
                            perform find-noted-file
                            if ia-index = 0
                                exit perform
                            end-if
                            perform add-pending-io
                            perform write-file-io-record
      * under a redirection profile, the first OPEN of a file
      * it leaves on its real path is warned about (redirect.cpy)
                            if ia-verb = 'OPEN'
                                and rd-path not = spaces

                                perform check-redirect-coverage
                            end-if
      * the first update OPEN of a file takes its before-image
      * (befimg.cpy)
                            if ia-verb = 'OPEN'
                                and ia-mode-word not = 'INPUT'
                                and bi-dir not = spaces

                                perform take-before-image
                            end-if
                    end-evaluate
                else
      * READ and DELETE name the file, WRITE and REWRITE the
      * record -- either way the word right after the verb
                    perform find-noted-file
                    if ia-index not = 0
                        perform add-pending-io
                    end-if
                    exit perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the OPEN or CLOSE of file ia-index into
      *** the trace capture as FILEIO;verb;module;line;file;mode;
      *** physical. It takes the statement's place in the capture
      *** -- the write buffer, or the ring -- ahead of the
      *** statement's own record, and like a HIT it is never
      *** filtered or sampled away.
        write-file-io-record section.
            if trace-file-open-flag not = 1
                exit section
            end-if

            if ia-verb = 'OPEN'
                move ia-mode-word to ia-open-mode(ia-index)
                perform resolve-io-physical
            end-if
            if ia-physical(ia-index) = spaces
                perform resolve-io-physical
            end-if

            move spaces to trace-line.
            string 'FILEIO;' delimited by size
                function trim (ia-verb) delimited by size
                ';' delimited by size
                function trim (cobol-src-name) delimited by size
                ';' delimited by size
                active-line-if delimited by size
                ';' delimited by size
                function trim (ia-file(ia-index)) delimited by size
                ';' delimited by size
                function trim (ia-open-mode(ia-index))
                    delimited by size
                ';' delimited by size
                function trim (ia-physical(ia-index))
                    delimited by size
                into trace-line
            end-string.

            if trace-mode = 'R'
                perform store-trace-ring-entry
            else
                perform store-trace-buffer-entry
            end-if

            continue.

      ***************************************************************
      *** ----------------- the physical file behind ia-index's
      *** assignment, the way the runtime maps it: a literal as
      *** written; a data item by its value at the OPEN; an
      *** external name through DD_name, dd_name or name in the
      *** environment, else the name itself. A file with no
      *** ASSIGN seen goes by its own name.
        resolve-io-physical section.
            move spaces to ia-physical(ia-index).

            evaluate ia-assign-kind(ia-index)
                when 'L'
                    move ia-assign(ia-index) to ia-physical(ia-index)
                when 'N'
                    move ia-assign(ia-index) to ia-fetch-name
                    perform fetch-io-field
                    if ia-fetch-ok-flag = 1
                        move function trim (wp-dtf-value)
                            to ia-physical(ia-index)
                    else
                        perform resolve-io-external-name
                    end-if
                when other
                    move ia-file(ia-index) to ia-physical(ia-index)
            end-evaluate

            if ia-physical(ia-index) = spaces
                move ia-assign(ia-index) to ia-physical(ia-index)
            end-if

      * a redirection profile's test copy stands in for it
      * (redirect.cpy)
            move 0 to rd-hit-index.
            if rd-count > 0
                perform apply-assign-redirect
            end-if

            continue.

      ***************************************************************
        resolve-io-external-name section.
            move spaces to ia-env-value.

            move spaces to ia-env-name.
            string 'DD_' delimited by size
                function trim (ia-assign(ia-index)) delimited by size
                into ia-env-name
            end-string.
            accept ia-env-value from environment ia-env-name
            end-accept.

            if ia-env-value = spaces
                move spaces to ia-env-name
                string 'dd_' delimited by size
                    function trim (ia-assign(ia-index))
                        delimited by size
                    into ia-env-name
                end-string
                accept ia-env-value from environment ia-env-name
                end-accept
            end-if

            if ia-env-value = spaces
                move ia-assign(ia-index) to ia-env-name
                accept ia-env-value from environment ia-env-name
                end-accept
            end-if

            move ia-env-value to ia-physical(ia-index).

            continue.

      ***************************************************************
      *** ----------------- ia-word as a file, or a record of one,
      *** in the current module: ia-index, 0 when neither
        find-noted-file section.
            perform varying ia-index from 1 by 1
                until ia-index > ia-count

                if ia-module(ia-index) = cobol-src-name
                    and ia-file(ia-index) = ia-word
                    exit section
                end-if
            end-perform

            perform varying ia-rec-index from 1 by 1
                until ia-rec-index > ia-rec-count

                if ir-name(ia-rec-index) = ia-word
                    and ia-module(ir-acct(ia-rec-index))
                        = cobol-src-name
                    move ir-acct(ia-rec-index) to ia-index
                    exit section
                end-if
            end-perform

            move 0 to ia-index.

            continue.

      ***************************************************************
      *** ----------------- hold the statement until its status is
      *** known; a record written is valued now, before the WRITE
      *** moves past it
        add-pending-io section.
            if ia-pend-count >= IA-PEND-MAX
                exit section
            end-if

            add 1 to ia-pend-count.
            move ia-index to ip-acct(ia-pend-count).
            move ia-verb to ip-verb(ia-pend-count).
            move 0 to ip-amount(ia-pend-count).

            if ia-verb = 'WRITE'
                and ia-amount-field(ia-index) not = spaces

                move ia-amount-field(ia-index) to ia-fetch-name
                perform fetch-io-field
                if ia-fetch-ok-flag = 1
                    move function numval
                        (function trim (wp-dtf-value))
                        to ip-amount(ia-pend-count)
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- the held statements have run: read
      *** each file's status and count the outcome
        settle-io-statements section.
            perform varying ia-pend-index from 1 by 1
                until ia-pend-index > ia-pend-count

                move ip-acct(ia-pend-index) to ia-index
                perform settle-one-io-statement
            end-perform

            move 0 to ia-pend-count.

            continue.

      ***************************************************************
        settle-one-io-statement section.
            move spaces to ia-status-value.

      * status and amount can only be read in the module the
      * statement ran in
            if ia-module(ia-index) = cobol-src-name
                if ia-cfg-status(ia-index) not = spaces
                    move ia-cfg-status(ia-index) to ia-fetch-name
                else
                    move ia-status-field(ia-index) to ia-fetch-name
                end-if
                if ia-fetch-name not = spaces
                    perform fetch-io-field
                    if ia-fetch-ok-flag = 1
                        move wp-dtf-value(1:2) to ia-status-value
                    end-if
                end-if
            end-if

            if ia-status-value not = spaces
                and ia-status-value(1:1) not = '0'

                add 1 to ia-bad-status(ia-index)
                move ia-status-value to ia-last-bad(ia-index)
                if ia-status-value = '10'
                    add 1 to ia-eof-count(ia-index)
                end-if
                exit section
            end-if

            evaluate ip-verb(ia-pend-index)
                when 'OPEN'
                    add 1 to ia-opens(ia-index)
                when 'CLOSE'
                    add 1 to ia-closes(ia-index)
                when 'READ'
                    add 1 to ia-reads(ia-index)
                    add 1 to ia-total-reads
                    if ia-amount-field(ia-index) not = spaces
                        and ia-module(ia-index) = cobol-src-name

                        move ia-amount-field(ia-index)
                            to ia-fetch-name
                        perform fetch-io-field
                        if ia-fetch-ok-flag = 1
                            move function numval
                                (function trim (wp-dtf-value))
                                to ia-value
                            add ia-value to ia-in-total(ia-index)
                        end-if
                    end-if
                when 'WRITE'
                    add 1 to ia-writes(ia-index)
                    add 1 to ia-total-writes
                    add ip-amount(ia-pend-index)
                        to ia-out-total(ia-index)
                when 'REWRITE'
                    add 1 to ia-rewrites(ia-index)
                when 'DELETE'
                    add 1 to ia-deletes(ia-index)
                when other
                    continue
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- ia-fetch-name's current content
      *** through ANIDATA "G": wp-dtf-value, ia-fetch-ok-flag = 1
      *** when the field is known
        fetch-io-field section.
            move 0 to ia-fetch-ok-flag.

            move interface-block to wp-interface-block.
            move ia-fetch-name to tmp-wp-var-name.
            move low-value to tmp-wp-var-name(50:1).

            call ANIDATA using "G" wp-interface-block
                tmp-wp-var-name end-call.

            if wp-dtf-length > 0
                move 1 to ia-fetch-ok-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- one file's figures as a sentence in
      *** ia-text: what was read and written (with the amount
      *** totals), rewritten and deleted
        build-io-account-text section.
            move spaces to ia-text.
            move 1 to ia-text-ptr.

            move ia-noun(ia-index) to ia-noun-text.
            if ia-noun-text = spaces
                move 'records' to ia-noun-text
            end-if

            if ia-reads(ia-index) > 0
                move ia-reads(ia-index) to ia-count-edit
                string 'read ' delimited by size
                    function trim (ia-count-edit) delimited by size
                    ' ' delimited by size
                    function trim (ia-noun-text) delimited by size
                    into ia-text
                    with pointer ia-text-ptr
                end-string
                if ia-amount-field(ia-index) not = spaces
                    move ia-in-total(ia-index) to ia-amount-edit
                    string ' totalling ' delimited by size
                        function trim (ia-amount-edit)
                            delimited by size
                        into ia-text
                        with pointer ia-text-ptr
                    end-string
                end-if
            end-if

            if ia-writes(ia-index) > 0
                if ia-text-ptr > 1
                    string ', ' delimited by size
                        into ia-text
                        with pointer ia-text-ptr
                    end-string
                end-if
                move ia-writes(ia-index) to ia-count-edit
                string 'wrote ' delimited by size
                    function trim (ia-count-edit) delimited by size
                    ' ' delimited by size
                    function trim (ia-noun-text) delimited by size
                    into ia-text
                    with pointer ia-text-ptr
                end-string
                if ia-amount-field(ia-index) not = spaces
                    move ia-out-total(ia-index) to ia-amount-edit
                    string ' totalling ' delimited by size
                        function trim (ia-amount-edit)
                            delimited by size
                        into ia-text
                        with pointer ia-text-ptr
                    end-string
                end-if
            end-if

            if ia-rewrites(ia-index) > 0
                if ia-text-ptr > 1
                    string ', ' delimited by size
                        into ia-text
                        with pointer ia-text-ptr
                    end-string
                end-if
                move ia-rewrites(ia-index) to ia-count-edit
                string 'rewrote ' delimited by size
                    function trim (ia-count-edit) delimited by size
                    into ia-text
                    with pointer ia-text-ptr
                end-string
            end-if

            if ia-deletes(ia-index) > 0
                if ia-text-ptr > 1
                    string ', ' delimited by size
                        into ia-text
                        with pointer ia-text-ptr
                    end-string
                end-if
                move ia-deletes(ia-index) to ia-count-edit
                string 'deleted ' delimited by size
                    function trim (ia-count-edit) delimited by size
                    into ia-text
                    with pointer ia-text-ptr
                end-string
            end-if

            if ia-text-ptr = 1
                move 'no records moved' to ia-text
            end-if

            continue.

      ***************************************************************
      *** ----------------- one file's opens, closes and nonzero
      *** statuses in ia-text
        build-io-status-text section.
            move spaces to ia-text.

            move ia-opens(ia-index) to ia-count-edit.
            move ia-closes(ia-index) to ia-count-edit-2.
            move 1 to ia-text-ptr.
            string 'opened ' delimited by size
                function trim (ia-count-edit) delimited by size
                ', closed ' delimited by size
                function trim (ia-count-edit-2) delimited by size
                into ia-text
                with pointer ia-text-ptr
            end-string

            if ia-bad-status(ia-index) > 0
                move ia-bad-status(ia-index) to ia-count-edit
                move ia-eof-count(ia-index) to ia-count-edit-2
                string '; nonzero status ' delimited by size
                    function trim (ia-count-edit) delimited by size
                    ' (end of file ' delimited by size
                    function trim (ia-count-edit-2) delimited by size
                    ', last ' delimited by size
                    ia-last-bad(ia-index) delimited by size
                    ')' delimited by size
                    into ia-text
                    with pointer ia-text-ptr
                end-string
            end-if

            if ia-status-field(ia-index) = spaces
                and ia-cfg-status(ia-index) = spaces
                string '; no status field -- statements counted'
                        delimited by size
                    into ia-text
                    with pointer ia-text-ptr
                end-string
            end-if

            continue.

      ***************************************************************
      *** ----------------- the end-of-run balancing report: every
      *** file's figures, then what went in against what came out
        write-io-balance-report section.
            if ia-pend-count > 0
                perform settle-io-statements
            end-if

            if ia-count = 0
                exit section
            end-if

            open output ia-bal-file.
            if ia-bal-file-status not = 0
                exit section
            end-if

            accept ia-stamp from time end-accept.

            move spaces to ia-bal-line.
            string 'I/O balance -- session ' delimited by size
                journal-session-id delimited by size
                ' at ' delimited by size
                ia-stamp delimited by size
                into ia-bal-line
            end-string
            write ia-bal-line.

            move 0 to ia-sum-in.
            move 0 to ia-sum-out.
            move 0 to ia-amount-flag.

            perform varying ia-index from 1 by 1
                until ia-index > ia-count

                move spaces to ia-bal-line
                write ia-bal-line

                move spaces to ia-bal-line
                string function trim (ia-module(ia-index))
                        delimited by size
                    ' ' delimited by size
                    function trim (ia-file(ia-index))
                        delimited by size
                    into ia-bal-line
                end-string
                write ia-bal-line

                perform build-io-account-text
                move spaces to ia-bal-line
                string '  ' delimited by size
                    ia-text delimited by size
                    into ia-bal-line
                end-string
                write ia-bal-line

                perform build-io-status-text
                move spaces to ia-bal-line
                string '  ' delimited by size
                    ia-text delimited by size
                    into ia-bal-line
                end-string
                write ia-bal-line

                if ia-amount-field(ia-index) not = spaces
                    move 1 to ia-amount-flag
                    add ia-in-total(ia-index) to ia-sum-in
                    add ia-out-total(ia-index) to ia-sum-out
                end-if
            end-perform

            move spaces to ia-bal-line.
            write ia-bal-line.

            move ia-total-reads to ia-count-edit.
            move ia-total-writes to ia-count-edit-2.
            move spaces to ia-bal-line.
            string 'In: ' delimited by size
                function trim (ia-count-edit) delimited by size
                ' records read   Out: ' delimited by size
                function trim (ia-count-edit-2) delimited by size
                ' records written' delimited by size
                into ia-bal-line
            end-string
            write ia-bal-line.

            compute ia-difference = ia-total-reads - ia-total-writes
            end-compute.
            move ia-difference to ia-diff-edit.
            move spaces to ia-bal-line.
            string 'Difference: ' delimited by size
                function trim (ia-diff-edit) delimited by size
                ' records' delimited by size
                into ia-bal-line
            end-string
            write ia-bal-line.

            if ia-amount-flag = 1
                move ia-sum-in to ia-amount-edit
                move ia-sum-out to ia-amount-edit-2
                move spaces to ia-bal-line
                string 'Amounts in: ' delimited by size
                    function trim (ia-amount-edit) delimited by size
                    '   out: ' delimited by size
                    function trim (ia-amount-edit-2)
                        delimited by size
                    into ia-bal-line
                end-string
                write ia-bal-line

                compute ia-sum-in = ia-sum-in - ia-sum-out
                end-compute
                move ia-sum-in to ia-amount-edit
                move spaces to ia-bal-line
                string 'Amount difference: ' delimited by size
                    function trim (ia-amount-edit) delimited by size
                    into ia-bal-line
                end-string
                write ia-bal-line
            end-if

            close ia-bal-file.

            continue.

      ***************************************************************
      *** ----------------- the same figures for the post-mortem,
      *** two lines a file under a "File I/O:" heading
        write-io-postmortem-lines section.
            if ia-count = 0
                exit section
            end-if

            move spaces to pm-line.
            write pm-line.
            move 'File I/O:' to pm-line.
            write pm-line.

            perform varying ia-index from 1 by 1
                until ia-index > ia-count

                perform build-io-account-text
                move spaces to pm-line
                string '  ' delimited by size
                    function trim (ia-module(ia-index))
                        delimited by size
                    ' ' delimited by size
                    function trim (ia-file(ia-index))
                        delimited by size
                    ': ' delimited by size
                    ia-text delimited by size
                    into pm-line
                end-string
                write pm-line

                perform build-io-status-text
                move spaces to pm-line
                string '      ' delimited by size
                    ia-text delimited by size
                    into pm-line
                end-string
                write pm-line
            end-perform

            continue.
