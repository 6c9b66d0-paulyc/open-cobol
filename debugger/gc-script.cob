      * and reporting through the EXTERNAL SCRIPT-RETURN-CODE. An
      * engine that isn't linked in comes back as
      * SCRIPT-RC-NO-ENGINE instead of a hard call failure.
      *
      * A script file runs only when the approved-script registry
      * (COB_SCRIPT_REGISTRY, default gc-script.registry) lists it
      * at its current content checksum, one
      *   script-path;checksum;owner;approved-by
      * row per approved version, kept by gc-scriptreg. Anything
      * else -- an unlisted file, an edited one, no registry at all
      * -- comes back SCRIPT-RC-NOT-APPROVED without reaching an
      * engine. The checksum is gc-archver's content arithmetic:
      * the audit chain's position-weighted character sum, line by
      * line, previous value times 31, modulo 999999999. Every
      * decision is an audit action in SCRIPT-APPROVAL-TEXT; unless
      * the caller has taken the recording on itself
      * (SCRIPT-AUDIT-SWITCH), it is appended here as a chained
      * AUDIT record to the debug log (COB_AUDIT_FILE, default
      * gc-debugger.log) under this run unit's own chain key, with
      * the user and role from COB_DEBUG_USER and COB_DEBUG_ROLE.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select registry-file assign to gcs-registry-path
                organization is line sequential
                file status is gcs-registry-status.

            select script-file assign to gcs-check-path
                organization is line sequential
                file status is gcs-script-status.

            select audit-file assign to gcs-audit-path
                organization is line sequential
                file status is gcs-audit-status.

        data division.
        file section.

        fd  registry-file.
            01 registry-record      pic x(400).

        fd  script-file.
            01 script-record        pic x(1024).

        fd  audit-file.
            01 audit-record         pic x(512).

        working-storage section.

            01 gcs-scan-position            pic 9(4) value 0.
            01 gcs-extension                pic x(8) value spaces.

      * the approval check -- the registry, the file's
      * checksum now, and the row that approves it, if one does
            01 gcs-registry-path            pic x(256) value spaces.
            01 gcs-registry-status          pic 99.
            01 gcs-check-path               pic x(256) value spaces.
            01 gcs-script-status            pic 99.
            01 gcs-reg-path                 pic x(256).
            01 gcs-reg-sum-text             pic x(12).
            01 gcs-reg-owner                pic x(20).
            01 gcs-reg-approver             pic x(20).
            77 gcs-approved-flag            pic 9 value 0.
            77 gcs-script-sum               pic 9(9) value 0.

      * the audit chain this run unit appends to when the
      * caller leaves the recording to the dispatcher
            01 gcs-audit-path               pic x(256) value spaces.
            01 gcs-audit-status             pic 99.
            01 gcs-audit-user               pic x(20) value spaces.
            01 gcs-audit-role               pic x(10) value spaces.
            01 gcs-chain-key                pic x(8) value spaces.
            77 gcs-chain-value              pic 9(9) value 0.
            01 gcs-stamp                    pic x(8) value spaces.
            01 gcs-log-stamp                pic x(8) value spaces.
            01 gcs-audit-text               pic x(400) value spaces.
            77 gcs-audit-ptr                pic 9(4) value 0.

      * the audit chain's arithmetic (compute-audit-checksum,
      * roles.cpy), over a record or a script line
            01 chk-text                     pic x(300).
            77 chk-text-len                 pic 9(4) value 0.
            77 chk-chain-in                 pic 9(9) value 0.
            77 chk-result                   pic 9(9) value 0.
            77 chk-char-pos                 pic 9(4) value 0.
            77 chk-char-sum                 pic 9(12) value 0.

        linkage section.

            01 lk-gcs-request.

            move SCRIPT-RC-OK to SCRIPT-RETURN-CODE.
            move spaces to SCRIPT-ERROR-TEXT.
            move spaces to SCRIPT-APPROVAL-TEXT.
            move spaces to gcs-resolved-engine.

            if lk-gcs-mode = 'S'
                move function upper-case (lk-gcs-engine)
                    to gcs-resolved-engine
            else
                perform check-script-approval
                if gcs-approved-flag = 1
                    perform resolve-engine-from-extension
                end-if
            end-if

            if SCRIPT-RETURN-CODE = SCRIPT-RC-NOT-APPROVED
                continue
            else if gcs-resolved-engine = spaces
                move SCRIPT-RC-NO-ENGINE to SCRIPT-RETURN-CODE
                string 'No script engine for '
                    delimited by size
                perform run-resolved-engine
                perform normalize-engine-status
            end-if
            end-if

            move SCRIPT-RETURN-CODE to return-code.


            continue.

      ***************************************************************
      *** ----------------- is this version of the file approved?
      *** Its checksum now against every registry row for its path;
      *** the decision goes to SCRIPT-APPROVAL-TEXT, and to the
      *** audit chain here unless the caller records it itself.
        check-script-approval section.
            move 0 to gcs-approved-flag.

            move lk-gcs-script-path to gcs-check-path.
            perform compute-script-checksum.

            move spaces to gcs-registry-path.
            accept gcs-registry-path from environment
                'COB_SCRIPT_REGISTRY' end-accept.
            if gcs-registry-path = spaces
                move 'gc-script.registry' to gcs-registry-path
            end-if

            move spaces to gcs-reg-approver.
            if gcs-script-status = 0 or gcs-script-status = 10
                open input registry-file
                if gcs-registry-status = 0
                    read registry-file end-read
                    perform until gcs-registry-status not = 0
                        or gcs-approved-flag = 1

                        perform match-registry-row
                        read registry-file end-read
                    end-perform
                    close registry-file
                end-if
            end-if

            move spaces to SCRIPT-APPROVAL-TEXT.
            if gcs-approved-flag = 1
                string 'SCRIPT-RUN;' delimited by size
                    function trim (lk-gcs-script-path)
                        delimited by size
                    ';SUM=' delimited by size
                    gcs-script-sum delimited by size
                    into SCRIPT-APPROVAL-TEXT
                end-string
            else
                move SCRIPT-RC-NOT-APPROVED to SCRIPT-RETURN-CODE
                string 'SCRIPT-REFUSED;' delimited by size
                    function trim (lk-gcs-script-path)
                        delimited by size
                    ';SUM=' delimited by size
                    gcs-script-sum delimited by size
                    into SCRIPT-APPROVAL-TEXT
                end-string
                string 'Script ' delimited by size
                    function trim (lk-gcs-script-path)
                        delimited by size
                    ' is not approved at checksum '
                        delimited by size
                    gcs-script-sum delimited by size
                    ' -- see ' delimited by size
                    function trim (gcs-registry-path)
                        delimited by size
                    into SCRIPT-ERROR-TEXT
                end-string
            end-if

            if SCRIPT-AUDIT-SWITCH not = SCRIPT-AUDIT-BY-CALLER
                perform write-approval-audit
            end-if

            continue.

      ***************************************************************
        match-registry-row section.
            if registry-record = spaces
                or registry-record(1:1) = '#'
                exit section
            end-if

            move spaces to gcs-reg-path gcs-reg-sum-text
                gcs-reg-owner gcs-reg-approver.
            unstring registry-record delimited by ';'
                into gcs-reg-path gcs-reg-sum-text
                    gcs-reg-owner gcs-reg-approver
            end-unstring.

            if gcs-reg-path = lk-gcs-script-path
                and function trim (gcs-reg-sum-text) is numeric
                and function numval (gcs-reg-sum-text)
                    = gcs-script-sum
                and gcs-reg-approver not = spaces

                move 1 to gcs-approved-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- the file's content checksum, the way
      *** gc-archver and gc-scriptreg compute it. gcs-script-status
      *** is left nonzero (other than end of file) when the file
      *** cannot be read at all.
        compute-script-checksum section.
            move 0 to chk-result.
            move 0 to gcs-script-sum.

            open input script-file.
            if gcs-script-status not = 0
                exit section
            end-if

            read script-file end-read
            perform until gcs-script-status not = 0
                perform checksum-one-line
                read script-file end-read
            end-perform

            close script-file.
            move 10 to gcs-script-status.
            move chk-result to gcs-script-sum.

            continue.

      ***************************************************************
        checksum-one-line section.
            move 0 to chk-char-sum.

            if script-record not = spaces
                move function length
                        (function trim (script-record trailing))
                    to chk-text-len

                perform varying chk-char-pos from 1 by 1
                    until chk-char-pos > chk-text-len

                    if script-record(chk-char-pos:1) not = space
                        compute chk-char-sum = chk-char-sum
                            + (function ord
                                (script-record(chk-char-pos:1))
                               * chk-char-pos)
                        end-compute
                    end-if
                end-perform
            end-if

            compute chk-result =
                function mod ((chk-result * 31)
                    + chk-char-sum, 999999999)
            end-compute

            continue.

      ***************************************************************
      *** ----------------- SCRIPT-APPROVAL-TEXT as a chained AUDIT
      *** record on the end of the debug log, in
      *** log-sensitive-action's layout -- one chain per run unit,
      *** keyed by the time of its first record
        write-approval-audit section.
            if gcs-chain-key = spaces
                accept gcs-chain-key from time end-accept
                move 0 to gcs-chain-value

                move spaces to gcs-audit-path
                accept gcs-audit-path from environment
                    'COB_AUDIT_FILE' end-accept
                if gcs-audit-path = spaces
                    move 'gc-debugger.log' to gcs-audit-path
                end-if

                move spaces to gcs-audit-user
                accept gcs-audit-user from environment
                    'COB_DEBUG_USER' end-accept
                if gcs-audit-user = spaces
                    move 'unset' to gcs-audit-user
                end-if

                move spaces to gcs-audit-role
                accept gcs-audit-role from environment
                    'COB_DEBUG_ROLE' end-accept
                move function upper-case (gcs-audit-role)
                    to gcs-audit-role
      * read the way the debugger reads it -- anything but
      * OBSERVER or ANALYST is SENIOR
                if gcs-audit-role not = 'OBSERVER'
                    and gcs-audit-role not = 'ANALYST'
                    move 'SENIOR' to gcs-audit-role
                end-if
            end-if

            open extend audit-file.
            if gcs-audit-status not = 0
                open output audit-file
            end-if
            if gcs-audit-status not = 0
                exit section
            end-if

            accept gcs-stamp from time end-accept.

            move spaces to gcs-audit-text.
            move 1 to gcs-audit-ptr.
            string 'AUDIT;' delimited by size
                function trim (gcs-audit-user) delimited by size
                ';' delimited by size
                function trim (gcs-audit-role) delimited by size
                ';' delimited by size
                function trim (SCRIPT-APPROVAL-TEXT)
                    delimited by size
                ';' delimited by size
                gcs-stamp delimited by size
                into gcs-audit-text
                with pointer gcs-audit-ptr
            end-string.

            move spaces to chk-text.
            move gcs-audit-text(1:300) to chk-text.
            move gcs-chain-value to chk-chain-in.
            perform compute-audit-checksum.
            move chk-result to gcs-chain-value.

            string ';CHK=' delimited by size
                gcs-chain-value delimited by size
                into gcs-audit-text
                with pointer gcs-audit-ptr
            end-string.

            accept gcs-log-stamp from time end-accept.
            move spaces to audit-record.
            string gcs-log-stamp delimited by size
                ' [' delimited by size
                gcs-chain-key delimited by size
                '] ' delimited by size
                gcs-audit-text delimited by size
                into audit-record
            end-string.
            write audit-record.

            close audit-file.

            continue.

      ***************************************************************
        compute-audit-checksum section.
            move 0 to chk-char-sum.

            perform varying chk-char-pos from 1 by 1
                until chk-char-pos > 300

                if chk-text(chk-char-pos:1) not = space
                    compute chk-char-sum = chk-char-sum
                        + (function ord
                            (chk-text(chk-char-pos:1))
                           * chk-char-pos)
                    end-compute
                end-if
            end-perform

            compute chk-result =
                function mod ((chk-chain-in * 31)
                    + chk-char-sum, 999999999)
            end-compute

            continue.

      ***************************************************************
      *** ----------------- pick the engine from the script file's
      *** extension (the text after the last '.' in the path) --
