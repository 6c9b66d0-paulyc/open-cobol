        identification division.
        program-id. gc-scriptreg.

      * approved-script registry maintenance -- registers the
      * current version of a script file, so the gc-script
      * dispatcher will run it (COB_PAUSE_SCRIPT hooks, batch jobs).
      * The registry (COB_SCRIPT_REGISTRY, default
      * gc-script.registry) holds one
      *   script-path;checksum;owner;approved-by
      * row per approved file; registering a new version replaces
      * the file's old row, so the old content stops running. The
      * checksum is gc-archver's content arithmetic, the same one
      * gc-script recomputes before every run. The person running
      * this job is the approver: COB_DEBUG_USER, whose
      * COB_DEBUG_ROLE must read as SENIOR (anything but OBSERVER or
      * ANALYST, as the debugger reads it), and who may not be the
      * script's own owner. The registration is a chained AUDIT
      * record on the end of the debug log (COB_AUDIT_FILE, default
      * gc-debugger.log) under a chain key of its own.
      * Return code 0 when registered, 99 when refused.
      *   COB_SCRIPTREG_SCRIPT  the script file, as callers name it
      *   COB_SCRIPTREG_OWNER   who owns the script

        environment division.
        configuration section.
        input-output section.
        file-control.

            select registry-file assign to registry-path
                organization is line sequential
                file status is registry-file-status.

            select script-file assign to script-path
                organization is line sequential
                file status is script-file-status.

            select audit-file assign to audit-path
                organization is line sequential
                file status is audit-file-status.

        data division.
        file section.

        fd  registry-file.
            01 registry-record      pic x(400).

        fd  script-file.
            01 script-record        pic x(1024).

        fd  audit-file.
            01 audit-record         pic x(512).

        working-storage section.

            78 SR-ROW-MAX           value 500.

            01 registry-path                pic x(256) value spaces.
            01 registry-file-status         pic 99.
            01 script-path                  pic x(256) value spaces.
            01 script-file-status           pic 99.
            01 audit-path                   pic x(256) value spaces.
            01 audit-file-status            pic 99.

            01 sr-owner                     pic x(20) value spaces.
            01 sr-approver                  pic x(20) value spaces.
            01 sr-role                      pic x(10) value spaces.
            77 sr-script-sum                pic 9(9) value 0.
            01 sr-row-path                  pic x(256).
            01 sr-old-sum                   pic x(12) value spaces.

      * the registry as read, less the rows being replaced
            77 sr-row-count                 pic 9(4) value 0.
            77 sr-row-index                 pic 9(4) value 0.
            77 sr-replaced-count            pic 9(4) value 0.
            01 sr-row-tbl.
                05 sr-row occurs SR-ROW-MAX pic x(400).

      * the audit record
            01 sr-chain-key                 pic x(8) value spaces.
            01 sr-stamp                     pic x(8) value spaces.
            01 sr-log-stamp                 pic x(8) value spaces.
            01 sr-text                      pic x(400) value spaces.
            77 sr-ptr                       pic 9(4) value 0.

      * the content checksum and the audit chain's arithmetic
            01 chk-text                     pic x(300).
            77 chk-text-len                 pic 9(4) value 0.
            77 chk-chain-in                 pic 9(9) value 0.
            77 chk-result                   pic 9(9) value 0.
            77 chk-char-pos                 pic 9(4) value 0.
            77 chk-char-sum                 pic 9(12) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to registry-path.
            accept registry-path from environment
                'COB_SCRIPT_REGISTRY' end-accept.
            if registry-path = spaces
                move 'gc-script.registry' to registry-path
            end-if.

            move spaces to script-path.
            accept script-path from environment
                'COB_SCRIPTREG_SCRIPT' end-accept.

            move spaces to sr-owner.
            accept sr-owner from environment
                'COB_SCRIPTREG_OWNER' end-accept.

            move spaces to sr-approver.
            accept sr-approver from environment 'COB_DEBUG_USER'
            end-accept.

            move spaces to sr-role.
            accept sr-role from environment 'COB_DEBUG_ROLE'
            end-accept.
            move function upper-case (sr-role) to sr-role.

            move spaces to audit-path.
            accept audit-path from environment 'COB_AUDIT_FILE'
            end-accept.
            if audit-path = spaces
                move 'gc-debugger.log' to audit-path
            end-if.

            if script-path = spaces or sr-owner = spaces
                display 'COB_SCRIPTREG_SCRIPT and COB_SCRIPTREG_OWNER'
                    ' must both be set' end-display
                move 99 to return-code
                stop run
            end-if.

            if sr-approver = spaces
                display 'COB_DEBUG_USER must name the approver'
                end-display
                move 99 to return-code
                stop run
            end-if.

      * the debugger's reading of the role -- anything but
      * OBSERVER or ANALYST is SENIOR
            if sr-role = 'OBSERVER' or sr-role = 'ANALYST'
                display 'Registering a script requires a SENIOR'
                    ' approver' end-display
                move 99 to return-code
                stop run
            end-if.
            move 'SENIOR' to sr-role.

            if function upper-case (sr-approver)
                = function upper-case (sr-owner)
                display 'The approver cannot be the script''s own'
                    ' owner' end-display
                move 99 to return-code
                stop run
            end-if.

            perform compute-script-checksum.
            if script-file-status not = 10
                display 'Cannot read script '
                    function trim (script-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform load-registry.

            if sr-row-count >= SR-ROW-MAX
                display 'Registry ' function trim (registry-path)
                    ' is full' end-display
                move 99 to return-code
                stop run
            end-if.

            add 1 to sr-row-count.
            move spaces to sr-row(sr-row-count).
            string function trim (script-path) delimited by size
                ';' delimited by size
                sr-script-sum delimited by size
                ';' delimited by size
                function trim (sr-owner) delimited by size
                ';' delimited by size
                function trim (sr-approver) delimited by size
                into sr-row(sr-row-count)
            end-string.

            open output registry-file.
            if registry-file-status not = 0
                display 'Cannot write registry '
                    function trim (registry-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform varying sr-row-index from 1 by 1
                until sr-row-index > sr-row-count

                move sr-row(sr-row-index) to registry-record
                write registry-record
            end-perform.

            close registry-file.

            perform write-register-audit.

            if sr-replaced-count > 0
                display 'Registered ' function trim (script-path)
                    ' at checksum ' sr-script-sum
                    ', replacing ' function trim (sr-old-sum)
                    end-display
            else
                display 'Registered ' function trim (script-path)
                    ' at checksum ' sr-script-sum end-display
            end-if.

            move 0 to return-code.

            stop run.

      ***************************************************************
      *** ----------------- every registry row but the ones for
      *** this script -- the new version takes their place
        load-registry section.
            move 0 to sr-row-count.
            move 0 to sr-replaced-count.

            open input registry-file.
            if registry-file-status not = 0
                exit section
            end-if

            read registry-file end-read
            perform until registry-file-status not = 0
                or sr-row-count >= SR-ROW-MAX

                if registry-record not = spaces
                    move spaces to sr-row-path
                    move spaces to chk-text
                    unstring registry-record delimited by ';'
                        into sr-row-path chk-text
                    end-unstring

                    if registry-record(1:1) not = '#'
                        and sr-row-path = script-path

                        add 1 to sr-replaced-count
                        move chk-text(1:12) to sr-old-sum
                    else
                        add 1 to sr-row-count
                        move registry-record to sr-row(sr-row-count)
                    end-if
                end-if

                read registry-file end-read
            end-perform

            close registry-file.

            continue.

      ***************************************************************
      *** ----------------- gc-archver's content checksum, line by
      *** line; script-file-status is 10 once the file read through
        compute-script-checksum section.
            move 0 to chk-result.

            open input script-file.
            if script-file-status not = 0
                exit section
            end-if

            read script-file end-read
            perform until script-file-status not = 0
                perform checksum-one-line
                read script-file end-read
            end-perform

            close script-file.
            move 10 to script-file-status.
            move chk-result to sr-script-sum.

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
      *** ----------------- the registration as a chained AUDIT
      *** record, in log-sensitive-action's layout:
      *** AUDIT;approver;role;SCRIPT-REGISTER;path;SUM=n;OWNER=o;
      *** stamp;CHK=n
        write-register-audit section.
            open extend audit-file.
            if audit-file-status not = 0
                open output audit-file
            end-if
            if audit-file-status not = 0
                exit section
            end-if

            accept sr-chain-key from time end-accept.
            accept sr-stamp from time end-accept.

            move spaces to sr-text.
            move 1 to sr-ptr.
            string 'AUDIT;' delimited by size
                function trim (sr-approver) delimited by size
                ';' delimited by size
                function trim (sr-role) delimited by size
                ';SCRIPT-REGISTER;' delimited by size
                function trim (script-path) delimited by size
                ';SUM=' delimited by size
                sr-script-sum delimited by size
                ';OWNER=' delimited by size
                function trim (sr-owner) delimited by size
                ';' delimited by size
                sr-stamp delimited by size
                into sr-text
                with pointer sr-ptr
            end-string.

            move spaces to chk-text.
            move sr-text(1:300) to chk-text.
            move 0 to chk-chain-in.
            perform compute-audit-checksum.

            string ';CHK=' delimited by size
                chk-result delimited by size
                into sr-text
                with pointer sr-ptr
            end-string.

            accept sr-log-stamp from time end-accept.
            move spaces to audit-record.
            string sr-log-stamp delimited by size
                ' [' delimited by size
                sr-chain-key delimited by size
                '] ' delimited by size
                sr-text delimited by size
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
