        identification division.
        program-id. gc-restore.

      * before-image restore -- puts back every data file a
      * debug session opened for update, as the session found it,
      * from the images the debugger took on each file's first
      * OPEN OUTPUT, I-O or EXTEND (befimg.cpy). It works from the
      * session's index, <dir>/<session-id>.bimgidx, one
      * physical;image;module;file row per file:
      *   RESTORED  the image copied back over the file
      *   REMOVED   the file did not exist when the session began
      *             (image NEW) and has been deleted
      *   FAILED    no image was taken (image FAILED), the image is
      *             gone, or the copy back did not work
      * Relative paths are taken against the current directory,
      * as the session took them, so run it from where the session
      * ran. Like "L RESTORE" it needs the SENIOR role, and every
      * file put back is a chained AUDIT record appended to the
      * debug log under a chain key of its own, so gc-auditver
      * verifies it with the rest. The return code is the FAILED
      * count (99 at most; 99 also when nothing could be read).
      *   COB_BEFORE_IMAGE_DIR  where the session kept its images
      *   COB_RESTORE_SESSION   the session id to restore
      *   COB_DEBUG_USER        who is restoring
      *   COB_DEBUG_ROLE        must not be OBSERVER or ANALYST
      *   COB_AUDIT_FILE        the debug log the AUDIT records go
      *                         to (default gc-debugger.log)
      *   COB_RESTORE_REPORT    the report (default
      *                         gc-restore.report)

        environment division.
        configuration section.
        input-output section.
        file-control.

            select index-file assign to index-path
                organization is line sequential
                file status is index-file-status.

            select audit-file assign to audit-path
                organization is line sequential
                file status is audit-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  index-file.
            01 index-record         pic x(400).

        fd  audit-file.
            01 audit-record         pic x(512).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            01 bi-dir                       pic x(200) value spaces.
            01 index-path                   pic x(256) value spaces.
            01 index-file-status            pic 99.
            01 audit-path                   pic x(256) value spaces.
            01 audit-file-status            pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.

            01 rs-session                   pic x(8) value spaces.
            01 rs-user                      pic x(20) value spaces.
            01 rs-role                      pic x(10) value spaces.
            01 rs-chain-key                 pic x(8) value spaces.
            77 rs-chain-value               pic 9(9) value 0.
            01 rs-log-stamp                 pic x(8) value spaces.
            01 rs-stamp                     pic x(8) value spaces.

      * the index row being restored
            01 rs-physical                  pic x(100).
            01 rs-image                     pic x(256).
            01 rs-module                    pic x(30).
            01 rs-file                      pic x(40).
            01 rs-verdict                   pic x(8).
            01 rs-note                      pic x(60).
            01 rs-action-text               pic x(200).
            01 rs-text                      pic x(300).
            77 rs-ptr                       pic 9(4) value 0.

      * CBL_CHECK_FILE_EXIST's answer block
            01 rs-file-info.
                05 rs-fi-size               pic x(8) comp-x.
                05 rs-fi-rest               pic x(8).
            77 rs-call-rc                   pic s9(9) binary value 0.

      * the audit checksum -- compute-audit-checksum's
      * arithmetic (roles.cpy)
            01 chk-text                     pic x(300).
            77 chk-chain-in                 pic 9(9) value 0.
            77 chk-result                   pic 9(9) value 0.
            77 chk-char-pos                 pic 9(4) value 0.
            77 chk-char-sum                 pic 9(12) value 0.

            77 rs-file-count                pic 9(5) value 0.
            77 rs-restored-count            pic 9(5) value 0.
            77 rs-removed-count             pic 9(5) value 0.
            77 rs-failed-count              pic 9(5) value 0.
            01 rs-count-edit                pic z(4)9.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to bi-dir.
            accept bi-dir from environment 'COB_BEFORE_IMAGE_DIR'
            end-accept.

            move spaces to rs-session.
            accept rs-session from environment 'COB_RESTORE_SESSION'
            end-accept.

            if bi-dir = spaces or rs-session = spaces
                display 'COB_BEFORE_IMAGE_DIR and COB_RESTORE_SESSION'
                    ' must both be set' end-display
                move 99 to return-code
                stop run
            end-if.

            move spaces to rs-user.
            accept rs-user from environment 'COB_DEBUG_USER'
            end-accept.
            if rs-user = spaces
                move 'unset' to rs-user
            end-if.

            move spaces to rs-role.
            accept rs-role from environment 'COB_DEBUG_ROLE'
            end-accept.
            move function upper-case (rs-role) to rs-role.

      * the debugger's reading of the role -- anything but
      * OBSERVER or ANALYST is SENIOR
            if rs-role = 'OBSERVER' or rs-role = 'ANALYST'
                display 'Restore requires the SENIOR role'
                end-display
                move 99 to return-code
                stop run
            end-if.
            move 'SENIOR' to rs-role.

            move spaces to audit-path.
            accept audit-path from environment 'COB_AUDIT_FILE'
            end-accept.
            if audit-path = spaces
                move 'gc-debugger.log' to audit-path
            end-if.

            move spaces to report-path.
            accept report-path from environment 'COB_RESTORE_REPORT'
            end-accept.
            if report-path = spaces
                move 'gc-restore.report' to report-path
            end-if.

            move spaces to index-path.
            string function trim (bi-dir) delimited by size
                '/' delimited by size
                function trim (rs-session) delimited by size
                '.bimgidx' delimited by size
                into index-path
            end-string.

            open input index-file.
            if index-file-status not = 0
                display 'Cannot open before-image index '
                    function trim (index-path) end-display
                move 99 to return-code
                stop run
            end-if.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                close index-file
                move 99 to return-code
                stop run
            end-if.

      * the AUDIT records go on the end of the log, as a
      * chain of their own keyed like a debugger session's
            open extend audit-file.
            if audit-file-status not = 0
                open output audit-file
            end-if.
            accept rs-chain-key from time end-accept.
            move 0 to rs-chain-value.

            move spaces to report-line.
            string 'Before-image restore -- session ' delimited by size
                function trim (rs-session) delimited by size
                ' by ' delimited by size
                function trim (rs-user) delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            string 'Index ' delimited by size
                function trim (index-path) delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            write report-line.

            read index-file end-read.
            perform until index-file-status not = 0
                if index-record not = spaces
                    perform restore-one-file
                end-if
                read index-file end-read
            end-perform.

            close index-file.

            move spaces to report-line.
            write report-line.

            move spaces to report-line.
            move 1 to rs-ptr.
            move rs-file-count to rs-count-edit.
            string function trim (rs-count-edit) delimited by size
                ' file(s): ' delimited by size
                into report-line
                with pointer rs-ptr
            end-string.
            move rs-restored-count to rs-count-edit.
            string function trim (rs-count-edit) delimited by size
                ' restored, ' delimited by size
                into report-line
                with pointer rs-ptr
            end-string.
            move rs-removed-count to rs-count-edit.
            string function trim (rs-count-edit) delimited by size
                ' removed, ' delimited by size
                into report-line
                with pointer rs-ptr
            end-string.
            move rs-failed-count to rs-count-edit.
            string function trim (rs-count-edit) delimited by size
                ' failed' delimited by size
                into report-line
                with pointer rs-ptr
            end-string.
            write report-line.

            close report-file.
            if audit-file-status = 0
                close audit-file
            end-if.

            display 'Restored session ' function trim (rs-session)
                ' -- see ' function trim (report-path) end-display.

            if rs-failed-count > 99
                move 99 to return-code
            else
                move rs-failed-count to return-code
            end-if.

            stop run.

      ***************************************************************
      *** ----------------- one physical;image;module;file row
        restore-one-file section.
            add 1 to rs-file-count.

            move spaces to rs-physical rs-image rs-module rs-file.
            unstring index-record delimited by ';'
                into rs-physical rs-image rs-module rs-file
            end-unstring.

            move spaces to rs-note.

            evaluate true
                when rs-image = 'FAILED'
                    move 'FAILED' to rs-verdict
                    move 'no image was taken at the OPEN' to rs-note

                when rs-image = 'NEW'
                    call 'CBL_CHECK_FILE_EXIST'
                        using rs-physical rs-file-info
                        returning rs-call-rc
                    end-call
                    if rs-call-rc = 0
                        call 'CBL_DELETE_FILE' using rs-physical
                            returning rs-call-rc
                        end-call
                    else
                        move 0 to rs-call-rc
                    end-if
                    if rs-call-rc = 0
                        move 'REMOVED' to rs-verdict
                        move 'created during the session' to rs-note
                    else
                        move 'FAILED' to rs-verdict
                        move 'cannot be deleted' to rs-note
                    end-if

                when other
                    call 'CBL_CHECK_FILE_EXIST'
                        using rs-image rs-file-info
                        returning rs-call-rc
                    end-call
                    if rs-call-rc not = 0
                        move 'FAILED' to rs-verdict
                        move 'image is gone' to rs-note
                    else
                        call 'CBL_COPY_FILE'
                            using rs-image rs-physical
                            returning rs-call-rc
                        end-call
                        if rs-call-rc = 0
                            move 'RESTORED' to rs-verdict
                            string 'from ' delimited by size
                                function trim (rs-image)
                                    delimited by size
                                into rs-note
                            end-string
                        else
                            move 'FAILED' to rs-verdict
                            move 'image cannot be copied back'
                                to rs-note
                        end-if
                    end-if
            end-evaluate.
            move 0 to return-code.

            evaluate rs-verdict
                when 'RESTORED'
                    add 1 to rs-restored-count
                    perform write-restore-audit
                when 'REMOVED'
                    add 1 to rs-removed-count
                    perform write-restore-audit
                when other
                    add 1 to rs-failed-count
            end-evaluate.

            move spaces to report-line.
            string '  ' delimited by size
                rs-verdict delimited by size
                ' ' delimited by size
                function trim (rs-physical) delimited by size
                ' (' delimited by size
                function trim (rs-module) delimited by size
                ' ' delimited by size
                function trim (rs-file) delimited by size
                ')  ' delimited by size
                function trim (rs-note) delimited by size
                into report-line
            end-string.
            write report-line.

            continue.

      ***************************************************************
      *** ----------------- the AUDIT record for the file just put
      *** back, in log-sensitive-action's layout:
      *** AUDIT;user;role;RESTORE;file[;REMOVED];stamp;MODULE=;CHK=
        write-restore-audit section.
            if audit-file-status not = 0
                exit section
            end-if

            move spaces to rs-action-text.
            move 1 to rs-ptr.
            string 'RESTORE;' delimited by size
                function trim (rs-physical) delimited by size
                into rs-action-text
                with pointer rs-ptr
            end-string.
            if rs-verdict = 'REMOVED'
                string ';REMOVED' delimited by size
                    into rs-action-text
                    with pointer rs-ptr
                end-string
            end-if.

            accept rs-stamp from time end-accept.

            move spaces to rs-text.
            move 1 to rs-ptr.
            string 'AUDIT;' delimited by size
                function trim (rs-user) delimited by size
                ';' delimited by size
                function trim (rs-role) delimited by size
                ';' delimited by size
                function trim (rs-action-text) delimited by size
                ';' delimited by size
                rs-stamp delimited by size
                into rs-text
                with pointer rs-ptr
            end-string.
            if rs-module not = spaces
                string ';MODULE=' delimited by size
                    function trim (rs-module) delimited by size
                    into rs-text
                    with pointer rs-ptr
                end-string
            end-if.

            move rs-text to chk-text.
            move rs-chain-value to chk-chain-in.
            perform compute-audit-checksum.
            move chk-result to rs-chain-value.

            string ';CHK=' delimited by size
                chk-result delimited by size
                into rs-text
                with pointer rs-ptr
            end-string.

            accept rs-log-stamp from time end-accept.
            move spaces to audit-record.
            string rs-log-stamp delimited by size
                ' [' delimited by size
                rs-chain-key delimited by size
                '] ' delimited by size
                rs-text delimited by size
                into audit-record
            end-string.
            write audit-record.

            continue.

      ***************************************************************
      *** ----------------- position-weighted character sum over
      *** chk-text, folded with the previous link times 31
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
