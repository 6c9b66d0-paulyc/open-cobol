      * befimg.cpy
      * before-images of the data files the debuggee opens for
      * update. With COB_BEFORE_IMAGE_DIR set, the first OPEN
      * OUTPUT, I-O or EXTEND of each physical file (noticed by
      * note-io-statement, ioacct.cpy, on the same reassembled
      * statement iobp.cpy trips on) copies the file aside before
      * the OPEN runs, so the WRITEs and REWRITEs of a session that
      * goes wrong can be taken back:
      *   <dir>/<session-id>-nnn.bimg   the file as found
      *   <dir>/<session-id>.bimgidx    physical;image;module;file
      *                                 per file, image NEW when
      *                                 there was no file yet and
      *                                 FAILED when the copy could
      *                                 not be made
      * Every image is also listed in the session manifest
      * (sessarch.cpy) as an ART;BIMG row, so gc-archver holds it
      * to the same integrity check as the other artifacts.
      *   L RESTORE   put every imaged file back (SENIOR only);
      *               gc-restore does the same after the session

      ***************************************************************
      *** ----------------- file ia-index is about to be opened for
      *** update -- image it unless this session already has
        take-before-image section.
            perform resolve-io-physical.
            if ia-physical(ia-index) = spaces
                exit section
            end-if

      * only the first update OPEN counts -- later ones would
      * image what this session already changed
            perform varying bi-index from 1 by 1
                until bi-index > bi-count

                if bi-physical(bi-index) = ia-physical(ia-index)
                    exit section
                end-if
            end-perform

            if bi-count >= BI-MAX
                exit section
            end-if

            add 1 to bi-count.
            move ia-physical(ia-index) to bi-physical(bi-count).
            move ia-index to bi-ia-row(bi-count).

            call 'CBL_CHECK_FILE_EXIST'
                using bi-physical(bi-count) bi-file-info
                returning bi-call-rc
            end-call

            if bi-call-rc not = 0
                move 'NEW' to bi-image(bi-count)
            else
                move bi-count to bi-seq-edit
                move spaces to bi-image-path
                string function trim (bi-dir) delimited by size
                    '/' delimited by size
                    function trim (journal-session-id)
                        delimited by size
                    '-' delimited by size
                    bi-seq-edit delimited by size
                    '.bimg' delimited by size
                    into bi-image-path
                end-string

                call 'CBL_COPY_FILE'
                    using bi-physical(bi-count) bi-image-path
                    returning bi-call-rc
                end-call
                if bi-call-rc = 0
                    move bi-image-path to bi-image(bi-count)
                else
                    move 'FAILED' to bi-image(bi-count)
                end-if
            end-if
            move 0 to return-code.

            perform write-bimg-index-row.
            perform write-bimg-manifest-rows.

       >> IF ENABLE-LOGGING DEFINED
            if cob-anim-logging = 'Y'
                move spaces to tmp-log-line
                string 'Before-image of ' delimited by size
                    function trim (bi-physical(bi-count))
                        delimited by size
                    ': ' delimited by size
                    function trim (bi-image(bi-count))
                        delimited by size
                    into tmp-log-line
                end-string
                perform log-msg
            end-if
       >> END-IF

            continue.

      ***************************************************************
      *** ----------------- row bi-count onto the index, which is
      *** what gc-restore works from once the session is gone
        write-bimg-index-row section.
            open extend bimg-index-file.
            if bi-index-file-status not = 0
                open output bimg-index-file
            end-if
            if bi-index-file-status not = 0
                exit section
            end-if

            move spaces to bimg-index-record.
            string function trim (bi-physical(bi-count))
                    delimited by size
                ';' delimited by size
                function trim (bi-image(bi-count)) delimited by size
                ';' delimited by size
                function trim (ia-module(ia-index)) delimited by size
                ';' delimited by size
                function trim (ia-file(ia-index)) delimited by size
                into bimg-index-record
            end-string.
            write bimg-index-record.

            close bimg-index-file.

            continue.

      ***************************************************************
      *** ----------------- the image, and with the first one the
      *** index, into the session manifest while it is still open
        write-bimg-manifest-rows section.
            if sd-manifest-path = spaces
                or sd-manifest-closed-flag = 1
                exit section
            end-if

            if bi-count > 1
                and (bi-image(bi-count) = 'NEW'
                    or bi-image(bi-count) = 'FAILED')
                exit section
            end-if

            open extend manifest-file.
            if manifest-file-status not = 0
                exit section
            end-if

            if bi-count = 1
                move 'BIMGIDX' to sd-art-kind
                move bi-index-path to sd-redirected-path
                perform write-manifest-art-row
            end-if

            if bi-image(bi-count) not = 'NEW'
                and bi-image(bi-count) not = 'FAILED'

                move 'BIMG' to sd-art-kind
                move bi-image(bi-count) to sd-redirected-path
                perform write-manifest-art-row
            end-if

            close manifest-file.

            continue.

      ***************************************************************
      *** ----------------- "L RESTORE" -- every imaged file back
      *** as the session found it: the image copied over it, or
      *** a file the session created removed. A file the debuggee
      *** still has open is left alone -- the run's own buffers
      *** would land on top of the restored copy at its CLOSE.
      *** Each file put back is an AUDIT record of its own.
        restore-before-images section.
            if debug-role-level < 3
                move 'Restore requires the SENIOR role.'
                    to status-line
                perform show-status-line
                exit section
            end-if

            if bi-count = 0
                move 'No before-images taken this session.'
                    to status-line
                perform show-status-line
                exit section
            end-if

            move 0 to bi-restored-count.
            move 0 to bi-open-count.
            move 0 to bi-failed-count.

            perform varying bi-index from 1 by 1
                until bi-index > bi-count

                evaluate true
                    when ia-opens(bi-ia-row(bi-index))
                        > ia-closes(bi-ia-row(bi-index))
                        add 1 to bi-open-count
                    when bi-image(bi-index) = 'FAILED'
                        add 1 to bi-failed-count
                    when bi-image(bi-index) = 'NEW'
                        call 'CBL_DELETE_FILE'
                            using bi-physical(bi-index)
                        end-call
                        move 0 to return-code
                        perform audit-restored-file
                    when other
                        call 'CBL_COPY_FILE'
                            using bi-image(bi-index)
                                  bi-physical(bi-index)
                            returning bi-call-rc
                        end-call
                        move 0 to return-code
                        if bi-call-rc = 0
                            perform audit-restored-file
                        else
                            add 1 to bi-failed-count
                        end-if
                end-evaluate
            end-perform

            move spaces to status-line.
            move 1 to tmp-number-2.
            move bi-restored-count to bi-count-edit.
            string 'Restored ' delimited by size
                function trim (bi-count-edit) delimited by size
                ' file(s)' delimited by size
                into status-line
                with pointer tmp-number-2
            end-string.
            if bi-open-count > 0
                move bi-open-count to bi-count-edit
                string ', ' delimited by size
                    function trim (bi-count-edit) delimited by size
                    ' still open' delimited by size
                    into status-line
                    with pointer tmp-number-2
                end-string
            end-if
            if bi-failed-count > 0
                move bi-failed-count to bi-count-edit
                string ', ' delimited by size
                    function trim (bi-count-edit) delimited by size
                    ' FAILED' delimited by size
                    into status-line
                    with pointer tmp-number-2
                end-string
            end-if
            perform show-status-line.

            continue.

      ***************************************************************
        audit-restored-file section.
            add 1 to bi-restored-count.

            move spaces to audit-action-text.
            string 'RESTORE;' delimited by size
                function trim (bi-physical(bi-index))
                    delimited by size
                into audit-action-text
            end-string.
            if bi-image(bi-index) = 'NEW'
                compute tmp-number-2 = function length
                    (function trim (audit-action-text)) + 1
                end-compute
                string ';REMOVED' delimited by size
                    into audit-action-text
                    with pointer tmp-number-2
                end-string
            end-if
            perform log-sensitive-action.

            continue.
