      * statcat.cpy
      * business meaning of file-status and RETURN-CODE values --
      * a trip on "35" or a job ending "rc 12" used to send the
      * analyst to the manual or the module's author. The catalog
      * (COB_STATUS_CATALOG) holds code;meaning;likely-cause;
      * runbook-step rows, the code written one of three ways:
      *   35              a file-status value
      *   RC=12           a RETURN-CODE value, any module
      *   PAYROLL:RC=12   that RETURN-CODE from PAYROLL only
      * A module's own row wins over the general one. The
      * standard file-status values are built in (meaning only),
      * so an uncataloged "35" still reads "file not found"; a
      * catalog row for the same code replaces the built-in
      * wording and adds the shop's cause and runbook step.

      ***************************************************************
        load-status-catalog section.
            move spaces to sc-path.
            accept sc-path from environment 'COB_STATUS_CATALOG'
            end-accept.

            move 0 to sc-count.

            if sc-path = spaces
                exit section
            end-if

            open input sc-file.
            if sc-file-status = 0
                read sc-file end-read
                perform until sc-file-status not = 0
                    or sc-count >= SC-MAX

                    if sc-record not = spaces
                        and sc-record(1:1) not = '#'

                        add 1 to sc-count
                        move spaces to sc-row(sc-count)
                        move 1 to tmp-unstring-ptr
                        unstring sc-record delimited by ';'
                            into sc-code(sc-count)
                                 sc-meaning(sc-count)
                                 sc-cause(sc-count)
                                 sc-step(sc-count)
                            with pointer tmp-unstring-ptr
                        end-unstring
                        move function upper-case
                            (function trim (sc-code(sc-count)))
                            to sc-code(sc-count)
                    end-if

                    read sc-file end-read
                end-perform

                close sc-file
            end-if

            continue.

      ***************************************************************
      *** ----------------- what sc-lookup-code means, as raised
      *** by sc-lookup-module (spaces when no module applies):
      *** the module's own catalog row, the general row, then the
      *** built-in file-status wording. sc-found-flag = 1 when
      *** any of them answered
        get-status-meaning section.
            move spaces to sc-result-meaning.
            move spaces to sc-result-cause.
            move spaces to sc-result-step.
            move 0 to sc-found-flag.

            if sc-lookup-code = spaces
                exit section
            end-if

            if sc-lookup-module not = spaces
                move spaces to sc-key
                string function upper-case
                        (function trim (sc-lookup-module))
                        delimited by size
                    ':' delimited by size
                    function upper-case
                        (function trim (sc-lookup-code))
                        delimited by size
                    into sc-key
                end-string
                perform find-status-catalog-row
            end-if

            if sc-found-flag = 0
                move function upper-case
                    (function trim (sc-lookup-code)) to sc-key
                perform find-status-catalog-row
            end-if

            if sc-found-flag = 1
                exit section
            end-if

      * a bare two-character code is a file status -- the
      * standard wording, and the implementor-defined 9x family
      * as a whole when the exact value isn't listed
            if sc-key(3:) not = spaces
                exit section
            end-if

            perform varying sc-index from 1 by 1
                until sc-index > SC-BUILTIN-MAX

                if sc-builtin-code(sc-index) = sc-key(1:2)
                    move sc-builtin-meaning(sc-index)
                        to sc-result-meaning
                    move 1 to sc-found-flag
                    exit perform
                end-if
            end-perform

            if sc-found-flag = 0
                and sc-key(1:1) = '9'

                move 'implementor-defined condition'
                    to sc-result-meaning
                move 1 to sc-found-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- the catalog row whose code is sc-key
        find-status-catalog-row section.
            perform varying sc-index from 1 by 1
                until sc-index > sc-count

                if sc-code(sc-index) = sc-key
                    move sc-meaning(sc-index) to sc-result-meaning
                    move sc-cause(sc-index) to sc-result-cause
                    move sc-step(sc-index) to sc-result-step
                    move 1 to sc-found-flag
                    exit perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- sc-result-* as one readable line in
      *** sc-result-text: meaning -- cause; runbook: step
        format-status-meaning section.
            move spaces to sc-result-text.

            if sc-found-flag = 0
                move 'not cataloged' to sc-result-text
                exit section
            end-if

            move 1 to sc-text-ptr.
            string function trim (sc-result-meaning)
                delimited by size
                into sc-result-text
                with pointer sc-text-ptr
            end-string

            if sc-result-cause not = spaces
                string ' -- ' delimited by size
                    function trim (sc-result-cause)
                        delimited by size
                    into sc-result-text
                    with pointer sc-text-ptr
                end-string
            end-if

            if sc-result-step not = spaces
                string '; runbook: ' delimited by size
                    function trim (sc-result-step)
                        delimited by size
                    into sc-result-text
                    with pointer sc-text-ptr
                end-string
            end-if

            continue.

      ***************************************************************
      *** ----------------- does sc-field-name hold a nonzero file
      *** status right now? A field is taken as one when it is the
      *** armed I/O status field or its name says STATUS, and its
      *** value (sc-field-value) is two characters other than 00.
      *** When so, sc-status-field-flag = 1 and the meaning is
      *** already looked up and formatted
        check-status-field section.
            move 0 to sc-status-field-flag.
            move 0 to sc-name-tally.

            if sc-field-name = spaces
                exit section
            end-if

            move function upper-case (sc-field-name) to sc-key.
            inspect sc-key tallying sc-name-tally
                for all 'STATUS'.
            if sc-name-tally = 0
                and sc-field-name not = iobp-status-field
                exit section
            end-if

            move spaces to sc-lookup-code.
            move function trim (sc-field-value) to sc-lookup-code.
            if sc-lookup-code = spaces
                or sc-lookup-code(3:) not = spaces
                or sc-lookup-code(1:2) = '00'
                exit section
            end-if

            move spaces to sc-lookup-module.
            perform get-status-meaning.
            perform format-status-meaning.
            move 1 to sc-status-field-flag.

            continue.
