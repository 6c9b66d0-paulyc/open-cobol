        identification division.
        program-id. gc-envprof.

      * named environment profiles -- one file of named sections
      * instead of exporting the right handful of a hundred-odd
      * COB_* variables by hand for every session and job. The
      * profile file (COB_ENV_PROFILE_FILE, default
      * gc-debugger.profiles) holds sections such as
      *   [DEV]
      *   COB_BREAKPOINT_FILE=dev.bps
      *   COB_TRACE_SAMPLE=10
      *   [PROD-PAYROLL]
      *   ...
      * with '#' or '*' starting a comment line, and COB_ENV_PROFILE
      * names the section to use. Each KEY=VALUE of that section is
      * put into the environment before the caller reads its
      * settings, so do-initialization and the batch programs pick
      * them up through the same ACCEPT ... FROM ENVIRONMENT they
      * always have -- and a variable already set explicitly is left
      * as it is, the profile only filling in what was not given.
      * Called once at start-up with the envprof.cpy request block.
      * The section is checked line by line as it is applied -- a
      * KEY=VALUE shape, a COB_ key with no blanks, a value, no key
      * twice -- and the first EP-PROBLEM-MAX problems come back in
      * the request block (gc-preflight reports them all as
      * findings); a line with a problem is not applied.

        environment division.
        configuration section.
        input-output section.
        file-control.

            select profile-file assign to profile-path
                organization is line sequential
                file status is profile-file-status.

        data division.
        file section.

        fd  profile-file.
            01 profile-line         pic x(300).

        working-storage section.

            78 GEP-KEY-MAX          value 200.

            01 profile-path                 pic x(256) value spaces.
            01 profile-file-status          pic 99.

            01 gep-text                     pic x(300) value spaces.
            77 gep-line-number              pic 9(6) value 0.
            77 gep-in-section-flag          pic 9 value 0.
            77 gep-text-length              pic 9(4) value 0.
            77 gep-equal-pos                pic 9(4) value 0.
            77 gep-blank-count              pic 9(4) value 0.
            77 gep-key-length               pic 9(4) value 0.
            01 gep-header-name              pic x(40) value spaces.
            01 gep-key                      pic x(60) value spaces.
            01 gep-value                    pic x(256) value spaces.
            01 gep-current-value            pic x(256) value spaces.
            01 gep-problem-text             pic x(80) value spaces.
            01 gep-line-edit                pic z(5)9.

      * the keys the section has set so far, to catch one
      * given twice
            77 gep-key-count                pic 9(4) value 0.
            77 gep-key-index                pic 9(4) value 0.
            01 gep-key-tbl.
                05 gep-seen occurs GEP-KEY-MAX.
                    10 gep-seen-key         pic x(60).
                    10 gep-seen-line        pic 9(6).

        linkage section.

            copy "envprof.cpy".

        procedure division using ep-request.
            move spaces to ep-file-path.
            move spaces to ep-section.
            move space to ep-status.
            move 0 to ep-set-count.
            move 0 to ep-kept-count.
            move 0 to ep-problem-count.
            move 0 to gep-key-count.

            accept ep-section from environment 'COB_ENV_PROFILE'
            end-accept.
            move function upper-case (ep-section) to ep-section.

            accept ep-file-path from environment
                'COB_ENV_PROFILE_FILE' end-accept.
            if ep-file-path = spaces
                move 'gc-debugger.profiles' to ep-file-path
            end-if.

            if ep-section = spaces
                goback
            end-if.

            move ep-file-path to profile-path.
            open input profile-file.
            if profile-file-status not = 0
                move 'F' to ep-status
                goback
            end-if.

            move 'M' to ep-status.
            move 0 to gep-line-number.
            move 0 to gep-in-section-flag.

            read profile-file end-read.
            perform until profile-file-status not = 0
                add 1 to gep-line-number
                perform take-profile-line
                read profile-file end-read
            end-perform.

            close profile-file.

            goback.

      ***************************************************************
      *** ----------------- one line of the profile file: a comment,
      *** a [section] header, or -- inside the chosen section -- a
      *** KEY=VALUE setting
        take-profile-line section.
            move function trim (profile-line) to gep-text.

            if gep-text = spaces
                or gep-text(1:1) = '#'
                or gep-text(1:1) = '*'
                exit section
            end-if

            if gep-text(1:1) = '['
                move spaces to gep-header-name
                unstring gep-text(2:) delimited by ']'
                    into gep-header-name
                end-unstring
                move function upper-case
                        (function trim (gep-header-name))
                    to gep-header-name

                if gep-header-name = ep-section
                    if ep-status = 'A'
                        move 'section appears twice in the file'
                            to gep-problem-text
                        perform note-profile-problem
                    end-if
                    move 'A' to ep-status
                    move 1 to gep-in-section-flag
                else
                    move 0 to gep-in-section-flag
                end-if
                exit section
            end-if

            if gep-in-section-flag = 1
                perform take-profile-setting
            end-if

            continue.

      ***************************************************************
      *** ----------------- KEY=VALUE of the chosen section: checked,
      *** then set unless the variable already has a value of its own
        take-profile-setting section.
            move 0 to gep-equal-pos.
            inspect gep-text tallying gep-equal-pos
                for characters before initial '='.
            move function length (function trim (gep-text))
                to gep-text-length.

            if gep-equal-pos >= gep-text-length
                move spaces to gep-problem-text
                string 'no KEY=VALUE in "' delimited by size
                    gep-text(1:50) delimited by '  '
                    '"' delimited by size
                    into gep-problem-text
                end-string
                perform note-profile-problem
                exit section
            end-if

            move spaces to gep-key.
            if gep-equal-pos > 0
                move function trim (gep-text(1:gep-equal-pos))
                    to gep-key
            end-if
            move spaces to gep-value.
            if gep-equal-pos + 2 <= gep-text-length
                move function trim (gep-text(gep-equal-pos + 2:))
                    to gep-value
            end-if

            move 0 to gep-blank-count.
            if gep-key(1:4) = 'COB_'
                move function length (function trim (gep-key))
                    to gep-key-length
                inspect gep-key(1:gep-key-length)
                    tallying gep-blank-count for all space
            end-if

            if gep-key(1:4) not = 'COB_' or gep-blank-count > 0
                move spaces to gep-problem-text
                string '"' delimited by size
                    gep-key(1:40) delimited by '  '
                    '" is not a COB_ setting name' delimited by size
                    into gep-problem-text
                end-string
                perform note-profile-problem
                exit section
            end-if

            if gep-value = spaces
                move spaces to gep-problem-text
                string function trim (gep-key) delimited by size
                    ' has no value' delimited by size
                    into gep-problem-text
                end-string
                perform note-profile-problem
                exit section
            end-if

            perform varying gep-key-index from 1 by 1
                until gep-key-index > gep-key-count

                if gep-seen-key(gep-key-index) = gep-key
                    move gep-seen-line(gep-key-index)
                        to gep-line-edit
                    move spaces to gep-problem-text
                    string function trim (gep-key) delimited by size
                        ' given twice, first on line '
                            delimited by size
                        function trim (gep-line-edit)
                            delimited by size
                        into gep-problem-text
                    end-string
                    perform note-profile-problem
                    exit section
                end-if
            end-perform

            if gep-key-count < GEP-KEY-MAX
                add 1 to gep-key-count
                move gep-key to gep-seen-key(gep-key-count)
                move gep-line-number to gep-seen-line(gep-key-count)
            end-if

      * an explicit variable wins over the profile
            move spaces to gep-current-value.
            accept gep-current-value from environment gep-key
            end-accept.
            if gep-current-value not = spaces
                add 1 to ep-kept-count
                exit section
            end-if

            add 1 to ep-set-count.
            set environment gep-key to gep-value.

            continue.

      ***************************************************************
        note-profile-problem section.
            if ep-problem-count < EP-PROBLEM-MAX
                add 1 to ep-problem-count
                move gep-line-number
                    to ep-problem-line(ep-problem-count)
                move gep-problem-text
                    to ep-problem-text(ep-problem-count)
            end-if

            continue.
