        identification division.
        program-id. gc-archver.

      * session archive verifier -- the catalog and the
      * per-session manifests the archive writer keeps (sessarch.cpy)
      * are what the auditors are shown, and gc-housekeep purges and
      * compresses files underneath them. This job walks the catalog
      * (COB_SESSION_CATALOG, default <COB_SESSION_DIR>/
      * gc-sessions.cat, gc-sessions.cat with no archive directory)
      * and checks every ART row of every manifest against the disk:
      *   OK / OK-GZ    present, plain or as gc-housekeep's <path>.gz,
      *                 and its content checksum unchanged
      *   NEW / NEW-GZ  present and seen for the first time -- its
      *                 checksum is registered now
      *   ALTERED       present, but the content no longer matches
      *                 the checksum registered when first seen
      *   PURGED        gone, and the retention policy allowed it
      *   EARLY         gone before the retention policy allowed it
      *                 -- its class keeps files longer than this one
      *                 had lived and has no size cap to excuse it
      *   MISSING       gone, and no PURGE policy covers it at all
      *   ABSENT        not there and never seen -- the session may
      *                 simply never have written it
      *   LIVE          the session has no END row yet; only
      *                 existence is checked, nothing registered
      * The checksum is the audit chain's arithmetic applied line by
      * line (position-weighted character sum, previous value times
      * 31, modulo 999999999); a compressed artifact is checked on
      * its decompressed content, so compression alone never reads
      * as an alteration. The register (COB_ARCHVER_REGISTER,
      * default gc-archver.sums next to the catalog) keeps one row
      * per artifact: path;checksum;lines;file-date;first-seen-date.
      * Ages are days since the file date, the measure gc-housekeep
      * expires by, and the retention classes are read from its own
      * policy file (COB_HK_POLICY, default gc-housekeep.policy).
      *
      * The run-time has no directory-scan service, so the orphan
      * check reads an inventory of the archive directory
      * (COB_ARCHVER_INVENTORY, default gc-archver.inv, one path per
      * line as the manifests name them -- the schedule builds it
      * with ls): any file no manifest claims, plain or .gz, that is
      * not the catalog, a manifest or this job's own file is listed
      * as an ORPHAN. The report goes to COB_ARCHVER_REPORT (default
      * gc-archver.report); the return code is the count of ALTERED,
      * EARLY and MISSING findings (99 at most).
      *   COB_ARCHVER_WORK  scratch file for decompressed content
      *                     (default gc-archver.tmp)

        environment division.
        configuration section.
        input-output section.
        file-control.

            select catalog-file assign to catalog-path
                organization is line sequential
                file status is catalog-file-status.

            select manifest-file assign to manifest-path
                organization is line sequential
                file status is manifest-file-status.

            select artifact-file assign to artifact-path
                organization is line sequential
                file status is artifact-file-status.

            select register-file assign to register-path
                organization is line sequential
                file status is register-file-status.

            select policy-file assign to policy-path
                organization is line sequential
                file status is policy-file-status.

            select inv-file assign to inv-path
                organization is line sequential
                file status is inv-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.

        data division.
        file section.

        fd  catalog-file.
            01 catalog-record       pic x(270).

        fd  manifest-file.
            01 manifest-record      pic x(300).

        fd  artifact-file.
            01 artifact-record      pic x(1024).

        fd  register-file.
            01 register-record      pic x(320).

        fd  policy-file.
            01 policy-line          pic x(200).

        fd  inv-file.
            01 inv-record           pic x(256).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 AR-ART-MAX           value 80.
            78 AR-REG-MAX           value 3000.
            78 AR-CLAIM-MAX         value 4000.
            78 AR-POLICY-MAX        value 20.

            01 catalog-path                 pic x(256) value spaces.
            01 catalog-file-status          pic 99.
            01 manifest-path                pic x(270) value spaces.
            01 manifest-file-status         pic 99.
            01 artifact-path                pic x(256) value spaces.
            01 artifact-file-status         pic 99.
            01 register-path                pic x(256) value spaces.
            01 register-file-status         pic 99.
            01 policy-path                  pic x(256) value spaces.
            01 policy-file-status           pic 99.
            01 inv-path                     pic x(256) value spaces.
            01 inv-file-status              pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.
            01 work-path                    pic x(256) value spaces.
            01 ar-dir                       pic x(256) value spaces.

      * the register -- every artifact ever seen, with the
      * checksum it had then
            77 ar-reg-count                 pic 9(4) value 0.
            01 ar-reg-tbl.
                05 ar-reg-row occurs AR-REG-MAX.
                    10 rg-path               pic x(256).
                    10 rg-checksum           pic 9(9).
                    10 rg-lines              pic 9(9).
                    10 rg-file-date          pic 9(8).
                    10 rg-seen-date          pic 9(8).

      * every path some manifest claims, the manifests
      * themselves included -- the orphan check's reference
            77 ar-claim-count               pic 9(4) value 0.
            01 ar-claim-tbl.
                05 ar-claim-path occurs AR-CLAIM-MAX pic x(256).

      * gc-housekeep's retention classes
            77 ar-policy-count              pic 9(2) value 0.
            01 ar-policy-tbl.
                05 ar-policy-row occurs AR-POLICY-MAX.
                    10 hp-class              pic x(20).
                    10 hp-pattern            pic x(40).
                    10 hp-max-age            pic 9(4).
                    10 hp-max-kb             pic 9(8).
                    10 hp-action             pic x(8).

      * the manifest being verified
            01 ar-sid                       pic x(8).
            01 ar-user                      pic x(20).
            01 ar-debuggee                  pic x(30).
            01 ar-start                     pic x(6).
            01 ar-end                       pic x(6).
            77 ar-art-count                 pic 9(2) value 0.
            01 ar-art-tbl.
                05 ar-art-row occurs AR-ART-MAX.
                    10 aa-kind               pic x(10).
                    10 aa-path               pic x(256).
            01 ar-token-1                   pic x(10).
            01 ar-unstring-ptr              pic 9(4).

      * the artifact being verified
            01 ar-check-path                pic x(256) value spaces.
            01 ar-status                    pic x(8).
            01 ar-note                      pic x(60).
            01 ar-form                      pic x(5).
            77 ar-reg-index                 pic 9(4) value 0.
            77 ar-found-index               pic 9(4) value 0.
            77 ar-pol-index                 pic 9(2) value 0.
            77 ar-pol-scan                  pic 9(2) value 0.
            77 ar-match-count               pic 9(4) value 0.
            77 ar-art-index                 pic 9(2) value 0.
            77 ar-claim-index               pic 9(4) value 0.
            77 ar-claimed-flag              pic 9 value 0.
            77 ar-readable-flag             pic 9 value 0.
            77 ar-age-days                  pic s9(5) value 0.
            01 ar-age-edit                  pic -(4)9.
            01 ar-keep-edit                 pic z(3)9.
            01 ar-gzip-command              pic x(600) value spaces.
            77 ar-system-rc                 pic s9(9) binary value 0.

      * CBL_CHECK_FILE_EXIST's answer block
            01 ar-file-info.
                05 ar-fi-size               pic x(8) comp-x.
                05 ar-fi-day                pic x comp-x.
                05 ar-fi-month              pic x comp-x.
                05 ar-fi-year               pic xx comp-x.
                05 ar-fi-hour               pic x comp-x.
                05 ar-fi-minute             pic x comp-x.
                05 ar-fi-second             pic x comp-x.
                05 filler                   pic x comp-x.
            77 ar-call-rc                   pic s9(9) binary value 0.
            01 ar-file-yyyymmdd             pic 9(8) value 0.

            01 ar-current-date              pic x(21) value spaces.
            01 ar-today                     pic 9(8) value 0.
            77 ar-today-int                 pic 9(8) value 0.

      * the content checksum -- compute-audit-checksum's
      * arithmetic, one line at a time
            77 chk-result                   pic 9(9) value 0.
            77 chk-lines                    pic 9(9) value 0.
            77 chk-char-pos                 pic 9(4) value 0.
            77 chk-text-len                 pic 9(4) value 0.
            77 chk-char-sum                 pic 9(12) value 0.

            77 ar-session-count             pic 9(5) value 0.
            77 ar-artifact-count            pic 9(6) value 0.
            77 ar-ok-count                  pic 9(6) value 0.
            77 ar-new-count                 pic 9(6) value 0.
            77 ar-altered-count             pic 9(6) value 0.
            77 ar-purged-count              pic 9(6) value 0.
            77 ar-early-count               pic 9(6) value 0.
            77 ar-missing-count             pic 9(6) value 0.
            77 ar-absent-count              pic 9(6) value 0.
            77 ar-live-count                pic 9(6) value 0.
            77 ar-orphan-count              pic 9(6) value 0.
            77 ar-problem-count             pic 9(7) value 0.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to ar-dir.
            accept ar-dir from environment 'COB_SESSION_DIR'
            end-accept.

            move spaces to catalog-path.
            accept catalog-path from environment
                'COB_SESSION_CATALOG' end-accept.
            if catalog-path = spaces
                if ar-dir = spaces
                    move 'gc-sessions.cat' to catalog-path
                else
                    string function trim (ar-dir) delimited by size
                        '/gc-sessions.cat' delimited by size
                        into catalog-path
                    end-string
                end-if
            end-if.

            move spaces to register-path.
            accept register-path from environment
                'COB_ARCHVER_REGISTER' end-accept.
            if register-path = spaces
                if ar-dir = spaces
                    move 'gc-archver.sums' to register-path
                else
                    string function trim (ar-dir) delimited by size
                        '/gc-archver.sums' delimited by size
                        into register-path
                    end-string
                end-if
            end-if.

            move spaces to policy-path.
            accept policy-path from environment 'COB_HK_POLICY'
            end-accept.
            if policy-path = spaces
                move 'gc-housekeep.policy' to policy-path
            end-if.

            move spaces to inv-path.
            accept inv-path from environment 'COB_ARCHVER_INVENTORY'
            end-accept.
            if inv-path = spaces
                move 'gc-archver.inv' to inv-path
            end-if.

            move spaces to report-path.
            accept report-path from environment 'COB_ARCHVER_REPORT'
            end-accept.
            if report-path = spaces
                move 'gc-archver.report' to report-path
            end-if.

            move spaces to work-path.
            accept work-path from environment 'COB_ARCHVER_WORK'
            end-accept.
            if work-path = spaces
                move 'gc-archver.tmp' to work-path
            end-if.

            move function current-date to ar-current-date.
            move ar-current-date(1:8) to ar-today.
            move function integer-of-date (ar-today)
                to ar-today-int.

            open input catalog-file.
            if catalog-file-status not = 0
                display 'Cannot open session catalog '
                    function trim (catalog-path) end-display
                move 99 to return-code
                stop run
            end-if.

            perform load-policy-file.
            perform load-register.

            open output report-file.
            if report-file-status not = 0
                display 'Cannot open report file '
                    function trim (report-path) end-display
                close catalog-file
                move 99 to return-code
                stop run
            end-if.

            move spaces to report-line.
            string 'Session archive verification -- '
                delimited by size
                function trim (catalog-path) delimited by size
                into report-line
            end-string.
            write report-line.

            read catalog-file end-read.
            perform until catalog-file-status not = 0
                if catalog-record not = spaces
                    move catalog-record to manifest-path
                    perform verify-one-manifest
                end-if
                read catalog-file end-read
            end-perform.

            close catalog-file.

            perform find-orphan-files.
            perform write-register.
            perform write-archver-summary.

            close report-file.

            display 'Verification written to '
                function trim (report-path) end-display.

            compute ar-problem-count =
                ar-altered-count + ar-early-count + ar-missing-count
            end-compute.
            if ar-problem-count > 99
                move 99 to return-code
            else
                move ar-problem-count to return-code
            end-if.

            stop run.

      ***************************************************************
      *** ----------------- gc-housekeep's policy file, read the
      *** way it reads it: class;name-pattern;max-age-days;
      *** max-total-kb;action
        load-policy-file section.
            move 0 to ar-policy-count.

            open input policy-file.
            if policy-file-status not = 0
                exit section
            end-if

            read policy-file end-read
            perform until policy-file-status not = 0
                or ar-policy-count >= AR-POLICY-MAX

                if policy-line not = spaces
                    and policy-line(1:1) not = '#'

                    add 1 to ar-policy-count
                    move 1 to ar-unstring-ptr

                    unstring policy-line delimited by ';'
                        into hp-class(ar-policy-count)
                        with pointer ar-unstring-ptr
                    end-unstring
                    unstring policy-line delimited by ';'
                        into hp-pattern(ar-policy-count)
                        with pointer ar-unstring-ptr
                    end-unstring
                    unstring policy-line delimited by ';'
                        into hp-max-age(ar-policy-count)
                        with pointer ar-unstring-ptr
                    end-unstring
                    unstring policy-line delimited by ';'
                        into hp-max-kb(ar-policy-count)
                        with pointer ar-unstring-ptr
                    end-unstring
                    unstring policy-line delimited by ';'
                        into hp-action(ar-policy-count)
                        with pointer ar-unstring-ptr
                    end-unstring

                    if hp-action(ar-policy-count) = spaces
                        move 'PURGE' to hp-action(ar-policy-count)
                    end-if
                end-if

                read policy-file end-read
            end-perform

            close policy-file.

            continue.

      ***************************************************************
      *** ----------------- the checksums registered by earlier runs
        load-register section.
            move 0 to ar-reg-count.

            open input register-file.
            if register-file-status not = 0
                exit section
            end-if

            read register-file end-read
            perform until register-file-status not = 0
                or ar-reg-count >= AR-REG-MAX

                if register-record not = spaces
                    add 1 to ar-reg-count
                    move 1 to ar-unstring-ptr
                    move spaces to rg-path(ar-reg-count)
                    move 0 to rg-checksum(ar-reg-count)
                    move 0 to rg-lines(ar-reg-count)
                    move 0 to rg-file-date(ar-reg-count)
                    move 0 to rg-seen-date(ar-reg-count)

                    unstring register-record delimited by ';'
                        into rg-path(ar-reg-count)
                             rg-checksum(ar-reg-count)
                             rg-lines(ar-reg-count)
                             rg-file-date(ar-reg-count)
                             rg-seen-date(ar-reg-count)
                        with pointer ar-unstring-ptr
                    end-unstring
                end-if

                read register-file end-read
            end-perform

            close register-file.

            continue.

      ***************************************************************
      *** ----------------- one catalog entry: the manifest's
      *** identity, its ART rows and its END stamp, then each
      *** artifact against the disk
        verify-one-manifest section.
            add 1 to ar-session-count.

            move manifest-path to ar-check-path.
            perform claim-path.

            move spaces to ar-sid.
            move spaces to ar-user.
            move spaces to ar-debuggee.
            move spaces to ar-start.
            move spaces to ar-end.
            move 0 to ar-art-count.

            open input manifest-file.
            if manifest-file-status not = 0
                add 1 to ar-missing-count
                move spaces to report-line
                write report-line
                move spaces to report-line
                string 'Manifest MISSING ' delimited by size
                    function trim (manifest-path) delimited by size
                    into report-line
                end-string
                write report-line
                exit section
            end-if

            read manifest-file end-read
            perform until manifest-file-status not = 0
                move spaces to ar-token-1
                move 1 to ar-unstring-ptr
                unstring manifest-record delimited by ';'
                    into ar-token-1
                    with pointer ar-unstring-ptr
                end-unstring

                evaluate ar-token-1
                    when 'SESSION'
                        unstring manifest-record delimited by ';'
                            into ar-sid ar-user ar-debuggee ar-start
                            with pointer ar-unstring-ptr
                        end-unstring
                    when 'ART'
                        if ar-art-count < AR-ART-MAX
                            add 1 to ar-art-count
                            move spaces to aa-kind(ar-art-count)
                            move spaces to aa-path(ar-art-count)
                            unstring manifest-record delimited by ';'
                                into aa-kind(ar-art-count)
                                     aa-path(ar-art-count)
                                with pointer ar-unstring-ptr
                            end-unstring
                        end-if
                    when 'END'
                        unstring manifest-record delimited by ';'
                            into ar-end
                            with pointer ar-unstring-ptr
                        end-unstring
                    when other
                        continue
                end-evaluate

                read manifest-file end-read
            end-perform

            close manifest-file.

            move spaces to report-line.
            write report-line.
            move spaces to report-line.
            string 'Session ' delimited by size
                ar-sid delimited by size
                '  ' delimited by size
                function trim (ar-user) delimited by size
                '  ' delimited by size
                function trim (ar-debuggee) delimited by size
                '  ' delimited by size
                ar-start delimited by size
                '-' delimited by size
                ar-end delimited by size
                '  ' delimited by size
                function trim (manifest-path) delimited by size
                into report-line
            end-string.
            write report-line.

            perform varying ar-art-index from 1 by 1
                until ar-art-index > ar-art-count

                if aa-path(ar-art-index) not = spaces
                    perform verify-one-artifact
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- one ART row: present (plain or
      *** compressed) and checksummed, or gone and judged against
      *** the register and the retention policy
        verify-one-artifact section.
            add 1 to ar-artifact-count.
            move spaces to ar-note.

            move aa-path(ar-art-index) to ar-check-path.
            perform claim-path.

            move spaces to ar-form.
            call 'CBL_CHECK_FILE_EXIST'
                using ar-check-path ar-file-info
                returning ar-call-rc
            end-call
            if ar-call-rc = 0
                move 'PLAIN' to ar-form
            else
                move spaces to ar-check-path
                string function trim (aa-path(ar-art-index))
                        delimited by size
                    '.gz' delimited by size
                    into ar-check-path
                end-string
                call 'CBL_CHECK_FILE_EXIST'
                    using ar-check-path ar-file-info
                    returning ar-call-rc
                end-call
                if ar-call-rc = 0
                    move 'GZ' to ar-form
                end-if
            end-if

            perform find-register-row.

            evaluate true
                when ar-end = spaces
                    if ar-form = spaces
                        move 'ABSENT' to ar-status
                        add 1 to ar-absent-count
                    else
                        move 'LIVE' to ar-status
                        add 1 to ar-live-count
                    end-if
                when ar-form = spaces
                    perform judge-gone-artifact
                when other
                    perform judge-present-artifact
            end-evaluate

            move spaces to report-line.
            string '  ' delimited by size
                ar-status delimited by size
                ' ' delimited by size
                aa-kind(ar-art-index) delimited by size
                ' ' delimited by size
                function trim (aa-path(ar-art-index))
                    delimited by size
                '  ' delimited by size
                function trim (ar-note) delimited by size
                into report-line
            end-string.
            write report-line.

            continue.

      ***************************************************************
      *** ----------------- a present artifact's content against
      *** its registered checksum, registering it if it is new
        judge-present-artifact section.
            compute ar-file-yyyymmdd =
                ar-fi-year * 10000 + ar-fi-month * 100 + ar-fi-day
            end-compute.

            perform compute-artifact-checksum.
            if ar-readable-flag = 0
                move 'ALTERED' to ar-status
                move 'content cannot be read' to ar-note
                add 1 to ar-altered-count
                exit section
            end-if

            if ar-found-index = 0
                if ar-reg-count < AR-REG-MAX
                    add 1 to ar-reg-count
                    move aa-path(ar-art-index) to rg-path(ar-reg-count)
                    move chk-result to rg-checksum(ar-reg-count)
                    move chk-lines to rg-lines(ar-reg-count)
                    move ar-file-yyyymmdd
                        to rg-file-date(ar-reg-count)
                    move ar-today to rg-seen-date(ar-reg-count)
                end-if
                if ar-form = 'GZ'
                    move 'NEW-GZ' to ar-status
                else
                    move 'NEW' to ar-status
                end-if
                add 1 to ar-new-count
                exit section
            end-if

            if chk-result = rg-checksum(ar-found-index)
                and chk-lines = rg-lines(ar-found-index)

                if ar-form = 'GZ'
                    move 'OK-GZ' to ar-status
                else
                    move 'OK' to ar-status
                end-if
                add 1 to ar-ok-count
            else
                move 'ALTERED' to ar-status
                add 1 to ar-altered-count
                string 'registered ' delimited by size
                    rg-seen-date(ar-found-index) delimited by size
                    ' as ' delimited by size
                    rg-checksum(ar-found-index) delimited by size
                    ', now ' delimited by size
                    chk-result delimited by size
                    into ar-note
                end-string
            end-if

            continue.

      ***************************************************************
      *** ----------------- an artifact that is not there: never
      *** seen, purged within the policy, purged early, or simply
      *** missing
        judge-gone-artifact section.
            if ar-found-index = 0
                move 'ABSENT' to ar-status
                add 1 to ar-absent-count
                exit section
            end-if

            move 0 to ar-pol-index.
            perform varying ar-pol-scan from 1 by 1
                until ar-pol-scan > ar-policy-count
                or ar-pol-index not = 0

                move 0 to ar-match-count
                inspect aa-path(ar-art-index)
                    tallying ar-match-count
                    for all function trim (hp-pattern(ar-pol-scan))

                if ar-match-count > 0
                    move ar-pol-scan to ar-pol-index
                end-if
            end-perform

      * only a PURGE class may remove a file outright --
      * COMPRESS keeps it as .gz
            if ar-pol-index = 0
                or function trim (hp-action(ar-pol-index)) not = 'PURGE'

                move 'MISSING' to ar-status
                move 'no purge policy covers it' to ar-note
                add 1 to ar-missing-count
                exit section
            end-if

            move 0 to ar-age-days.
            if rg-file-date(ar-found-index) >= 16010101
                compute ar-age-days = ar-today-int -
                    function integer-of-date
                        (rg-file-date(ar-found-index))
                end-compute
            end-if
            move ar-age-days to ar-age-edit.
            move hp-max-age(ar-pol-index) to ar-keep-edit.

      * a size cap may take a file of any age; a max age of 0
      * never expires by age (gc-housekeep expire-by-age)
            if hp-max-kb(ar-pol-index) > 0
                or (hp-max-age(ar-pol-index) > 0
                    and ar-age-days > hp-max-age(ar-pol-index))

                move 'PURGED' to ar-status
                add 1 to ar-purged-count
                string 'class ' delimited by size
                    function trim (hp-class(ar-pol-index))
                        delimited by size
                    ', age ' delimited by size
                    function trim (ar-age-edit) delimited by size
                    'd' delimited by size
                    into ar-note
                end-string
            else
                move 'EARLY' to ar-status
                add 1 to ar-early-count
                if hp-max-age(ar-pol-index) = 0
                    string 'class ' delimited by size
                        function trim (hp-class(ar-pol-index))
                            delimited by size
                        ' keeps for good, gone at ' delimited by size
                        function trim (ar-age-edit) delimited by size
                        'd' delimited by size
                        into ar-note
                    end-string
                else
                    string 'class ' delimited by size
                        function trim (hp-class(ar-pol-index))
                            delimited by size
                        ' keeps ' delimited by size
                        function trim (ar-keep-edit) delimited by size
                        'd, gone at ' delimited by size
                        function trim (ar-age-edit) delimited by size
                        'd' delimited by size
                        into ar-note
                    end-string
                end-if
            end-if

            continue.

      ***************************************************************
        find-register-row section.
            move 0 to ar-found-index.

            perform varying ar-reg-index from 1 by 1
                until ar-reg-index > ar-reg-count
                or ar-found-index not = 0

                if rg-path(ar-reg-index) = aa-path(ar-art-index)
                    move ar-reg-index to ar-found-index
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the artifact's content checksum and line
      *** count; a compressed one is decompressed to the work file
      *** first. ar-readable-flag = 0 when neither can be read.
        compute-artifact-checksum section.
            move 0 to ar-readable-flag.
            move 0 to chk-result.
            move 0 to chk-lines.

            if ar-form = 'GZ'
                move spaces to ar-gzip-command
                string 'gzip -dc ' delimited by size
                    function trim (ar-check-path) delimited by size
                    ' > ' delimited by size
                    function trim (work-path) delimited by size
                    into ar-gzip-command
                end-string

                call "SYSTEM" using ar-gzip-command
                    returning ar-system-rc
                    on exception
                        move -1 to ar-system-rc
                end-call

                if ar-system-rc not = 0
                    exit section
                end-if
                move work-path to artifact-path
            else
                move ar-check-path to artifact-path
            end-if

            open input artifact-file.
            if artifact-file-status not = 0
                exit section
            end-if
            move 1 to ar-readable-flag.

            read artifact-file end-read
            perform until artifact-file-status not = 0
                add 1 to chk-lines
                perform checksum-one-line
                read artifact-file end-read
            end-perform

            close artifact-file.

            if ar-form = 'GZ'
                call 'CBL_DELETE_FILE' using work-path
                    returning ar-call-rc
                end-call
            end-if

            continue.

      ***************************************************************
      *** ----------------- the audit chain's arithmetic --
      *** position-weighted character sum, previous value times 31,
      *** modulo 999999999
        checksum-one-line section.
            move 0 to chk-char-sum.

            if artifact-record not = spaces
                move function length
                        (function trim (artifact-record trailing))
                    to chk-text-len

                perform varying chk-char-pos from 1 by 1
                    until chk-char-pos > chk-text-len

                    if artifact-record(chk-char-pos:1) not = space
                        compute chk-char-sum = chk-char-sum
                            + (function ord
                                (artifact-record(chk-char-pos:1))
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
        claim-path section.
            if ar-claim-count < AR-CLAIM-MAX
                add 1 to ar-claim-count
                move ar-check-path to ar-claim-path(ar-claim-count)
            end-if

            continue.

      ***************************************************************
      *** ----------------- every inventory file no manifest
      *** claims -- a .gz counts as its plain name, and the
      *** catalog and this job's own files are nobody's orphans
        find-orphan-files section.
            move spaces to report-line.
            write report-line.

            open input inv-file.
            if inv-file-status not = 0
                move spaces to report-line
                string 'Orphan check skipped -- cannot open '
                        delimited by size
                    function trim (inv-path) delimited by size
                    into report-line
                end-string
                write report-line
                exit section
            end-if

            move 'Orphan files' to report-line.
            write report-line.

            read inv-file end-read
            perform until inv-file-status not = 0
                if inv-record not = spaces
                    perform check-one-inventory-path
                end-if
                read inv-file end-read
            end-perform

            close inv-file.

            continue.

      ***************************************************************
        check-one-inventory-path section.
            move spaces to ar-check-path.
            move function trim (inv-record) to ar-check-path.

            move function length (function trim (ar-check-path))
                to chk-text-len.
            if chk-text-len > 3
                and ar-check-path(chk-text-len - 2:3) = '.gz'

                move spaces to ar-check-path(chk-text-len - 2:3)
            end-if

            if ar-check-path = catalog-path
                or ar-check-path = register-path
                or ar-check-path = report-path
                or ar-check-path = inv-path
                or ar-check-path = work-path

                exit section
            end-if

            move 0 to ar-claimed-flag.
            perform varying ar-claim-index from 1 by 1
                until ar-claim-index > ar-claim-count
                or ar-claimed-flag = 1

                if ar-claim-path(ar-claim-index) = ar-check-path
                    move 1 to ar-claimed-flag
                end-if
            end-perform

            if ar-claimed-flag = 0
                add 1 to ar-orphan-count
                move spaces to report-line
                string '  ORPHAN   ' delimited by size
                    function trim (inv-record) delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            continue.

      ***************************************************************
      *** ----------------- the register rewritten whole: every row
      *** it had plus the ones registered this run
        write-register section.
            open output register-file.
            if register-file-status not = 0
                move spaces to report-line
                string 'Cannot rewrite register ' delimited by size
                    function trim (register-path) delimited by size
                    into report-line
                end-string
                write report-line
                exit section
            end-if

            perform varying ar-reg-index from 1 by 1
                until ar-reg-index > ar-reg-count

                move spaces to register-record
                string function trim (rg-path(ar-reg-index))
                        delimited by size
                    ';' delimited by size
                    rg-checksum(ar-reg-index) delimited by size
                    ';' delimited by size
                    rg-lines(ar-reg-index) delimited by size
                    ';' delimited by size
                    rg-file-date(ar-reg-index) delimited by size
                    ';' delimited by size
                    rg-seen-date(ar-reg-index) delimited by size
                    into register-record
                end-string
                write register-record
            end-perform

            close register-file.

            continue.

      ***************************************************************
        write-archver-summary section.
            move spaces to report-line.
            write report-line.

            move spaces to report-line.
            string 'Sessions: ' delimited by size
                ar-session-count delimited by size
                '  artifacts: ' delimited by size
                ar-artifact-count delimited by size
                '  ok: ' delimited by size
                ar-ok-count delimited by size
                '  new: ' delimited by size
                ar-new-count delimited by size
                '  live: ' delimited by size
                ar-live-count delimited by size
                into report-line
            end-string.
            write report-line.

            move spaces to report-line.
            string 'Altered: ' delimited by size
                ar-altered-count delimited by size
                '  purged early: ' delimited by size
                ar-early-count delimited by size
                '  missing: ' delimited by size
                ar-missing-count delimited by size
                '  purged by policy: ' delimited by size
                ar-purged-count delimited by size
                '  never seen: ' delimited by size
                ar-absent-count delimited by size
                '  orphans: ' delimited by size
                ar-orphan-count delimited by size
                into report-line
            end-string.
            write report-line.

            continue.
