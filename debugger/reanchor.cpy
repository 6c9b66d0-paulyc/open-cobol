      * reanchor.cpy
      * re-anchoring saved items after the source changes. Every
      * release weekend the breakpoint lists and profiles were
      * rebuilt by hand because the line numbers had shifted a few
      * lines. Each breakpoint, bookmark and line-based assertion
      * now has an anchor in the anchor store (COB_ANCHOR_FILE,
      * default gc-debugger.anchors): its module, the module's
      * fingerprint (srccheck.cpy) when the anchor was taken, its
      * line, the paragraph holding it and the line's offset in
      * that paragraph, and a short text signature of the line --
      *   module;fingerprint;line;offset;paragraph;signature
      * Anchors are taken for the module on screen whenever a list
      * is saved, and for every item already in the lists when an
      * unchanged module registers. When srccheck finds a module's
      * fingerprint changed, each of its items is looked for in the
      * new source by its signature -- first inside its own
      * paragraph (the line at the old offset winning a tie), then
      * anywhere in the module -- and moved there. An item that
      * cannot be placed on exactly one line keeps its old number
      * and is listed as NOT PLACED in the re-anchor report
      * (COB_ANCHOR_REPORT, default gc-debugger.anchor.rpt), the
      * same report that lists every item moved. "P LOAD" re-anchors
      * a profile's items for the module on screen the same way.

      ***************************************************************
      *** ----------------- the module on screen: relocate its items
      *** when its source changed since the last session, else just
      *** anchor what has no anchor yet
        reanchor-active-module section.
            move 'S' to ra-mode.
            perform varying ra-changed-index from 1 by 1
                until ra-changed-index > ra-changed-count

                if ra-changed-module(ra-changed-index) = cobol-src-name
                    move 'R' to ra-mode
                end-if
            end-perform

            perform reanchor-module-items.

            continue.

      ***************************************************************
      *** ----------------- every breakpoint, bookmark and assertion
      *** of cobol-src-name, in ra-mode R (relocate what was anchored
      *** against another fingerprint) or S (record anchors only)
        reanchor-module-items section.
            if ra-busy-flag = 1 or module-line-count = 0
                or bp-wp-init-flag not = 1
                exit section
            end-if

            move 0 to ra-cur-print.
            perform varying ra-index from 1 by 1
                until ra-index > src-sum-count

                if src-sum-module(ra-index) = cobol-src-name
                    move src-sum-value(ra-index) to ra-cur-print
                end-if
            end-perform
            if ra-cur-print = 0
                exit section
            end-if

            move 1 to ra-busy-flag.
      * the source walks below use the shared line buffers and
      * the header test's scratch fields, which the command
      * that saved may still be holding
            move tmp-number to ra-save-number.
            move tmp-linenumber-bin to ra-save-linenumber.
            move tmp-source-line-buffer to ra-save-buffer.
            move tmp-source-line-trimmed to ra-save-trimmed.

            perform load-anchor-store.
      * an anchor this run records is for an item's new number
      * and must not pass for another item still at that number
            move ra-count to ra-start-count.

            move 0 to ra-changed-flag.
            perform varying ra-changed-index from 1 by 1
                until ra-changed-index > ra-changed-count

                if ra-changed-module(ra-changed-index) = cobol-src-name
                    move 1 to ra-changed-flag
                end-if
            end-perform

            move 0 to ra-moved-count.
            move 0 to ra-unplaced-count.
            move 0 to ra-bp-moved-flag.
            move 0 to ra-bm-moved-flag.
            move 0 to ra-as-moved-flag.
            move 0 to ra-rpt-open-flag.

            if ra-mode = 'R'
                perform build-paragraph-table
            end-if

            move 'BP' to ra-item-kind.
            perform varying ra-item-index from 1 by 1
                until ra-item-index >= bp-next-line
                or ra-item-index > bp-amount

                if bp-src-name(ra-item-index) = cobol-src-name
                    move bp-src-line(ra-item-index) to ra-item-line
                    perform anchor-one-item
                    if ra-item-line not = bp-src-line(ra-item-index)
                        move ra-item-line
                            to bp-src-line(ra-item-index)
                        move 1 to ra-bp-moved-flag
                    end-if
                end-if
            end-perform

            move 'BM' to ra-item-kind.
            perform varying ra-item-index from 1 by 1
                until ra-item-index > bm-count

                if bm-module(ra-item-index) = cobol-src-name
                    move bm-line(ra-item-index) to ra-item-line
                    perform anchor-one-item
                    if ra-item-line not = bm-line(ra-item-index)
                        move ra-item-line to bm-line(ra-item-index)
                        move 1 to ra-bm-moved-flag
                    end-if
                end-if
            end-perform

            move 'AS' to ra-item-kind.
            perform varying ra-item-index from 1 by 1
                until ra-item-index > assert-count

                if as-module(ra-item-index) = cobol-src-name
                    move as-line(ra-item-index) to ra-item-line
                    perform anchor-one-item
                    if ra-item-line not = as-line(ra-item-index)
                        move ra-item-line to as-line(ra-item-index)
                        move 1 to ra-as-moved-flag
                    end-if
                end-if
            end-perform

            move 'SQ' to ra-item-kind.
            perform varying ra-item-index from 1 by 1
                until ra-item-index > seq-assert-count

                if sq-module(ra-item-index) = cobol-src-name
                    move sq-line-a(ra-item-index) to ra-item-line
                    perform anchor-one-item
                    if ra-item-line not = sq-line-a(ra-item-index)
                        move ra-item-line to sq-line-a(ra-item-index)
                        move 1 to ra-as-moved-flag
                    end-if

                    if function trim (sq-kind(ra-item-index))
                        = 'ORDER'
                        move sq-line-b(ra-item-index) to ra-item-line
                        perform anchor-one-item
                        if ra-item-line
                            not = sq-line-b(ra-item-index)
                            move ra-item-line
                                to sq-line-b(ra-item-index)
                            move 1 to ra-as-moved-flag
                        end-if
                    end-if
                end-if
            end-perform

            if ra-dirty-flag = 1
                perform flush-anchor-store
            end-if

      * the moved items go straight back to their lists --
      * the anchors just recorded are for the new numbers
            if ra-bp-moved-flag = 1
                if bp-amount > 0
                    sort bp-line-struct ascending bp-src-name
                        bp-src-line
                end-if
                perform flush-breakpoints
            end-if
            if ra-bm-moved-flag = 1
                perform flush-bookmarks
            end-if
            if ra-as-moved-flag = 1
                perform flush-assertions
            end-if

      * a module done once is done -- what it still holds
      * was placed against this source
            if ra-changed-flag = 1
                perform varying ra-changed-index from 1 by 1
                    until ra-changed-index > ra-changed-count

                    if ra-changed-module(ra-changed-index)
                        = cobol-src-name
                        move spaces
                            to ra-changed-module(ra-changed-index)
                    end-if
                end-perform
            end-if

            if ra-rpt-open-flag = 1
                move spaces to ra-rpt-record
                string '  moved ' delimited by size
                    ra-moved-count delimited by size
                    ', not placed ' delimited by size
                    ra-unplaced-count delimited by size
                    into ra-rpt-record
                end-string
                write ra-rpt-record
                close ra-rpt-file

                move spaces to status-line
                string 'Re-anchored ' delimited by size
                    function trim (cobol-src-name) delimited by size
                    ': ' delimited by size
                    ra-moved-count delimited by size
                    ' moved, ' delimited by size
                    ra-unplaced-count delimited by size
                    ' not placed -- see ' delimited by size
                    function trim (ra-rpt-path) delimited by size
                    into status-line
                end-string
                if ra-unplaced-count > 0
                    perform display-status-error
                else
                    perform show-status-line
                end-if
            end-if

            move ra-save-number to tmp-number.
            move ra-save-linenumber to tmp-linenumber-bin.
            move ra-save-buffer to tmp-source-line-buffer.
            move ra-save-trimmed to tmp-source-line-trimmed.
            move 0 to ra-busy-flag.

            continue.

      ***************************************************************
      *** ----------------- ra-item-line of cobol-src-name: already
      *** anchored against this source, relocated (ra-mode R) from
      *** an anchor taken against another, or anchored now
        anchor-one-item section.
            move 0 to ra-found-index.
            perform varying ra-index from 1 by 1
                until ra-index > ra-start-count
                or ra-found-index not = 0

                if ra-module(ra-index) = cobol-src-name
                    and ra-print(ra-index) = ra-cur-print
                    and ra-line(ra-index) = ra-item-line

                    move ra-index to ra-found-index
                end-if
            end-perform
            if ra-found-index not = 0
                exit section
            end-if

            if ra-mode not = 'R'
                perform record-anchor-row
                exit section
            end-if

      * the newest anchor taken against another fingerprint
            perform varying ra-index from 1 by 1
                until ra-index > ra-count

                if ra-module(ra-index) = cobol-src-name
                    and ra-print(ra-index) not = ra-cur-print
                    and ra-line(ra-index) = ra-item-line

                    move ra-index to ra-found-index
                end-if
            end-perform

            if ra-found-index = 0
                if ra-changed-flag = 1
                    move 'no anchor was recorded for it'
                        to ra-reason
                    perform report-unplaced-item
                else
                    perform record-anchor-row
                end-if
                exit section
            end-if

            perform relocate-anchor-row.

            if ra-new-line = 0
                perform report-unplaced-item
                exit section
            end-if

            if ra-new-line not = ra-item-line
                perform report-moved-item
                move ra-new-line to ra-item-line
            end-if
            perform record-anchor-row.

            continue.

      ***************************************************************
      *** ----------------- where does anchor ra-found-index's line
      *** stand in the new source? ra-new-line, or 0 with ra-reason
        relocate-anchor-row section.
            move 0 to ra-new-line.
            move spaces to ra-reason.

            move 0 to ra-para-found.
            perform varying ra-para-index from 1 by 1
                until ra-para-index > ra-para-count
                or ra-para-found not = 0

                if ra-para-name(ra-para-index)
                    = ra-para(ra-found-index)
                    move ra-para-index to ra-para-found
                end-if
            end-perform

            if ra-para-found not = 0
                move ra-para-start(ra-para-found) to ra-range-start
                if ra-para-found < ra-para-count
                    compute ra-range-end =
                        ra-para-start(ra-para-found + 1) - 1
                    end-compute
                else
                    move module-line-count to ra-range-end
                end-if

                perform scan-range-for-signature

                evaluate true
                    when ra-exact-line not = 0
                        move ra-exact-line to ra-new-line
                    when ra-match-count = 1
                        move ra-match-line to ra-new-line
                    when ra-match-count > 1
                        move ra-match-count to ra-line-edit
                        string function trim (ra-line-edit)
                                delimited by size
                            ' lines match in ' delimited by size
                            function trim (ra-para(ra-found-index))
                                delimited by size
                            into ra-reason
                        end-string
                end-evaluate

                if ra-match-count not = 0
                    exit section
                end-if
            end-if

      * not in its own paragraph (or that is gone) -- the
      * whole module, where only a single match will do
            move 1 to ra-range-start.
            move module-line-count to ra-range-end.
            perform scan-range-for-signature.

            evaluate true
                when ra-match-count = 1
                    move ra-match-line to ra-new-line
                when ra-match-count = 0
                    move 'its line text is gone' to ra-reason
                when other
                    move ra-match-count to ra-line-edit
                    string function trim (ra-line-edit)
                            delimited by size
                        ' lines match, none in ' delimited by size
                        function trim (ra-para(ra-found-index))
                            delimited by size
                        into ra-reason
                    end-string
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- lines ra-range-start..ra-range-end whose
      *** signature is anchor ra-found-index's: ra-match-count, the
      *** first in ra-match-line, and the one at the anchor's
      *** paragraph offset (if it matches) in ra-exact-line
        scan-range-for-signature section.
            move 0 to ra-match-count.
            move 0 to ra-match-line.
            move 0 to ra-exact-line.

            perform varying ra-scan-line from ra-range-start by 1
                until ra-scan-line > ra-range-end

                move spaces to tmp-source-line-buffer
                move ra-scan-line to tmp-linenumber-bin
                perform get-source-line
                perform take-line-signature

                if ra-work-sig = ra-sig(ra-found-index)
                    add 1 to ra-match-count
                    if ra-match-line = 0
                        move ra-scan-line to ra-match-line
                    end-if
                    if ra-scan-line - ra-range-start
                        = ra-offset(ra-found-index)
                        move ra-scan-line to ra-exact-line
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the paragraph headers of the module on
      *** screen, by the profiler's header test -- the lines ahead
      *** of the first header count as '(main)'
        build-paragraph-table section.
            move 1 to ra-para-count.
            move '(main)' to ra-para-name(1).
            move 1 to ra-para-start(1).

            perform varying ra-scan-line from 1 by 1
                until ra-scan-line > module-line-count
                or ra-para-count >= RA-PARA-MAX

                move spaces to tmp-source-line-buffer
                move ra-scan-line to tmp-linenumber-bin
                perform get-source-line
                perform prof-check-para-header

                if prof-header-flag = 1
                    add 1 to ra-para-count
                    move prof-header-name to ra-para-name(ra-para-count)
                    move ra-scan-line to ra-para-start(ra-para-count)
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the upper-cased, trimmed text of
      *** tmp-source-line-buffer, cut to the signature's length
        take-line-signature section.
            move function upper-case
                    (function trim (tmp-source-line-buffer))
                to ra-work-sig.

            continue.

      ***************************************************************
      *** ----------------- anchor ra-item-line of cobol-src-name
      *** against the source as it is now
        record-anchor-row section.
            move spaces to tmp-source-line-buffer.
            move ra-item-line to tmp-linenumber-bin.
            perform get-source-line.
            perform take-line-signature.

            move '(main)' to ra-work-para.
            move ra-item-line to ra-work-offset.
            subtract 1 from ra-work-offset.
            perform varying ra-scan-line from ra-item-line by -1
                until ra-scan-line = 0

                move spaces to tmp-source-line-buffer
                move ra-scan-line to tmp-linenumber-bin
                perform get-source-line
                perform prof-check-para-header

                if prof-header-flag = 1
                    move prof-header-name to ra-work-para
                    compute ra-work-offset =
                        ra-item-line - ra-scan-line
                    end-compute
                    exit perform
                end-if
            end-perform

      * a full store gives up its oldest anchor
            if ra-count >= RA-MAX
                perform varying ra-index from 1 by 1
                    until ra-index >= ra-count
                    move ra-row(ra-index + 1) to ra-row(ra-index)
                end-perform
                subtract 1 from ra-count
                if ra-start-count > 0
                    subtract 1 from ra-start-count
                end-if
            end-if

            add 1 to ra-count.
            move cobol-src-name to ra-module(ra-count).
            move ra-cur-print to ra-print(ra-count).
            move ra-item-line to ra-line(ra-count).
            move ra-work-offset to ra-offset(ra-count).
            move ra-work-para to ra-para(ra-count).
            move ra-work-sig to ra-sig(ra-count).
            move 1 to ra-dirty-flag.

            continue.

      ***************************************************************
        report-moved-item section.
            add 1 to ra-moved-count.
            perform open-anchor-report.

            move ra-item-line to ra-line-edit.
            move ra-new-line to ra-line-edit-2.
            move spaces to ra-rpt-record.
            string '  moved       ' delimited by size
                ra-item-kind delimited by size
                ' line ' delimited by size
                ra-line-edit delimited by size
                ' -> ' delimited by size
                ra-line-edit-2 delimited by size
                '  ' delimited by size
                function trim (ra-para(ra-found-index))
                    delimited by size
                into ra-rpt-record
            end-string
            write ra-rpt-record.

            continue.

      ***************************************************************
        report-unplaced-item section.
            add 1 to ra-unplaced-count.
            perform open-anchor-report.

            move ra-item-line to ra-line-edit.
            move spaces to ra-rpt-record.
            string '  NOT PLACED  ' delimited by size
                ra-item-kind delimited by size
                ' line ' delimited by size
                ra-line-edit delimited by size
                ' kept -- ' delimited by size
                function trim (ra-reason) delimited by size
                into ra-rpt-record
            end-string
            write ra-rpt-record.

            continue.

      ***************************************************************
      *** ----------------- the report is appended to, one block per
      *** module re-anchored
        open-anchor-report section.
            if ra-rpt-open-flag = 1
                exit section
            end-if

            if ra-rpt-path = spaces
                accept ra-rpt-path from environment
                    'COB_ANCHOR_REPORT' end-accept
                if ra-rpt-path = spaces
                    move 'gc-debugger.anchor.rpt' to ra-rpt-path
                end-if
            end-if

            open extend ra-rpt-file.
            if ra-rpt-file-status not = 0
                open output ra-rpt-file
            end-if
            if ra-rpt-file-status not = 0
                exit section
            end-if
            move 1 to ra-rpt-open-flag.

            accept ra-today from date yyyymmdd end-accept.
            accept ra-now from time end-accept.
            move spaces to ra-rpt-record.
            string ra-today delimited by size
                ' ' delimited by size
                ra-now(1:6) delimited by size
                ' ' delimited by size
                function trim (cobol-src-name) delimited by size
                ' re-anchored to fingerprint ' delimited by size
                ra-cur-print delimited by size
                ' (' delimited by size
                function trim (debug-user) delimited by size
                ')' delimited by size
                into ra-rpt-record
            end-string
            write ra-rpt-record.

            continue.

      ***************************************************************
        load-anchor-store section.
            if ra-loaded-flag = 1
                exit section
            end-if
            move 1 to ra-loaded-flag.

            move spaces to ra-path.
            accept ra-path from environment 'COB_ANCHOR_FILE'
            end-accept.
            if ra-path = spaces
                move 'gc-debugger.anchors' to ra-path
            end-if.

            move 0 to ra-count.

            move ra-path to sf-list-path.
            move 'R' to sf-list-kind.
            perform check-saved-list.
            move sf-load-path to ra-path.

            open input ra-file.
            if ra-file-status = 0
                read ra-file end-read
                perform until ra-file-status not = 0
                    or ra-count >= RA-MAX

                    if ra-record not = spaces
                        add 1 to ra-count
                        move 1 to ra-ptr
                        unstring ra-record delimited by ';'
                            into ra-module(ra-count)
                                 ra-print(ra-count)
                                 ra-line(ra-count)
                                 ra-offset(ra-count)
                                 ra-para(ra-count)
                            with pointer ra-ptr
                        end-unstring
                        move spaces to ra-sig(ra-count)
                        if ra-ptr <= length of ra-record
                            move ra-record(ra-ptr:)
                                to ra-sig(ra-count)
                        end-if
                    end-if

                    read ra-file end-read
                end-perform

                close ra-file
            end-if

            move sf-list-path to ra-path.

            continue.

      ***************************************************************
        flush-anchor-store section.
            move ra-path to sf-list-path.
            perform begin-safe-save.
            move sf-temp-path to ra-path.

            open output ra-file.
            if ra-file-status = 0
                perform varying ra-index from 1 by 1
                    until ra-index > ra-count

                    move spaces to ra-record
                    string function trim (ra-module(ra-index))
                            delimited by size
                        ';' delimited by size
                        ra-print(ra-index) delimited by size
                        ';' delimited by size
                        ra-line(ra-index) delimited by size
                        ';' delimited by size
                        ra-offset(ra-index) delimited by size
                        ';' delimited by size
                        function trim (ra-para(ra-index))
                            delimited by size
                        ';' delimited by size
                        function trim (ra-sig(ra-index))
                            delimited by size
                        into ra-record
                    end-string
                    write ra-record
                end-perform

                close ra-file
            end-if

            move ra-file-status to sf-write-status.
            move sf-list-path to ra-path.
            move 'R' to sf-list-kind.
            perform end-safe-save.

            move 0 to ra-dirty-flag.

            continue.
