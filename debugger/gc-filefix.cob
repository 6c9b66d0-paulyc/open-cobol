      * ledger.
      *   COB_FILEFIX_FILE    the data file to repair
      *   COB_FILEFIX_MAP     the <group>.layout export
      *   COB_FILEFIX_LAYOUT_SET
      *                       or, for a file mixing record types,
      *                       a layout set in its place -- rows of
      *                       type-position;type-value;layout-export,
      *                       the record decoded through the export
      *                       whose type code its bytes carry (the
      *                       first row that fits), the key found
      *                       only in records whose layout has it
      *   COB_FILEFIX_KEY     the key field's name
      *   COB_FILEFIX_LEDGER  the change ledger
      *                       (default gc-filefix.ledger)
      *   COB_CHANGE_CALENDAR the change-window calendar the debugger
      *                       keeps (chgwin.cpy) -- its module
      *                       patterns are matched against the data
      *                       file's name here; a file a window names
      *                       is only saved while one of its windows
      *                       is open, and every ledger row carries
      *                       the window's ticket
      *   COB_FILEFIX_CHARSET EBCDIC for a mainframe extract
      *                       (default ASCII) -- display fields show
      *                       decoded (code page 037, zoned signs
      *                       the EBCDIC way), the key and new values
      *                       are typed as plain text, and changes
      *                       go back in EBCDIC; packed and binary
      *                       fields and every untouched byte are
      *                       written back exactly as read
      *   COB_FILEFIX_ORG     LINE (default), SEQ (fixed-length
      *                       record sequential), REL (relative) or
      *                       IDX (indexed)
      *   COB_FILEFIX_RECLEN  record length for SEQ, REL and IDX
      *                       (default the map's record size)
      * A LINE file is read whole and written back as a unit. The
      * others are repaired in place, the one record alone: SEQ
      * and REL records are found by byte offset through the
      * byte-stream routines and written back over the same bytes
      * (a relative slot being an FFX-REL-HEADER-byte length word
      * plus the record; empty slots are passed over); an IDX file
      * is positioned with START on its prime key -- the leading
      * 20 bytes of the record -- read forward with READ NEXT, and
      * the record REWRITTEN. The prime key itself cannot change,
      * and a file keyed any other way will not open (status 39).
      * Console conversation: the key value, then "n=value" per
      * field change, SAVE to write the file back, QUIT to abandon.

                organization is line sequential
                file status is data-file-status.

            select data-idx-file assign to data-path
                organization is indexed
                access mode is dynamic
                record key is data-idx-key
                file status is data-file-status.

            select map-file assign to map-path
                organization is line sequential
                file status is map-file-status.

            select set-file assign to set-path
                organization is line sequential
                file status is set-file-status.

            select ledger-file assign to ledger-path
                organization is line sequential
                file status is ledger-file-status.

            select chg-file assign to chg-path
                organization is line sequential
                file status is chg-file-status.

        data division.
        file section.

        fd  data-file.
            01 data-record          pic x(512).

        fd  data-idx-file
            record is varying in size from 20 to 512 characters
                depending on ffx-idx-len.
            01 data-idx-record.
                05 data-idx-key     pic x(20).
                05 filler           pic x(492).

        fd  map-file.
            01 map-record           pic x(100).

        fd  set-file.
            01 set-record           pic x(300).

        fd  ledger-file.
            01 ledger-record        pic x(300).

        fd  chg-file.
            01 chg-record           pic x(200).

        working-storage section.

            78 FFX-FIELD-MAX        value 200.
            78 FFX-SET-MAX          value 10.
            78 FFX-REC-MAX          value 2000.
            78 FFX-CHG-MAX          value 50.

            01 data-path                    pic x(256) value spaces.
            01 data-file-status             pic 99.
            01 map-path                     pic x(256) value spaces.
            01 map-file-status              pic 99.
            01 set-path                     pic x(256) value spaces.
            01 set-file-status              pic 99.
            01 ledger-path                  pic x(256) value spaces.
            01 ledger-file-status           pic 99.
            01 chg-path                     pic x(256) value spaces.
            01 chg-file-status              pic 99.

            01 ffx-role                     pic x(10) value spaces.
            01 ffx-user                     pic x(20) value spaces.
            01 ffx-key-name                 pic x(30) value spaces.
            01 ffx-charset                  pic x(8) value spaces.

            77 ffx-field-count              pic 9(3) value 0.
            01 ffx-field-tbl.
                05 ffx-field-row occurs FFX-FIELD-MAX.
                    10 fx-level              pic 9(2).
                    10 fx-usable             pic 9.
                    10 fx-elementary         pic 9.

            77 ffx-key-index                pic 9(3) value 0.

      * the record types -- one row per layout-set row, or a
      * single catch-all row (position 0) for a plain map; each
      * names its slice of ffx-field-tbl and its key field
            77 ffx-set-count                pic 9(2) value 0.
            01 ffx-set-tbl.
                05 ffx-set-row occurs FFX-SET-MAX.
                    10 fs-position           pic 9(5).
                    10 fs-value              pic x(20).
                    10 fs-value-len          pic 9(2).
                    10 fs-match              pic x(20).
                    10 fs-layout-path        pic x(256).
                    10 fs-first              pic 9(3).
                    10 fs-last               pic 9(3).
                    10 fs-key-index          pic 9(3).
            77 ffx-set-index                pic 9(2) value 0.
            77 ffx-type-row                 pic 9(2) value 0.
            77 ffx-hit-type                 pic 9(2) value 0.
            01 ffx-set-in-pos               pic x(10) value spaces.
            77 ffx-layout-size              pic 9(5) value 0.
            01 ffx-check-record             pic x(512).
            77 ffx-key-hit-flag             pic 9 value 0.
            77 ffx-started-flag             pic 9 value 0.

      * the whole file in memory -- a repair utility
      * rewrites the file as a unit, never patches it in place
                05 ffx-rec occurs FFX-REC-MAX pic x(512).
            77 ffx-hit-rec                  pic 9(4) value 0.

      * the organization; a SEQ, REL or IDX repair holds just the
      * hit record, in ffx-rec(1), and where it came from
            78 FFX-REL-HEADER       value 8.
            01 ffx-org                      pic x(4) value spaces.
            01 ffx-reclen-text              pic x(8) value spaces.
            77 ffx-rec-len                  pic 9(5) value 0.
            77 ffx-idx-len                  pic 9(5) value 0.
            77 ffx-hit-idx-len              pic 9(5) value 0.
            77 ffx-slot-len                 pic 9(5) value 0.
            77 ffx-rec-total                pic 9(9) value 0.
            77 ffx-scan-number              pic 9(9) value 0.
            77 ffx-hit-number               pic 9(9) value 0.
            01 ffx-hit-prime-key            pic x(20) value spaces.
            01 ffx-handle                   pic x(4).
            01 ffx-access-mode              pic x comp-x value 1.
            01 ffx-deny-mode                pic x comp-x value 0.
            01 ffx-device                   pic x comp-x value 0.
            01 ffx-byte-offset              pic x(8) comp-x.
            01 ffx-hit-offset               pic x(8) comp-x.
            01 ffx-byte-count               pic x(4) comp-x.
            01 ffx-stream-flags             pic x comp-x value 0.
            01 ffx-slot-header              pic x(8).

            01 ffx-key-value                pic x(40) value spaces.
            01 ffx-input-line               pic x(90) value spaces.
            01 ffx-input-upper              pic x(90) value spaces.
            77 ffx-changed-count            pic 9(2) value 0.

      * one change
            77 ffx-pick                     pic 9(3) value 0.
            01 ffx-new-value                pic x(80) value spaces.
            01 ffx-old-value                pic x(80) value spaces.
            77 ffx-value-len                pic 9(3) value 0.
            01 ffx-padded-value             pic x(80) value spaces.
            77 ffx-pad-pos                  pic 9(3) value 0.

      * EBCDIC files -- the code page 037 pair INSPECT
      * CONVERTING translates through, and the zoned sign zones
            77 ffx-code-index               pic 9(3) value 0.
            77 ffx-conv-flag                pic 9 value 0.
            01 ffx-match-key                pic x(40) value spaces.
            01 ffx-shown-value              pic x(80) value spaces.
            01 ffx-encoded-value            pic x(80) value spaces.
            77 ffx-punch-pos                pic 9(2) value 0.
            77 ffx-shown-len                pic 9(3) value 0.
            01 ffx-identity-values.
                05 filler pic x(16) value
                    x'000102030405060708090A0B0C0D0E0F'.
                05 filler pic x(16) value
                    x'101112131415161718191A1B1C1D1E1F'.
                05 filler pic x(16) value
                    x'202122232425262728292A2B2C2D2E2F'.
                05 filler pic x(16) value
                    x'303132333435363738393A3B3C3D3E3F'.
                05 filler pic x(16) value
                    x'404142434445464748494A4B4C4D4E4F'.
                05 filler pic x(16) value
                    x'505152535455565758595A5B5C5D5E5F'.
                05 filler pic x(16) value
                    x'606162636465666768696A6B6C6D6E6F'.
                05 filler pic x(16) value
                    x'707172737475767778797A7B7C7D7E7F'.
                05 filler pic x(16) value
                    x'808182838485868788898A8B8C8D8E8F'.
                05 filler pic x(16) value
                    x'909192939495969798999A9B9C9D9E9F'.
                05 filler pic x(16) value
                    x'A0A1A2A3A4A5A6A7A8A9AAABACADAEAF'.
                05 filler pic x(16) value
                    x'B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF'.
                05 filler pic x(16) value
                    x'C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF'.
                05 filler pic x(16) value
                    x'D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF'.
                05 filler pic x(16) value
                    x'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF'.
                05 filler pic x(16) value
                    x'F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF'.
            01 ffx-identity redefines ffx-identity-values
                                            pic x(256).
            01 ffx-ascii-values.
                05 filler pic x(16) value
                    x'000102039C09867F978D8E0B0C0D0E0F'.
                05 filler pic x(16) value
                    x'101112139D8508871819928F1C1D1E1F'.
                05 filler pic x(16) value
                    x'80818283840A171B88898A8B8C050607'.
                05 filler pic x(16) value
                    x'909116939495960498999A9B14159E1A'.
                05 filler pic x(16) value
                    x'20A0E2E4E0E1E3E5E7F1A22E3C282B7C'.
                05 filler pic x(16) value
                    x'26E9EAEBE8EDEEEFECDF21242A293BAC'.
                05 filler pic x(16) value
                    x'2D2FC2C4C0C1C3C5C7D1A62C255F3E3F'.
                05 filler pic x(16) value
                    x'F8C9CACBC8CDCECFCC603A2340273D22'.
                05 filler pic x(16) value
                    x'D8616263646566676869ABBBF0FDFEB1'.
                05 filler pic x(16) value
                    x'B06A6B6C6D6E6F707172AABAE6B8C6A4'.
                05 filler pic x(16) value
                    x'B57E737475767778797AA1BFD0DDDEAE'.
                05 filler pic x(16) value
                    x'5EA3A5B7A9A7B6BCBDBE5B5DAFA8B4D7'.
                05 filler pic x(16) value
                    x'7B414243444546474849ADF4F6F2F3F5'.
                05 filler pic x(16) value
                    x'7D4A4B4C4D4E4F505152B9FBFCF9FAFF'.
                05 filler pic x(16) value
                    x'5CF7535455565758595AB2D4D6D2D3D5'.
                05 filler pic x(16) value
                    x'30313233343536373839B3DBDCD9DA9F'.
            01 ffx-ascii-table redefines ffx-ascii-values
                                            pic x(256).
            77 ffx-ebcdic-punch             pic x(20)
                value '{ABCDEFGHI}JKLMNOPQR'.
            77 ffx-punch-digits             pic x(20)
                value '01234567890123456789'.
            77 ffx-unsigned-zone            pic x(10)
                value x'F0F1F2F3F4F5F6F7F8F9'.
            77 ffx-plus-zone                pic x(10)
                value x'C0C1C2C3C4C5C6C7C8C9'.

      * map-row parse scratch
            01 ffx-token-1                  pic x(30).
            01 ffx-token-2                  pic x(30).
            01 ffx-token-7                  pic x(30).
            01 ffx-token-8                  pic x(30).
            77 ffx-tok-ptr                  pic 9(3) value 0.
            77 ffx-index                    pic 9(4) value 0.
            77 ffx-equal-pos                pic 9(3) value 0.
            01 ffx-stamp                    pic x(6) value spaces.

      * the change-window calendar
            77 ffx-chg-count                pic 9(2) value 0.
            01 ffx-chg-tbl.
                05 ffx-chg-row occurs FFX-CHG-MAX.
                    10 fc-ticket             pic x(20).
                    10 fc-pattern            pic x(30).
                    10 fc-from               pic x(14).
                    10 fc-to                 pic x(14).
            77 ffx-chg-index                pic 9(2) value 0.
            01 ffx-chg-in-ticket            pic x(20) value spaces.
            01 ffx-chg-in-pattern           pic x(30) value spaces.
            01 ffx-chg-in-from              pic x(20) value spaces.
            01 ffx-chg-in-to                pic x(20) value spaces.
            01 ffx-digits-in                pic x(20) value spaces.
            01 ffx-digits-out               pic x(14) value spaces.
            77 ffx-digit-count              pic 9(2) value 0.
            01 ffx-now                      pic x(14) value spaces.
            01 ffx-file-name                pic x(30) value spaces.
            77 ffx-file-name-len            pic 9(2) value 0.
            77 ffx-pat-len                  pic 9(2) value 0.
            77 ffx-slash-pos                pic 9(3) value 0.
            77 ffx-match-flag               pic 9 value 0.
            77 ffx-controlled-flag          pic 9 value 0.
            77 ffx-open-flag                pic 9 value 1.
            01 ffx-open-ticket              pic x(20) value spaces.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to ffx-role.
            accept ffx-role from environment 'COB_DEBUG_ROLE'
            end-accept.
            move spaces to map-path.
            accept map-path from environment 'COB_FILEFIX_MAP'
            end-accept.
            move spaces to set-path.
            accept set-path from environment
                'COB_FILEFIX_LAYOUT_SET' end-accept.
            move spaces to ffx-key-name.
            accept ffx-key-name from environment 'COB_FILEFIX_KEY'
            end-accept.

            if data-path = spaces
                or (map-path = spaces and set-path = spaces)
                or ffx-key-name = spaces

                display 'Set COB_FILEFIX_FILE, COB_FILEFIX_MAP '
                    '(or COB_FILEFIX_LAYOUT_SET) and '
                    'COB_FILEFIX_KEY.' end-display
                move 99 to return-code
                stop run
            end-if.
            move function upper-case (ffx-key-name)
                to ffx-key-name.

            move spaces to ffx-charset.
            accept ffx-charset from environment
                'COB_FILEFIX_CHARSET' end-accept.
            move function upper-case (ffx-charset) to ffx-charset.
            if ffx-charset = spaces
                move 'ASCII' to ffx-charset
            end-if.

            move spaces to ffx-org.
            accept ffx-org from environment
                'COB_FILEFIX_ORG' end-accept.
            move function upper-case (ffx-org) to ffx-org.
            if ffx-org not = 'SEQ' and not = 'REL'
                and not = 'IDX'
                move 'LINE' to ffx-org
            end-if.

            move spaces to ffx-reclen-text.
            accept ffx-reclen-text from environment
                'COB_FILEFIX_RECLEN' end-accept.
            if ffx-reclen-text not = spaces
                and function trim (ffx-reclen-text) is numeric
                move function numval (ffx-reclen-text)
                    to ffx-rec-len
            end-if.

            move spaces to ledger-path.
            accept ledger-path from environment
                'COB_FILEFIX_LEDGER' end-accept.
                move 'gc-filefix.ledger' to ledger-path
            end-if.

            perform load-change-calendar.

            move 0 to ffx-field-count.
            move 0 to ffx-set-count.
            if set-path not = spaces
                perform load-layout-set
            else
                move 1 to ffx-set-count
                move 1 to ffx-set-index
                move 0 to fs-position(1)
                move spaces to fs-value(1)
                move 0 to fs-value-len(1)
                perform load-layout-map
            end-if.

      * the type codes as the file's bytes carry them
            perform varying ffx-set-index from 1 by 1
                until ffx-set-index > ffx-set-count

                move fs-value(ffx-set-index)
                    to fs-match(ffx-set-index)
                if ffx-charset = 'EBCDIC'
                    inspect fs-match(ffx-set-index)
                        converting ffx-ascii-table to ffx-identity
                end-if
            end-perform.

            if ffx-key-index = 0
                display 'Key field '
                stop run
            end-if.

      * an unset record length is the map's record (its 01 row),
      * the longest of them for a layout set
            if ffx-rec-len = 0
                if ffx-layout-size > 0
                    move ffx-layout-size to ffx-rec-len
                else
                    move length of data-record to ffx-rec-len
                end-if
            end-if.
            if ffx-rec-len > length of data-record
                move length of data-record to ffx-rec-len
            end-if.

            perform load-data-file.

            display 'Key value to repair: ' with no advancing
                    when ffx-input-upper(1:4) = 'QUIT'
                        move 1 to ffx-quit-flag
                    when ffx-input-upper(1:4) = 'SAVE'
                        perform check-change-window
                        if ffx-open-flag = 0
                            display 'No open change window for '
                                function trim (ffx-file-name)
                                ' -- SAVE refused.' end-display
                        else
                            perform save-data-file
                            move 1 to ffx-quit-flag
                        end-if
                    when other
                        perform apply-one-change
                end-evaluate
            stop run.

      ***************************************************************
      *** ----------------- a layout export's rows, added after
      *** those already loaded as the slice of record type
      *** ffx-set-index
        load-layout-map section.
            compute fs-first(ffx-set-index) = ffx-field-count + 1
            end-compute.
            move 0 to fs-key-index(ffx-set-index).

            open input map-file.


            close map-file

            move ffx-field-count to fs-last(ffx-set-index).

      * the record size is the 01 row's length
            move fs-first(ffx-set-index) to ffx-index.
            if ffx-index <= ffx-field-count
                if fx-usable(ffx-index) = 1
                    and fx-length(ffx-index) > ffx-layout-size
                    move fx-length(ffx-index) to ffx-layout-size
                end-if
            end-if

            perform varying ffx-index from fs-first(ffx-set-index)
                by 1 until ffx-index > fs-last(ffx-set-index)

                move 1 to fx-elementary(ffx-index)
                if ffx-index < fs-last(ffx-set-index)
                    if fx-level(ffx-index + 1)
                        > fx-level(ffx-index)


                if fx-elementary(ffx-index) = 1
                    and fx-usable(ffx-index) = 1
                    and fs-key-index(ffx-set-index) = 0
                    and function upper-case
                        (function trim (fx-name(ffx-index)))
                        = function trim (ffx-key-name)

                    move ffx-index to fs-key-index(ffx-set-index)
                    move ffx-index to ffx-key-index
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the layout set's rows, then each row's
      *** layout export behind them
        load-layout-set section.
            open input set-file.

            if set-file-status not = 0
                display 'Cannot open layout set '
                    function trim (set-path) end-display
                move 99 to return-code
                stop run
            end-if

            read set-file end-read
            perform until set-file-status not = 0
                or ffx-set-count >= FFX-SET-MAX

                if set-record not = spaces
                    and set-record(1:1) not = '#'

                    add 1 to ffx-set-count
                    move spaces to ffx-set-in-pos
                    move spaces to fs-value(ffx-set-count)
                    move spaces to fs-layout-path(ffx-set-count)
                    move 1 to ffx-tok-ptr
                    unstring set-record delimited by ';'
                        into ffx-set-in-pos
                             fs-value(ffx-set-count)
                             fs-layout-path(ffx-set-count)
                        with pointer ffx-tok-ptr
                    end-unstring

                    move 0 to fs-position(ffx-set-count)
                    if ffx-set-in-pos not = spaces
                        and function trim (ffx-set-in-pos)
                            is numeric
                        move function numval (ffx-set-in-pos)
                            to fs-position(ffx-set-count)
                    end-if
                    move function trim (fs-value(ffx-set-count))
                        to fs-value(ffx-set-count)
                    move 0 to fs-value-len(ffx-set-count)
                    if fs-value(ffx-set-count) not = spaces
                        move function length (function trim
                            (fs-value(ffx-set-count)))
                            to fs-value-len(ffx-set-count)
                    end-if
                    move function trim
                        (fs-layout-path(ffx-set-count))
                        to fs-layout-path(ffx-set-count)

                    if fs-position(ffx-set-count) = 0
                        or fs-value-len(ffx-set-count) = 0
                        or fs-layout-path(ffx-set-count) = spaces
                        display 'Layout set row ignored: '
                            function trim (set-record) end-display
                        subtract 1 from ffx-set-count
                    end-if
                end-if

                read set-file end-read
            end-perform

            close set-file

            perform varying ffx-set-index from 1 by 1
                until ffx-set-index > ffx-set-count

                move fs-layout-path(ffx-set-index) to map-path
                perform load-layout-map
            end-perform

            continue.

      ***************************************************************
      *** ----------------- is ffx-check-record the one keyed
      *** ffx-match-key? Its type (ffx-type-row) picks the layout,
      *** and so where its key field sits; a type whose layout
      *** has no key field never matches. ffx-key-hit-flag = 1
        check-record-key section.
            move 0 to ffx-key-hit-flag.
            move 0 to ffx-type-row.

            perform varying ffx-set-index from 1 by 1
                until ffx-set-index > ffx-set-count
                or ffx-type-row not = 0

                evaluate true
                    when fs-position(ffx-set-index) = 0
                        move ffx-set-index to ffx-type-row
                    when fs-position(ffx-set-index)
                        + fs-value-len(ffx-set-index)
                        > length of ffx-check-record + 1
                        continue
                    when ffx-check-record
                        (fs-position(ffx-set-index):
                         fs-value-len(ffx-set-index))
                        = fs-match(ffx-set-index)
                            (1:fs-value-len(ffx-set-index))
                        move ffx-set-index to ffx-type-row
                    when other
                        continue
                end-evaluate
            end-perform

            if ffx-type-row = 0
                exit section
            end-if
            if fs-key-index(ffx-type-row) = 0
                exit section
            end-if

            move fs-key-index(ffx-type-row) to ffx-code-index.
            if ffx-check-record(fx-offset(ffx-code-index):
                fx-length(ffx-code-index))
                = ffx-match-key(1:fx-length(ffx-code-index))

                move 1 to ffx-key-hit-flag
            end-if

            continue.

      ***************************************************************
        parse-one-map-row section.
            move 1 to ffx-tok-ptr.
        load-data-file section.
            move 0 to ffx-rec-count.

      * the other organizations are read at the key, not loaded --
      * here only proved readable
            evaluate ffx-org
                when 'IDX'
                    open input data-idx-file
                    if data-file-status not = 0
                        perform refuse-indexed-open
                    end-if
                    close data-idx-file
                    exit section
                when 'SEQ'
                when 'REL'
                    move 1 to ffx-access-mode
                    perform open-data-stream
                    perform close-data-stream
                    exit section
                when other
                    continue
            end-evaluate

            open input data-file.

            if data-file-status not = 0
        find-record-by-key section.
            move 0 to ffx-hit-rec.

      * the typed key, in the file's own encoding
            move ffx-key-value to ffx-match-key.
            if ffx-charset = 'EBCDIC'
                inspect ffx-match-key
                    converting ffx-ascii-table to ffx-identity
            end-if

            evaluate ffx-org
                when 'IDX'
                    perform find-indexed-record
                    exit section
                when 'SEQ'
                when 'REL'
                    perform find-stream-record
                    exit section
                when other
                    continue
            end-evaluate

            perform varying ffx-index from 1 by 1
                until ffx-index > ffx-rec-count
                or ffx-hit-rec not = 0

                move ffx-rec(ffx-index) to ffx-check-record
                perform check-record-key
                if ffx-key-hit-flag = 1
                    move ffx-index to ffx-hit-rec
                    move ffx-index to ffx-hit-number
                    move ffx-type-row to ffx-hit-type
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- SEQ/REL: record by record at its byte
      *** offset until the key matches; the hit goes to ffx-rec(1)
      *** with its record number and offset
        find-stream-record section.
            move 1 to ffx-access-mode.
            perform open-data-stream.

            move 0 to ffx-scan-number.
            perform until ffx-hit-rec not = 0
                or ffx-scan-number >= ffx-rec-total

                add 1 to ffx-scan-number
                compute ffx-byte-offset =
                    (ffx-scan-number - 1) * ffx-slot-len
                end-compute

                move low-values to ffx-slot-header
                if ffx-org = 'REL'
                    move FFX-REL-HEADER to ffx-byte-count
                    call 'CBL_READ_FILE' using ffx-handle
                        ffx-byte-offset ffx-byte-count
                        ffx-stream-flags ffx-slot-header
                    end-call
                    add FFX-REL-HEADER to ffx-byte-offset
                end-if

      * an empty relative slot holds no record
                if ffx-org = 'SEQ'
                    or ffx-slot-header not = low-values

                    move spaces to data-record
                    move ffx-rec-len to ffx-byte-count
                    call 'CBL_READ_FILE' using ffx-handle
                        ffx-byte-offset ffx-byte-count
                        ffx-stream-flags data-record
                    end-call

                    move data-record to ffx-check-record
                    perform check-record-key
                    if ffx-key-hit-flag = 1
                        move ffx-type-row to ffx-hit-type
                        move data-record to ffx-rec(1)
                        move 1 to ffx-rec-count
                        move 1 to ffx-hit-rec
                        move ffx-scan-number to ffx-hit-number
                        move ffx-byte-offset to ffx-hit-offset
                    end-if
                end-if
            end-perform

            perform close-data-stream.

            continue.

      ***************************************************************
      *** ----------------- IDX: START at the key when the key
      *** field is the prime key (one layout only -- a layout set
      *** keys its types apart), else from the lowest key, and
      *** READ NEXT until it matches; ffx-hit-number counts the
      *** records read in key order
        find-indexed-record section.
            open input data-idx-file.
            if data-file-status not = 0
                perform refuse-indexed-open
            end-if

            move low-values to data-idx-key.
            move 0 to ffx-started-flag.
            if ffx-set-count = 1
                and fx-offset(ffx-key-index) = 1
                and fx-length(ffx-key-index) <= length of data-idx-key

                move ffx-match-key(1:fx-length(ffx-key-index))
                    to data-idx-key(1:fx-length(ffx-key-index))
                move 1 to ffx-started-flag
            end-if
            start data-idx-file key is >= data-idx-key end-start.

            move 0 to ffx-scan-number.
            if data-file-status = 0
                read data-idx-file next end-read
                perform until data-file-status not = 0
                    or ffx-hit-rec not = 0

                    add 1 to ffx-scan-number
                    move spaces to ffx-check-record
                    move data-idx-record(1:ffx-idx-len)
                        to ffx-check-record
                    perform check-record-key
                    if ffx-key-hit-flag = 1
                        move ffx-type-row to ffx-hit-type
                        move spaces to ffx-rec(1)
                        move data-idx-record(1:ffx-idx-len)
                            to ffx-rec(1)
                        move ffx-idx-len to ffx-hit-idx-len
                        move data-idx-key to ffx-hit-prime-key
                        move 1 to ffx-rec-count
                        move 1 to ffx-hit-rec
                        move ffx-scan-number to ffx-hit-number
                    else
      * past the value on the prime key -- no such record
                        if ffx-started-flag = 1
                            exit perform
                        end-if
                        read data-idx-file next end-read
                    end-if
                end-perform
            end-if

            close data-idx-file.

            continue.

      ***************************************************************
      *** ----------------- data-path by byte offset, read-only
      *** or read/write per ffx-access-mode (1 or 3), sized in
      *** ffx-rec-total records of ffx-slot-len bytes
        open-data-stream section.
            call 'CBL_OPEN_FILE' using data-path ffx-access-mode
                ffx-deny-mode ffx-device ffx-handle
            end-call
            if return-code not = 0
                display 'Cannot open '
                    function trim (data-path) end-display
                move 99 to return-code
                stop run
            end-if

            move ffx-rec-len to ffx-slot-len.
            if ffx-org = 'REL'
                add FFX-REL-HEADER to ffx-slot-len
            end-if

            move 0 to ffx-byte-offset.
            move 0 to ffx-byte-count.
            move 128 to ffx-stream-flags.
            call 'CBL_READ_FILE' using ffx-handle ffx-byte-offset
                ffx-byte-count ffx-stream-flags data-record
            end-call.
            move 0 to ffx-stream-flags.
            move 0 to return-code.

            divide ffx-byte-offset by ffx-slot-len
                giving ffx-rec-total
            end-divide.

            continue.

      ***************************************************************
        close-data-stream section.
            call 'CBL_CLOSE_FILE' using ffx-handle end-call.
            move 0 to return-code.

            continue.

      ***************************************************************
        show-decoded-record section.
            if set-path not = spaces
                display 'Record ' ffx-hit-number ' of '
                    function trim (data-path) ', type '
                    fs-value(ffx-hit-type)
                        (1:fs-value-len(ffx-hit-type))
                    ':' end-display
            else
                display 'Record ' ffx-hit-number ' of '
                    function trim (data-path) ':' end-display
            end-if

      * the fields of its own type's layout
            perform varying ffx-index from fs-first(ffx-hit-type)
                by 1 until ffx-index > fs-last(ffx-hit-type)

                if fx-elementary(ffx-index) = 1
                    and fx-usable(ffx-index) = 1

                    move ffx-index to ffx-code-index
                    perform decode-field-value
                    display '  ' ffx-index ' '
                        fx-name(ffx-index) ' = '
                        ffx-shown-value(1:ffx-shown-len)
                        ' [' function trim (fx-pic(ffx-index))
                        ']'
                    end-display
                    to ffx-pick
            end-if

            if ffx-pick < fs-first(ffx-hit-type)
                or ffx-pick > fs-last(ffx-hit-type)
                or fx-elementary(ffx-pick) = 0
                or fx-usable(ffx-pick) = 0

                exit section
            end-if

            move ffx-pick to ffx-code-index.
            perform decode-field-value.
            move ffx-shown-value to ffx-old-value.

            perform encode-field-value.
            move ffx-encoded-value(1:fx-length(ffx-pick))
                to ffx-rec(ffx-hit-rec)
                    (fx-offset(ffx-pick):fx-length(ffx-pick)).

            add 1 to ffx-changed-count.

            perform check-change-window.
            if ffx-open-flag = 0
                display '  No open change window for '
                    function trim (ffx-file-name)
                    ' -- SAVE will be refused.' end-display
            end-if

            perform write-ledger-entry.

            display '  ' function trim (fx-name(ffx-pick))

            continue.

      ***************************************************************
      *** ----------------- does field ffx-code-index need EBCDIC
      *** translation? Display fields of an EBCDIC file do; packed
      *** and binary bytes never do
        check-field-charset section.
            move 0 to ffx-conv-flag.

            if ffx-charset = 'EBCDIC'
                and fx-usage(ffx-code-index) not = 'PACKED'
                and fx-usage(ffx-code-index) not = 'BINARY'
                and fx-usage(ffx-code-index) not = 'COMP-1'
                and fx-usage(ffx-code-index) not = 'COMP-2'

                move 1 to ffx-conv-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- field ffx-code-index of the hit record
      *** as it should read, into ffx-shown-value: decoded from
      *** EBCDIC, and a signed zoned last digit shown as the plain
      *** digit with the sign in front
        decode-field-value section.
            move spaces to ffx-shown-value.
            move fx-length(ffx-code-index) to ffx-shown-len.
            move ffx-rec(ffx-hit-rec)
                (fx-offset(ffx-code-index):fx-length(ffx-code-index))
                to ffx-shown-value.

            perform check-field-charset.
            if ffx-conv-flag = 0
                exit section
            end-if

            inspect ffx-shown-value(1:fx-length(ffx-code-index))
                converting ffx-identity to ffx-ascii-table.

            if fx-pic(ffx-code-index)(1:1) not = 'S'
                or fx-length(ffx-code-index) >= 80
                exit section
            end-if

            move 0 to ffx-punch-pos.
            perform varying ffx-char-pos from 1 by 1
                until ffx-char-pos > 20

                if ffx-ebcdic-punch(ffx-char-pos:1)
                    = ffx-shown-value(fx-length(ffx-code-index):1)

                    move ffx-char-pos to ffx-punch-pos
                    exit perform
                end-if
            end-perform

            if ffx-punch-pos = 0
                exit section
            end-if

            move ffx-punch-digits(ffx-punch-pos:1)
                to ffx-shown-value(fx-length(ffx-code-index):1).
            move ffx-shown-value to ffx-encoded-value.
            move spaces to ffx-shown-value.
            if ffx-punch-pos > 10
                move '-' to ffx-shown-value(1:1)
            else
                move '+' to ffx-shown-value(1:1)
            end-if
            move ffx-encoded-value(1:fx-length(ffx-code-index))
                to ffx-shown-value(2:).
            add 1 to ffx-shown-len.

            continue.

      ***************************************************************
      *** ----------------- ffx-padded-value in the file's own
      *** encoding, into ffx-encoded-value -- a signed field's last
      *** digit takes the preferred plus zone (C)
        encode-field-value section.
            move ffx-padded-value to ffx-encoded-value.

            perform check-field-charset.
            if ffx-conv-flag = 0
                exit section
            end-if

            inspect ffx-encoded-value(1:fx-length(ffx-code-index))
                converting ffx-ascii-table to ffx-identity.

            if fx-pic(ffx-code-index)(1:1) = 'S'
                inspect ffx-encoded-value
                    (fx-length(ffx-code-index):1)
                    converting ffx-unsigned-zone to ffx-plus-zone
            end-if

            continue.

      ***************************************************************
      *** ----------------- one ledger row per change, the same
      *** sid;module;line;field;old;new;undone;ticket shape
      *** write-ledger-export gives the debugger's own set-backs --
      *** here the signer, the file and the record number stand in
      *** for session, module and line
                    ';' delimited by size
                    function trim (data-path) delimited by size
                    ';' delimited by size
                    ffx-hit-number delimited by size
                    ';' delimited by size
                    function trim (fx-name(ffx-pick))
                        delimited by size
                    ';' delimited by size
                    ffx-padded-value(1:fx-length(ffx-pick))
                        delimited by size
                    ';0;' delimited by size
                    function trim (ffx-open-ticket)
                        delimited by size
                    into ledger-record
                end-string

                exit section
            end-if

            evaluate ffx-org
                when 'IDX'
                    perform rewrite-indexed-record
                    exit section
                when 'SEQ'
                when 'REL'
                    perform rewrite-stream-record
                    exit section
                when other
                    continue
            end-evaluate

            open output data-file.

            if data-file-status not = 0
            move 1 to ffx-saved-flag.

            continue.

      ***************************************************************
      *** ----------------- SEQ/REL: the record's bytes written
      *** back over themselves, nothing else in the file touched
        rewrite-stream-record section.
            move 3 to ffx-access-mode.
            perform open-data-stream.

            move ffx-hit-offset to ffx-byte-offset.
            move ffx-rec-len to ffx-byte-count.
            call 'CBL_WRITE_FILE' using ffx-handle ffx-byte-offset
                ffx-byte-count ffx-stream-flags ffx-rec(1)
            end-call.

            if return-code not = 0
                move 0 to return-code
                display 'Cannot rewrite '
                    function trim (data-path) end-display
                perform close-data-stream
                exit section
            end-if

            perform close-data-stream.

            move 1 to ffx-saved-flag.

            continue.

      ***************************************************************
      *** ----------------- IDX: the file would not open -- most
      *** often a prime key laid out other than the leading 20
      *** bytes, which the file's own description must match
        refuse-indexed-open section.
            display 'Cannot open ' function trim (data-path)
                ' as indexed, file status ' data-file-status
                ' -- the prime key must be the leading 20 bytes'
                ' of the record' end-display.
            move 99 to return-code.
            stop run.

            continue.

      ***************************************************************
      *** ----------------- IDX: read the record again by the
      *** prime key it was found under, and REWRITE it
        rewrite-indexed-record section.
            open i-o data-idx-file.

            if data-file-status not = 0
                display 'Cannot rewrite '
                    function trim (data-path) end-display
                exit section
            end-if

            move ffx-hit-prime-key to data-idx-key.
            read data-idx-file key is data-idx-key end-read.

            if data-file-status = 0
                if ffx-rec(1)(1:length of data-idx-key)
                    not = ffx-hit-prime-key

                    display 'The prime key cannot change -- '
                        'SAVE refused.' end-display
                    close data-idx-file
                    exit section
                end-if

                move ffx-hit-idx-len to ffx-idx-len
                move ffx-rec(1)(1:ffx-idx-len) to data-idx-record
                rewrite data-idx-record end-rewrite
            end-if

            if data-file-status not = 0
                display 'Cannot rewrite '
                    function trim (data-path) ' (status '
                    data-file-status ')' end-display
                close data-idx-file
                exit section
            end-if

            close data-idx-file.

            move 1 to ffx-saved-flag.

            continue.

      ***************************************************************
      *** ----------------- the calendar, and the name the module
      *** patterns are matched against -- the data file's, without
      *** its directory
        load-change-calendar section.
            move 0 to ffx-slash-pos.
            perform varying ffx-char-pos from 1 by 1
                until ffx-char-pos > 256

                if data-path(ffx-char-pos:1) = '/'
                    move ffx-char-pos to ffx-slash-pos
                end-if
            end-perform
            move function upper-case
                    (data-path(ffx-slash-pos + 1:))
                to ffx-file-name.
            move function length (function trim (ffx-file-name))
                to ffx-file-name-len.

            move spaces to chg-path.
            accept chg-path from environment 'COB_CHANGE_CALENDAR'
            end-accept.

            move 0 to ffx-chg-count.

            if chg-path = spaces
                exit section
            end-if

            open input chg-file.
            if chg-file-status not = 0
                display 'Cannot open change calendar '
                    function trim (chg-path) end-display
                move 99 to return-code
                stop run
            end-if

            read chg-file end-read
            perform until chg-file-status not = 0
                or ffx-chg-count >= FFX-CHG-MAX

                if chg-record not = spaces
                    and chg-record(1:1) not = '#'

                    perform take-change-window
                end-if

                read chg-file end-read
            end-perform

            close chg-file

            continue.

      ***************************************************************
        take-change-window section.
            move spaces to ffx-chg-in-ticket.
            move spaces to ffx-chg-in-pattern.
            move spaces to ffx-chg-in-from.
            move spaces to ffx-chg-in-to.
            unstring chg-record delimited by ';'
                into ffx-chg-in-ticket ffx-chg-in-pattern
                    ffx-chg-in-from ffx-chg-in-to
            end-unstring

            if ffx-chg-in-ticket = spaces
                or ffx-chg-in-pattern = spaces

                exit section
            end-if

            add 1 to ffx-chg-count.
            move function trim (ffx-chg-in-ticket)
                to fc-ticket(ffx-chg-count).
            move function upper-case
                    (function trim (ffx-chg-in-pattern))
                to fc-pattern(ffx-chg-count).

            move ffx-chg-in-from to ffx-digits-in.
            perform take-change-digits.
            move ffx-digits-out to fc-from(ffx-chg-count).

            move ffx-chg-in-to to ffx-digits-in.
            perform take-change-digits.
            move ffx-digits-out to fc-to(ffx-chg-count).

            continue.

      ***************************************************************
      *** ----------------- the digits of a date-time, padded
      *** with zeros to yyyymmddhhmmss
        take-change-digits section.
            move all '0' to ffx-digits-out.
            move 0 to ffx-digit-count.

            perform varying ffx-char-pos from 1 by 1
                until ffx-char-pos > 20
                or ffx-digit-count >= 14

                if ffx-digits-in(ffx-char-pos:1) is numeric
                    add 1 to ffx-digit-count
                    move ffx-digits-in(ffx-char-pos:1)
                        to ffx-digits-out(ffx-digit-count:1)
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- may the file be written right now?
      *** A file no window names is not under change control;
      *** one that is named needs one of its windows open
        check-change-window section.
            move 1 to ffx-open-flag.
            move spaces to ffx-open-ticket.

            if ffx-chg-count = 0
                exit section
            end-if

            move function current-date(1:14) to ffx-now.
            move 0 to ffx-controlled-flag.
            move 0 to ffx-open-flag.

            perform varying ffx-chg-index from 1 by 1
                until ffx-chg-index > ffx-chg-count
                or ffx-open-flag = 1

                perform match-change-pattern

                if ffx-match-flag = 1
                    move 1 to ffx-controlled-flag
                    if ffx-now >= fc-from(ffx-chg-index)
                        and ffx-now <= fc-to(ffx-chg-index)

                        move 1 to ffx-open-flag
                        move fc-ticket(ffx-chg-index)
                            to ffx-open-ticket
                    end-if
                end-if
            end-perform

            if ffx-controlled-flag = 0
                move 1 to ffx-open-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- exact, prefix (NAME*), suffix (*NAME)
      *** or everything (*)
        match-change-pattern section.
            move 0 to ffx-match-flag.

            move function length (function trim
                    (fc-pattern(ffx-chg-index)))
                to ffx-pat-len.

            evaluate true
                when fc-pattern(ffx-chg-index) = '*'
                    move 1 to ffx-match-flag
                when fc-pattern(ffx-chg-index)(ffx-pat-len:1) = '*'
                    if ffx-file-name-len >= ffx-pat-len - 1
                        and ffx-file-name(1:ffx-pat-len - 1)
                            = fc-pattern(ffx-chg-index)
                                (1:ffx-pat-len - 1)

                        move 1 to ffx-match-flag
                    end-if
                when fc-pattern(ffx-chg-index)(1:1) = '*'
                    if ffx-file-name-len >= ffx-pat-len - 1
                        and ffx-file-name
                            (ffx-file-name-len - ffx-pat-len
                                + 2:ffx-pat-len - 1)
                            = fc-pattern(ffx-chg-index)
                                (2:ffx-pat-len - 1)

                        move 1 to ffx-match-flag
                    end-if
                when other
                    if ffx-file-name = fc-pattern(ffx-chg-index)
                        move 1 to ffx-match-flag
                    end-if
            end-evaluate

            continue.
