      * every record.
      *   COB_FILECMP_A / COB_FILECMP_B   the two data files
      *   COB_FILECMP_MAP                 the <group>.layout export
      *   COB_FILECMP_LAYOUT_SET          or, for a file mixing
      *                                   record types, the layout
      *                                   set (below) in its place
      *   COB_FILECMP_KEY                 the key field's name
      *   COB_FILECMP_REPORT              the report
      *                                   (default gc-filecmp.report)
      *   COB_FILECMP_A_CHARSET /
      *   COB_FILECMP_B_CHARSET           EBCDIC for a mainframe
      *                                   extract (default ASCII)
      *   COB_FILECMP_A_ORG /
      *   COB_FILECMP_B_ORG               LINE, SEQ (fixed-length
      *                                   record sequential), REL
      *                                   (relative) or IDX
      *                                   (indexed) -- default LINE
      *   COB_FILECMP_A_RECLEN /
      *   COB_FILECMP_B_RECLEN            record length for SEQ,
      *                                   REL and IDX (default the
      *                                   map's record size)
      * An EBCDIC side's display fields are decoded (code page
      * 037) before the compare, and its zoned signs read the
      * EBCDIC way, so an extract compares equal to its ASCII
      * twin; packed and binary fields are compared as bytes.
      * SEQ and REL sides are read by byte offset through the
      * byte-stream routines (the record length being a run-time
      * setting); a relative slot is an FCM-REL-HEADER-byte length
      * word plus the record, and empty slots are skipped. An IDX
      * side is read in prime-key order, the key being the leading
      * 20 bytes of the record.
      * A layout set holds one row per record type:
      *   type-position;type-value;layout-export
      * -- a record whose bytes at type-position read type-value
      * (as many bytes as the value has) is decoded and compared
      * through that export; the first row that fits wins. Records
      * match only within their type, by the key field where the
      * type's layout has it and by order of appearance where it
      * has not (headers and trailers); records whose type code no
      * row names are reported apart, not compared.
      * Side B is held in memory (up to its record cap); side A
      * streams against it. The return code carries the count of
      * fields with breaks.
                organization is line sequential
                file status is side-b-status.

            select side-a-idx-file assign to side-a-path
                organization is indexed
                access mode is sequential
                record key is side-a-idx-key
                file status is side-a-status.

            select side-b-idx-file assign to side-b-path
                organization is indexed
                access mode is sequential
                record key is side-b-idx-key
                file status is side-b-status.

            select map-file assign to map-path
                organization is line sequential
                file status is map-file-status.

            select set-file assign to set-path
                organization is line sequential
                file status is set-file-status.

            select report-file assign to report-path
                organization is line sequential
                file status is report-file-status.
        fd  side-b-file.
            01 side-b-record        pic x(512).

        fd  side-a-idx-file
            record is varying in size from 20 to 512 characters
                depending on fcm-a-idx-len.
            01 side-a-idx-record.
                05 side-a-idx-key   pic x(20).
                05 filler           pic x(492).

        fd  side-b-idx-file
            record is varying in size from 20 to 512 characters
                depending on fcm-b-idx-len.
            01 side-b-idx-record.
                05 side-b-idx-key   pic x(20).
                05 filler           pic x(492).

        fd  map-file.
            01 map-record           pic x(100).

        fd  set-file.
            01 set-record           pic x(300).

        fd  report-file.
            01 report-line          pic x(132).

        working-storage section.

            78 FCM-FIELD-MAX        value 200.
            78 FCM-SET-MAX          value 10.
            78 FCM-REC-MAX          value 2000.
            78 FCM-SAMPLE-MAX       value 3.

            01 side-b-status                pic 99.
            01 map-path                     pic x(256) value spaces.
            01 map-file-status              pic 99.
            01 set-path                     pic x(256) value spaces.
            01 set-file-status              pic 99.
            01 report-path                  pic x(256) value spaces.
            01 report-file-status           pic 99.
            01 fcm-key-name                 pic x(30) value spaces.
            01 fcm-a-charset                pic x(8) value spaces.
            01 fcm-b-charset                pic x(8) value spaces.

      * each side's organization and record length; SEQ and REL
      * sides go through the byte-stream routines
            78 FCM-REL-HEADER       value 8.
            01 fcm-a-org                    pic x(4) value spaces.
            01 fcm-b-org                    pic x(4) value spaces.
            01 fcm-reclen-text              pic x(8) value spaces.
            77 fcm-a-rec-len                pic 9(5) value 0.
            77 fcm-b-rec-len                pic 9(5) value 0.
            77 fcm-a-idx-len                pic 9(5) value 0.
            77 fcm-b-idx-len                pic 9(5) value 0.
            77 fcm-a-slot-len               pic 9(5) value 0.
            77 fcm-b-slot-len               pic 9(5) value 0.
            77 fcm-a-total                  pic 9(9) value 0.
            77 fcm-b-total                  pic 9(9) value 0.
            77 fcm-a-next                   pic 9(9) value 0.
            77 fcm-b-next                   pic 9(9) value 0.
            01 fcm-a-handle                 pic x(4).
            01 fcm-b-handle                 pic x(4).
            01 fcm-access-mode              pic x comp-x value 1.
            01 fcm-deny-mode                pic x comp-x value 0.
            01 fcm-device                   pic x comp-x value 0.
            01 fcm-byte-offset              pic x(8) comp-x.
            01 fcm-byte-count               pic x(4) comp-x.
            01 fcm-stream-flags             pic x comp-x value 0.
            01 fcm-slot-header              pic x(8).

      * the layout rows -- level kept so only elementary
      * fields (next row not deeper) are compared
            77 fcm-field-count              pic 9(3) value 0.
            01 fcm-field-tbl.
                05 fcm-field-row occurs FCM-FIELD-MAX.
                    10 ff-level              pic 9(2).
                    10 ff-type-row           pic 9(2).
                    10 ff-name               pic x(30).
                    10 ff-offset             pic 9(5).
                    10 ff-length             pic 9(5).
                    10 ff-usage              pic x(8).
                    10 ff-pic                pic x(12).
                    10 ff-usable             pic 9.
                    10 ff-elementary         pic 9.
                    10 ff-break-count        pic 9(6).
                    10 ff-sample occurs FCM-SAMPLE-MAX
                                             pic x(90).

            77 fcm-key-index                pic 9(3) value 0.

      * the record types -- one row per layout-set row, or a
      * single catch-all row (position 0) for a plain map; each
      * names its slice of fcm-field-tbl and its key field
            77 fcm-set-count                pic 9(2) value 0.
            01 fcm-set-tbl.
                05 fcm-set-row occurs FCM-SET-MAX.
                    10 fs-position           pic 9(5).
                    10 fs-value              pic x(20).
                    10 fs-value-len          pic 9(2).
                    10 fs-a-match            pic x(20).
                    10 fs-b-match            pic x(20).
                    10 fs-layout-path        pic x(256).
                    10 fs-first              pic 9(3).
                    10 fs-last               pic 9(3).
                    10 fs-key-index          pic 9(3).
                    10 fs-a-seen             pic 9(6).
                    10 fs-b-seen             pic 9(6).
            77 fcm-set-index                pic 9(2) value 0.
            77 fcm-type-row                 pic 9(2) value 0.
            01 fcm-type-side                pic x value space.
            01 fcm-type-record              pic x(512).
            01 fcm-set-in-pos               pic x(10) value spaces.
            77 fcm-layout-size              pic 9(5) value 0.
            77 fcm-range-first              pic 9(3) value 0.
            77 fcm-range-last               pic 9(3) value 0.
            01 fcm-ordinal                  pic 9(6) value 0.

      * records no layout-set row claims
            77 fcm-a-unknown                pic 9(6) value 0.
            77 fcm-b-unknown                pic 9(6) value 0.
            77 fcm-unknown-count            pic 9 value 0.
            01 fcm-unknown-tbl.
                05 fcm-unknown-sample occurs 6 pic x(90).

      * side B, in memory, with a matched flag per record
            77 fcm-b-count                  pic 9(4) value 0.
                05 fcm-b-row occurs FCM-REC-MAX.
                    10 fb-data               pic x(512).
                    10 fb-matched            pic 9.
                    10 fb-type               pic 9(2).
                    10 fb-key                pic x(40).
            77 fcm-b-truncated              pic 9 value 0.

      * map-row parse scratch
            01 fcm-token-4                  pic x(30).
            01 fcm-token-5                  pic x(30).
            01 fcm-token-6                  pic x(30).
            01 fcm-token-7                  pic x(30).
            01 fcm-token-8                  pic x(30).
            77 fcm-tok-ptr                  pic 9(3) value 0.

            77 fcm-index                    pic 9(3) value 0.
            77 fcm-b-index                  pic 9(4) value 0.
            77 fcm-found-index              pic 9(4) value 0.
            01 fcm-a-key                    pic x(40) value spaces.
            77 fcm-matched-count            pic 9(6) value 0.
            77 fcm-broken-fields            pic 9(3) value 0.

      * EBCDIC decoding -- the code page 037 pair INSPECT
      * CONVERTING translates through, and the zoned last digit
      * the EBCDIC way round and the native way
            01 fcm-ebcdic-record            pic x(512).
            01 fcm-identity-values.
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
            01 fcm-identity redefines fcm-identity-values
                                            pic x(256).
            01 fcm-ascii-values.
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
            01 fcm-ascii-table redefines fcm-ascii-values
                                            pic x(256).
            77 fcm-ebcdic-punch             pic x(20)
                value '{ABCDEFGHI}JKLMNOPQR'.
            77 fcm-native-punch             pic x(20)
                value '0123456789pqrstuvwxy'.

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to side-a-path.
            accept side-a-path from environment 'COB_FILECMP_A'
            end-accept.
            move spaces to map-path.
            accept map-path from environment 'COB_FILECMP_MAP'
            end-accept.
            move spaces to set-path.
            accept set-path from environment
                'COB_FILECMP_LAYOUT_SET' end-accept.
            move spaces to fcm-key-name.
            accept fcm-key-name from environment 'COB_FILECMP_KEY'
            end-accept.

            if side-a-path = spaces or side-b-path = spaces
                or (map-path = spaces and set-path = spaces)
                or fcm-key-name = spaces

                display 'Set COB_FILECMP_A, COB_FILECMP_B, '
                    'COB_FILECMP_MAP (or COB_FILECMP_LAYOUT_SET) '
                    'and COB_FILECMP_KEY.'
                end-display
                move 99 to return-code
                stop run
            move function upper-case (fcm-key-name)
                to fcm-key-name.

            move spaces to fcm-a-charset.
            accept fcm-a-charset from environment
                'COB_FILECMP_A_CHARSET' end-accept.
            move function upper-case (fcm-a-charset)
                to fcm-a-charset.
            if fcm-a-charset = spaces
                move 'ASCII' to fcm-a-charset
            end-if.
            move spaces to fcm-b-charset.
            accept fcm-b-charset from environment
                'COB_FILECMP_B_CHARSET' end-accept.
            move function upper-case (fcm-b-charset)
                to fcm-b-charset.
            if fcm-b-charset = spaces
                move 'ASCII' to fcm-b-charset
            end-if.

            move spaces to fcm-a-org.
            accept fcm-a-org from environment
                'COB_FILECMP_A_ORG' end-accept.
            move function upper-case (fcm-a-org) to fcm-a-org.
            if fcm-a-org not = 'SEQ' and not = 'REL'
                and not = 'IDX'
                move 'LINE' to fcm-a-org
            end-if.
            move spaces to fcm-b-org.
            accept fcm-b-org from environment
                'COB_FILECMP_B_ORG' end-accept.
            move function upper-case (fcm-b-org) to fcm-b-org.
            if fcm-b-org not = 'SEQ' and not = 'REL'
                and not = 'IDX'
                move 'LINE' to fcm-b-org
            end-if.

            move spaces to fcm-reclen-text.
            accept fcm-reclen-text from environment
                'COB_FILECMP_A_RECLEN' end-accept.
            if fcm-reclen-text not = spaces
                and function trim (fcm-reclen-text) is numeric
                move function numval (fcm-reclen-text)
                    to fcm-a-rec-len
            end-if.
            move spaces to fcm-reclen-text.
            accept fcm-reclen-text from environment
                'COB_FILECMP_B_RECLEN' end-accept.
            if fcm-reclen-text not = spaces
                and function trim (fcm-reclen-text) is numeric
                move function numval (fcm-reclen-text)
                    to fcm-b-rec-len
            end-if.

            move spaces to report-path.
            accept report-path from environment
                'COB_FILECMP_REPORT' end-accept.
                move 'gc-filecmp.report' to report-path
            end-if.

            move 0 to fcm-field-count.
            move 0 to fcm-set-count.
            if set-path not = spaces
                perform load-layout-set
            else
                move 1 to fcm-set-count
                move 1 to fcm-set-index
                move 0 to fs-position(1)
                move spaces to fs-value(1)
                move 0 to fs-value-len(1)
                perform load-layout-map
            end-if.

            if fcm-key-index = 0
                display 'Key field '
                stop run
            end-if.

      * an unset record length is the map's record (its 01 row),
      * the longest of them for a layout set
            if fcm-a-rec-len = 0
                if fcm-layout-size > 0
                    move fcm-layout-size to fcm-a-rec-len
                else
                    move length of side-a-record to fcm-a-rec-len
                end-if
            end-if.
            if fcm-a-rec-len > length of side-a-record
                move length of side-a-record to fcm-a-rec-len
            end-if.
            if fcm-b-rec-len = 0
                if fcm-layout-size > 0
                    move fcm-layout-size to fcm-b-rec-len
                else
                    move length of side-b-record to fcm-b-rec-len
                end-if
            end-if.
            if fcm-b-rec-len > length of side-b-record
                move length of side-b-record to fcm-b-rec-len
            end-if.

      * the type codes as each side's bytes carry them
            perform varying fcm-set-index from 1 by 1
                until fcm-set-index > fcm-set-count

                move fs-value(fcm-set-index)
                    to fs-a-match(fcm-set-index)
                move fs-value(fcm-set-index)
                    to fs-b-match(fcm-set-index)
                if fcm-a-charset = 'EBCDIC'
                    inspect fs-a-match(fcm-set-index)
                        converting fcm-ascii-table to fcm-identity
                end-if
                if fcm-b-charset = 'EBCDIC'
                    inspect fs-b-match(fcm-set-index)
                        converting fcm-ascii-table to fcm-identity
                end-if
                move 0 to fs-a-seen(fcm-set-index)
                move 0 to fs-b-seen(fcm-set-index)
            end-perform.

            perform load-side-b.
            perform stream-side-a.
            perform count-b-unmatched.
      *** ----------------- the layout export's rows --
      *** "<level> <name> off <offset> len <len> <usage> <pic>";
      *** rows whose offset shows as ????? are unusable, and only
      *** elementary rows (next row not deeper) are compared. Rows
      *** are added after those already loaded, as the slice of
      *** record type fcm-set-index
        load-layout-map section.
            compute fs-first(fcm-set-index) = fcm-field-count + 1
            end-compute.
            move 0 to fs-key-index(fcm-set-index).

            open input map-file.


            close map-file

            move fcm-field-count to fs-last(fcm-set-index).

      * the record size is the 01 row's length
            move fs-first(fcm-set-index) to fcm-index.
            if fcm-index <= fcm-field-count
                if ff-usable(fcm-index) = 1
                    and ff-length(fcm-index) > fcm-layout-size
                    move ff-length(fcm-index) to fcm-layout-size
                end-if
            end-if

      * elementary = the last row, or one whose follower
      * is not deeper -- same rule lm-compute-offsets applies
            perform varying fcm-index from fs-first(fcm-set-index)
                by 1 until fcm-index > fs-last(fcm-set-index)

                move 1 to ff-elementary(fcm-index)
                if fcm-index < fs-last(fcm-set-index)
                    if ff-level(fcm-index + 1)
                        > ff-level(fcm-index)


                if ff-elementary(fcm-index) = 1
                    and ff-usable(fcm-index) = 1
                    and fs-key-index(fcm-set-index) = 0
                    and function upper-case
                        (function trim (ff-name(fcm-index)))
                        = function trim (fcm-key-name)

                    move fcm-index to fs-key-index(fcm-set-index)
                    move fcm-index to fcm-key-index
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
                or fcm-set-count >= FCM-SET-MAX

                if set-record not = spaces
                    and set-record(1:1) not = '#'

                    add 1 to fcm-set-count
                    move spaces to fcm-set-in-pos
                    move spaces to fs-value(fcm-set-count)
                    move spaces to fs-layout-path(fcm-set-count)
                    move 1 to fcm-tok-ptr
                    unstring set-record delimited by ';'
                        into fcm-set-in-pos
                             fs-value(fcm-set-count)
                             fs-layout-path(fcm-set-count)
                        with pointer fcm-tok-ptr
                    end-unstring

                    move 0 to fs-position(fcm-set-count)
                    if fcm-set-in-pos not = spaces
                        and function trim (fcm-set-in-pos)
                            is numeric
                        move function numval (fcm-set-in-pos)
                            to fs-position(fcm-set-count)
                    end-if
                    move function trim (fs-value(fcm-set-count))
                        to fs-value(fcm-set-count)
                    move 0 to fs-value-len(fcm-set-count)
                    if fs-value(fcm-set-count) not = spaces
                        move function length (function trim
                            (fs-value(fcm-set-count)))
                            to fs-value-len(fcm-set-count)
                    end-if
                    move function trim
                        (fs-layout-path(fcm-set-count))
                        to fs-layout-path(fcm-set-count)

                    if fs-position(fcm-set-count) = 0
                        or fs-value-len(fcm-set-count) = 0
                        or fs-layout-path(fcm-set-count) = spaces
                        display 'Layout set row ignored: '
                            function trim (set-record) end-display
                        subtract 1 from fcm-set-count
                    end-if
                end-if

                read set-file end-read
            end-perform

            close set-file

            perform varying fcm-set-index from 1 by 1
                until fcm-set-index > fcm-set-count

                move fs-layout-path(fcm-set-index) to map-path
                perform load-layout-map
            end-perform

            continue.

      ***************************************************************
      *** ----------------- which record type fcm-type-record is,
      *** read as side fcm-type-side stores it: fcm-type-row, 0
      *** when no row claims it
        find-record-type section.
            move 0 to fcm-type-row.

            perform varying fcm-set-index from 1 by 1
                until fcm-set-index > fcm-set-count
                or fcm-type-row not = 0

                evaluate true
                    when fs-position(fcm-set-index) = 0
                        move fcm-set-index to fcm-type-row
                    when fs-position(fcm-set-index)
                        + fs-value-len(fcm-set-index)
                        > length of fcm-type-record + 1
                        continue
                    when fcm-type-side = 'A'
                        and fcm-type-record
                            (fs-position(fcm-set-index):
                             fs-value-len(fcm-set-index))
                            = fs-a-match(fcm-set-index)
                                (1:fs-value-len(fcm-set-index))
                        move fcm-set-index to fcm-type-row
                    when fcm-type-side = 'B'
                        and fcm-type-record
                            (fs-position(fcm-set-index):
                             fs-value-len(fcm-set-index))
                            = fs-b-match(fcm-set-index)
                                (1:fs-value-len(fcm-set-index))
                        move fcm-set-index to fcm-type-row
                    when other
                        continue
                end-evaluate
            end-perform

            if fcm-type-row not = 0
                move fs-first(fcm-type-row) to fcm-range-first
                move fs-last(fcm-type-row) to fcm-range-last
            end-if

            continue.

      ***************************************************************
      *** ----------------- a record of no known type: counted,
      *** and the first few kept for the report
        note-unknown-record section.
            if fcm-unknown-count < 6
                add 1 to fcm-unknown-count
                move spaces to fcm-unknown-sample(fcm-unknown-count)
                if fcm-type-side = 'A'
                    move fcm-a-records to fcm-ordinal
                else
                    move fcm-b-count to fcm-ordinal
                end-if
                string fcm-type-side delimited by size
                    ' record ' delimited by size
                    fcm-ordinal delimited by size
                    ': ' delimited by size
                    fcm-type-record(1:60) delimited by size
                    into fcm-unknown-sample(fcm-unknown-count)
                end-string
            end-if

            continue.

      ***************************************************************
      *** ----------------- the match key of fcm-type-record, a
      *** record of type fcm-type-row, into fcm-a-key: its key
      *** field, or "#n" -- its place among the records of its
      *** type on that side -- when the type's layout has none
        take-record-key section.
            move spaces to fcm-a-key.

            if fs-key-index(fcm-type-row) > 0
                move fcm-type-record
                    (ff-offset(fs-key-index(fcm-type-row)):
                     ff-length(fs-key-index(fcm-type-row)))
                    to fcm-a-key
                exit section
            end-if

            if fcm-type-side = 'A'
                add 1 to fs-a-seen(fcm-type-row)
                move fs-a-seen(fcm-type-row) to fcm-ordinal
            else
                add 1 to fs-b-seen(fcm-type-row)
                move fs-b-seen(fcm-type-row) to fcm-ordinal
            end-if
            string '#' delimited by size
                fcm-ordinal delimited by size
                into fcm-a-key
            end-string

            continue.

      ***************************************************************
        parse-one-map-row section.
            move 1 to fcm-tok-ptr.
            move spaces to fcm-token-4.
            move spaces to fcm-token-5.
            move spaces to fcm-token-6.
            move spaces to fcm-token-7.
            move spaces to fcm-token-8.

            unstring map-record delimited by all space
                into fcm-token-1 fcm-token-2 fcm-token-3
                    fcm-token-4 fcm-token-5 fcm-token-6
                    fcm-token-7 fcm-token-8
                with pointer fcm-tok-ptr
            end-unstring

            move function numval (fcm-token-1)
                to ff-level(fcm-field-count).
            move fcm-token-2 to ff-name(fcm-field-count).
            move fcm-set-index to ff-type-row(fcm-field-count).
            move fcm-token-7 to ff-usage(fcm-field-count).
            move function upper-case (fcm-token-8)
                to ff-pic(fcm-field-count).
            move 0 to ff-break-count(fcm-field-count).
            move 0 to ff-sample-count(fcm-field-count).

        load-side-b section.
            move 0 to fcm-b-count.

            perform open-side-b.

            if side-b-status not = 0
                display 'Cannot open ' function trim (side-b-path)
                stop run
            end-if

            perform read-side-b-record
            perform until side-b-status not = 0
                if fcm-b-count >= FCM-REC-MAX
                    move 1 to fcm-b-truncated
                end-if

                add 1 to fcm-b-count
                move side-b-record to fcm-type-record
                move 'B' to fcm-type-side
                perform find-record-type

                if fcm-type-row = 0
                    add 1 to fcm-b-unknown
                    perform note-unknown-record
                else
                    if fcm-b-charset = 'EBCDIC'
                        move side-b-record to fcm-ebcdic-record
                        perform decode-ebcdic-record
                        move fcm-ebcdic-record to side-b-record
                    end-if
                    move side-b-record to fcm-type-record
                    perform take-record-key
                    move fcm-a-key to fb-key(fcm-b-count)
                end-if
                move side-b-record to fb-data(fcm-b-count)
                move fcm-type-row to fb-type(fcm-b-count)
      * an unknown type is never matched
                if fcm-type-row = 0
                    move 1 to fb-matched(fcm-b-count)
                else
                    move 0 to fb-matched(fcm-b-count)
                end-if

                perform read-side-b-record
            end-perform

            perform close-side-b

            continue.

      ***************************************************************
        stream-side-a section.
            perform open-side-a.

            if side-a-status not = 0
                display 'Cannot open ' function trim (side-a-path)
                stop run
            end-if

            perform read-side-a-record
            perform until side-a-status not = 0
                add 1 to fcm-a-records
                move side-a-record to fcm-type-record
                move 'A' to fcm-type-side
                perform find-record-type

                if fcm-type-row = 0
                    add 1 to fcm-a-unknown
                    perform note-unknown-record
                else
                    if fcm-a-charset = 'EBCDIC'
                        move side-a-record to fcm-ebcdic-record
                        perform decode-ebcdic-record
                        move fcm-ebcdic-record to side-a-record
                    end-if
                    perform match-one-a-record
                end-if
                perform read-side-a-record
            end-perform

            perform close-side-a

            continue.

      ***************************************************************
      *** ----------------- side A open for reading, whatever its
      *** organization; side-a-status 0 when it is
        open-side-a section.
            evaluate fcm-a-org
                when 'IDX'
                    open input side-a-idx-file
                when 'SEQ'
                when 'REL'
                    move 35 to side-a-status
                    call 'CBL_OPEN_FILE' using side-a-path
                        fcm-access-mode fcm-deny-mode fcm-device
                        fcm-a-handle
                    end-call
                    if return-code = 0
                        move 0 to side-a-status
                        move fcm-a-rec-len to fcm-a-slot-len
                        if fcm-a-org = 'REL'
                            add FCM-REL-HEADER to fcm-a-slot-len
                        end-if
                        move 0 to fcm-byte-offset
                        move 0 to fcm-byte-count
                        move 128 to fcm-stream-flags
                        call 'CBL_READ_FILE' using fcm-a-handle
                            fcm-byte-offset fcm-byte-count
                            fcm-stream-flags side-a-record
                        end-call
                        move 0 to fcm-stream-flags
                        divide fcm-byte-offset by fcm-a-slot-len
                            giving fcm-a-total
                        end-divide
                        move 0 to fcm-a-next
                    end-if
                    move 0 to return-code
                when other
                    open input side-a-file
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- the next side A record into
      *** side-a-record; side-a-status 10 at the end
        read-side-a-record section.
            evaluate fcm-a-org
                when 'IDX'
                    read side-a-idx-file end-read
                    if side-a-status = 0
                        move spaces to side-a-record
                        move side-a-idx-record(1:fcm-a-idx-len)
                            to side-a-record
                    end-if
                when 'SEQ'
                when 'REL'
                    move spaces to side-a-record
                    move 10 to side-a-status
                    perform until fcm-a-next >= fcm-a-total
                        or side-a-status = 0

                        add 1 to fcm-a-next
                        compute fcm-byte-offset =
                            (fcm-a-next - 1) * fcm-a-slot-len
                        end-compute
                        move low-values to fcm-slot-header
                        if fcm-a-org = 'REL'
                            move FCM-REL-HEADER to fcm-byte-count
                            call 'CBL_READ_FILE' using fcm-a-handle
                                fcm-byte-offset fcm-byte-count
                                fcm-stream-flags fcm-slot-header
                            end-call
                            add FCM-REL-HEADER to fcm-byte-offset
                        end-if

      * an empty relative slot holds no record
                        if fcm-a-org = 'SEQ'
                            or fcm-slot-header not = low-values

                            move fcm-a-rec-len to fcm-byte-count
                            call 'CBL_READ_FILE' using fcm-a-handle
                                fcm-byte-offset fcm-byte-count
                                fcm-stream-flags side-a-record
                            end-call
                            move 0 to side-a-status
                        end-if
                    end-perform
                    move 0 to return-code
                when other
                    read side-a-file end-read
            end-evaluate

            continue.

      ***************************************************************
        close-side-a section.
            evaluate fcm-a-org
                when 'IDX'
                    close side-a-idx-file
                when 'SEQ'
                when 'REL'
                    call 'CBL_CLOSE_FILE' using fcm-a-handle end-call
                    move 0 to return-code
                when other
                    close side-a-file
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- side B, the same way round
        open-side-b section.
            evaluate fcm-b-org
                when 'IDX'
                    open input side-b-idx-file
                when 'SEQ'
                when 'REL'
                    move 35 to side-b-status
                    call 'CBL_OPEN_FILE' using side-b-path
                        fcm-access-mode fcm-deny-mode fcm-device
                        fcm-b-handle
                    end-call
                    if return-code = 0
                        move 0 to side-b-status
                        move fcm-b-rec-len to fcm-b-slot-len
                        if fcm-b-org = 'REL'
                            add FCM-REL-HEADER to fcm-b-slot-len
                        end-if
                        move 0 to fcm-byte-offset
                        move 0 to fcm-byte-count
                        move 128 to fcm-stream-flags
                        call 'CBL_READ_FILE' using fcm-b-handle
                            fcm-byte-offset fcm-byte-count
                            fcm-stream-flags side-b-record
                        end-call
                        move 0 to fcm-stream-flags
                        divide fcm-byte-offset by fcm-b-slot-len
                            giving fcm-b-total
                        end-divide
                        move 0 to fcm-b-next
                    end-if
                    move 0 to return-code
                when other
                    open input side-b-file
            end-evaluate

            continue.

      ***************************************************************
        read-side-b-record section.
            evaluate fcm-b-org
                when 'IDX'
                    read side-b-idx-file end-read
                    if side-b-status = 0
                        move spaces to side-b-record
                        move side-b-idx-record(1:fcm-b-idx-len)
                            to side-b-record
                    end-if
                when 'SEQ'
                when 'REL'
                    move spaces to side-b-record
                    move 10 to side-b-status
                    perform until fcm-b-next >= fcm-b-total
                        or side-b-status = 0

                        add 1 to fcm-b-next
                        compute fcm-byte-offset =
                            (fcm-b-next - 1) * fcm-b-slot-len
                        end-compute
                        move low-values to fcm-slot-header
                        if fcm-b-org = 'REL'
                            move FCM-REL-HEADER to fcm-byte-count
                            call 'CBL_READ_FILE' using fcm-b-handle
                                fcm-byte-offset fcm-byte-count
                                fcm-stream-flags fcm-slot-header
                            end-call
                            add FCM-REL-HEADER to fcm-byte-offset
                        end-if

                        if fcm-b-org = 'SEQ'
                            or fcm-slot-header not = low-values

                            move fcm-b-rec-len to fcm-byte-count
                            call 'CBL_READ_FILE' using fcm-b-handle
                                fcm-byte-offset fcm-byte-count
                                fcm-stream-flags side-b-record
                            end-call
                            move 0 to side-b-status
                        end-if
                    end-perform
                    move 0 to return-code
                when other
                    read side-b-file end-read
            end-evaluate

            continue.

      ***************************************************************
        close-side-b section.
            evaluate fcm-b-org
                when 'IDX'
                    close side-b-idx-file
                when 'SEQ'
                when 'REL'
                    call 'CBL_CLOSE_FILE' using fcm-b-handle end-call
                    move 0 to return-code
                when other
                    close side-b-file
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- fcm-ebcdic-record's mapped display
      *** fields decoded from EBCDIC in place; a signed field's
      *** zoned last digit turned into the native sign, so a
      *** negative reads the same on either side. Packed and
      *** binary fields are left as they are. The fields are those
      *** of the record's type (fcm-range-first thru -last)
        decode-ebcdic-record section.
            perform varying fcm-index from fcm-range-first by 1
                until fcm-index > fcm-range-last

                if ff-elementary(fcm-index) = 1
                    and ff-usable(fcm-index) = 1
                    and ff-offset(fcm-index) + ff-length(fcm-index)
                        <= length of fcm-ebcdic-record + 1
                    and ff-usage(fcm-index) not = 'PACKED'
                    and ff-usage(fcm-index) not = 'BINARY'
                    and ff-usage(fcm-index) not = 'COMP-1'
                    and ff-usage(fcm-index) not = 'COMP-2'

                    inspect fcm-ebcdic-record(ff-offset(fcm-index):
                        ff-length(fcm-index))
                        converting fcm-identity to fcm-ascii-table

                    if ff-pic(fcm-index)(1:1) = 'S'
                        inspect fcm-ebcdic-record
                            (ff-offset(fcm-index)
                                + ff-length(fcm-index) - 1:1)
                            converting fcm-ebcdic-punch
                                to fcm-native-punch
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the side A record, of type
      *** fcm-type-row, against the unmatched B records of the
      *** same type and key
        match-one-a-record section.
            move side-a-record to fcm-type-record.
            perform take-record-key.

            move 0 to fcm-found-index.
            perform varying fcm-b-index from 1 by 1
                or fcm-found-index not = 0

                if fb-matched(fcm-b-index) = 0
                    and fb-type(fcm-b-index) = fcm-type-row
                    and fb-key(fcm-b-index) = fcm-a-key

                    move fcm-b-index to fcm-found-index
                end-if

      ***************************************************************
        compare-matched-pair section.
            perform varying fcm-index from fcm-range-first by 1
                until fcm-index > fcm-range-last

                if ff-elementary(fcm-index) = 1
                    and ff-usable(fcm-index) = 1
                until fcm-b-index > fcm-b-count

                if fb-matched(fcm-b-index) = 0
                    and fb-type(fcm-b-index) not = 0
                    add 1 to fcm-b-unmatched
                end-if
            end-perform
            end-string
            write report-line

            if fcm-a-charset = 'EBCDIC' or fcm-b-charset = 'EBCDIC'
                move spaces to report-line
                string 'Character sets -- A: ' delimited by size
                    function trim (fcm-a-charset) delimited by size
                    '  B: ' delimited by size
                    function trim (fcm-b-charset) delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            if fcm-a-org not = 'LINE' or fcm-b-org not = 'LINE'
                move spaces to report-line
                string 'Organizations -- A: ' delimited by size
                    function trim (fcm-a-org) delimited by size
                    ' ' delimited by size
                    fcm-a-rec-len delimited by size
                    '  B: ' delimited by size
                    function trim (fcm-b-org) delimited by size
                    ' ' delimited by size
                    fcm-b-rec-len delimited by size
                    into report-line
                end-string
                write report-line
            end-if

            move spaces to report-line.
            string 'Matched on ' delimited by size
                function trim (fcm-key-name) delimited by size
            end-string
            write report-line

            if set-path not = spaces
                move spaces to report-line
                string 'Layout set: ' delimited by size
                    function trim (set-path) delimited by size
                    into report-line
                end-string
                write report-line

                perform varying fcm-set-index from 1 by 1
                    until fcm-set-index > fcm-set-count

                    move spaces to report-line
                    string '  type ' delimited by size
                        fs-value(fcm-set-index)
                            (1:fs-value-len(fcm-set-index))
                            delimited by size
                        ' at ' delimited by size
                        fs-position(fcm-set-index)
                            delimited by size
                        ': ' delimited by size
                        function trim
                            (fs-layout-path(fcm-set-index))
                            delimited by size
                        into report-line
                    end-string
                    write report-line
                end-perform

                move spaces to report-line
                string 'Unknown record types -- A: ' delimited by size
                    fcm-a-unknown delimited by size
                    '  B: ' delimited by size
                    fcm-b-unknown delimited by size
                    ' (not compared)' delimited by size
                    into report-line
                end-string
                write report-line

                perform varying fcm-b-index from 1 by 1
                    until fcm-b-index > fcm-unknown-count

                    move spaces to report-line
                    string '    ' delimited by size
                        fcm-unknown-sample(fcm-b-index)
                            delimited by size
                        into report-line
                    end-string
                    write report-line
                end-perform
            end-if

            if fcm-b-truncated = 1
                move spaces to report-line
                string 'Note: side B exceeded ' delimited by size
                    add 1 to fcm-broken-fields

                    move spaces to report-line
                    move 1 to fcm-tok-ptr
                    string '  ' delimited by size
                        into report-line
                        with pointer fcm-tok-ptr
                    end-string
      * a layout set's fields go by type, the names repeating
                    if set-path not = spaces
                        move ff-type-row(fcm-index) to fcm-set-index
                        string '[' delimited by size
                            fs-value(fcm-set-index)
                                (1:fs-value-len(fcm-set-index))
                                delimited by size
                            '] ' delimited by size
                            into report-line
                            with pointer fcm-tok-ptr
                        end-string
                    end-if
                    string function trim (ff-name(fcm-index))
                            delimited by size
                        '  ' delimited by size
                        ff-break-count(fcm-index)
                            delimited by size
                        ' break(s)' delimited by size
                        into report-line
                        with pointer fcm-tok-ptr
                    end-string
                    write report-line

