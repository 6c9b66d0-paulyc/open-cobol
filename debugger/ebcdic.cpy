      * ebcdic.cpy
      * EBCDIC display fields -- several input feeds arrive as
      * mainframe extracts, and their text showed as garbage in
      * View Variable and "D FILE". COB_EBCDIC_LIST names what is
      * EBCDIC, one entry per line:
      *   FIELD <data-name>    a field whose storage is EBCDIC
      *   FILE <path>          a data file written in EBCDIC
      * and "D FILE <path> EBCDIC" marks a file for one browse.
      * Display bytes decode through the code page 037 table;
      * zoned decimal signs read the EBCDIC way (C/F zone plus,
      * D zone minus, on the last digit); packed and binary bytes
      * are left exactly as they are. The bytes themselves are
      * never rewritten by looking at them -- the hex dump still
      * shows what is really there.

      ***************************************************************
        load-ebcdic-list section.
            move spaces to eb-path.
            accept eb-path from environment 'COB_EBCDIC_LIST'
            end-accept.

            move 0 to eb-count.

            if eb-path = spaces
                exit section
            end-if

            open input eb-file.
            if eb-file-status = 0
                read eb-file end-read
                perform until eb-file-status not = 0
                    or eb-count >= EB-MAX

                    if eb-record not = spaces
                        and eb-record(1:1) not = '#'

                        add 1 to eb-count
                        move spaces to eb-kind(eb-count)
                        move spaces to eb-name(eb-count)
                        move 1 to tmp-unstring-ptr
                        unstring eb-record delimited by all space
                            into eb-kind(eb-count)
                                 eb-name(eb-count)
                            with pointer tmp-unstring-ptr
                        end-unstring
                        move function upper-case
                            (eb-kind(eb-count)) to eb-kind(eb-count)

      * data names match in any case; paths keep theirs
                        if eb-kind(eb-count) = 'FIELD'
                            move function upper-case
                                (eb-name(eb-count))
                                to eb-name(eb-count)
                        end-if
                    end-if

                    read eb-file end-read
                end-perform

                close eb-file
            end-if

            continue.

      ***************************************************************
      *** ----------------- is eb-check-name (a FIELD or a FILE,
      *** per eb-check-kind) listed as EBCDIC? eb-on-flag = 1 if so
        check-ebcdic-setting section.
            move 0 to eb-on-flag.

            if eb-check-kind = 'FIELD'
                move function upper-case (eb-check-name)
                    to eb-check-name
            end-if

            perform varying eb-index from 1 by 1
                until eb-index > eb-count

                if eb-kind(eb-index) = eb-check-kind
                    and function trim (eb-name(eb-index))
                        = function trim (eb-check-name)

                    move 1 to eb-on-flag
                    exit perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- eb-text(1:eb-length), EBCDIC bytes,
      *** into readable characters in place
        ebcdic-to-ascii section.
            if eb-length = 0
                exit section
            end-if

            inspect eb-text(1:eb-length)
                converting eb-identity to eb-ascii-table.

            continue.

      ***************************************************************
      *** ----------------- and back: eb-text(1:eb-length) into the
      *** EBCDIC bytes that decode to it
        ascii-to-ebcdic section.
            if eb-length = 0
                exit section
            end-if

            inspect eb-text(1:eb-length)
                converting eb-ascii-table to eb-identity.

            continue.

      ***************************************************************
      *** ----------------- eb-text(1:eb-length), already decoded,
      *** read as an EBCDIC signed zoned number: the last digit's
      *** zone became one of {A-I (plus) or }J-R (minus). When the
      *** rest is all digits, eb-zoned-text gets the signed value
      *** and eb-zoned-flag = 1
        ebcdic-zoned-value section.
            move 0 to eb-zoned-flag.
            move spaces to eb-zoned-text.

            if eb-length = 0 or eb-length > 18
                exit section
            end-if

            if eb-length > 1
                if eb-text(1:eb-length - 1) is not numeric
                    exit section
                end-if
            end-if

            move 0 to eb-punch-pos.
            perform varying eb-index from 1 by 1
                until eb-index > 20

                if eb-overpunch-chars(eb-index:1)
                    = eb-text(eb-length:1)

                    move eb-index to eb-punch-pos
                    exit perform
                end-if
            end-perform

            if eb-punch-pos = 0
                exit section
            end-if

            if eb-punch-pos > 10
                move '-' to eb-zoned-text(1:1)
                compute eb-punch-digit = eb-punch-pos - 11
                end-compute
            else
                move '+' to eb-zoned-text(1:1)
                compute eb-punch-digit = eb-punch-pos - 1
                end-compute
            end-if

            if eb-length > 1
                move eb-text(1:eb-length - 1)
                    to eb-zoned-text(2:)
            end-if
            move eb-punch-digit to eb-zoned-text(eb-length + 1:1).
            move 1 to eb-zoned-flag.

            continue.
