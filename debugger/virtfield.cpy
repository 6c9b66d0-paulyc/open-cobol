
            move 0 to vf-count.

            move vf-path to sf-list-path.
            move 'D' to sf-list-kind.
            perform check-saved-list.
            move sf-load-path to vf-path.

            open input vf-file.
            if vf-file-status = 0
                read vf-file end-read
                close vf-file
            end-if

            move sf-list-path to vf-path.

            continue.

      ***************************************************************
        flush-virtual-fields section.
            move vf-path to sf-list-path.
            perform begin-safe-save.
            move sf-temp-path to vf-path.

            open output vf-file.

            if vf-file-status = 0
                close vf-file
            end-if

            move vf-file-status to sf-write-status.
            move sf-list-path to vf-path.
            move 'D' to sf-list-kind.
            perform end-safe-save.

            continue.

      ***************************************************************
                    perform define-virtual-field
            end-evaluate

            perform show-status-line

            continue.

