
            if appr-count >= APPR-MAX
                move 'Approval queue is full.' to status-line
                perform show-status-line
                exit section
            end-if

                '.' delimited by size
                into status-line
            end-string
            perform show-status-line

            continue.

