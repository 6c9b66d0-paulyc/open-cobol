                    end-string
            end-evaluate

            perform show-status-line

            continue.


      ***************************************************************
      *** ----------------- has the armed file-status field gone
      *** nonzero? The value it tripped on is kept for the stop
      *** line, the post-mortem and the defect packet
        check-io-status-trip section.
            move interface-block to wp-interface-block.
            move iobp-status-field to tmp-wp-var-name.
                and wp-dtf-value(1:2) not = spaces

                move 1 to iobp-hit-flag
                move 1 to iobp-status-hit-flag
                move wp-dtf-value(1:2) to iobp-last-status
                move 0 to iobp-status-armed-flag
            end-if

