
            if eval-expr-text = spaces
                move 'Usage: ? <expression>' to status-line
                perform show-status-line
            else
      * defined names become their expressions before the
      * tokenizer runs
                if eval-error-flag = 1
                    perform display-status-error
                else
                    perform show-status-line
                end-if
            end-if

