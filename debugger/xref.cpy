
            if xr-target-name = spaces
                move 'Usage: Q <fieldname>' to status-line
                perform show-status-line
            else
      * the scanned lines are upper-cased below -- fold
      * the target the same way, or a lowercase-typed name sweeps
                        function trim (xr-path) delimited by size
                        into status-line
                    end-string
                    perform show-status-line
                else
                    move 0 to xr-mod-count
                    move 0 to xr-ref-count
                        function trim (xr-path) delimited by size
                        into status-line
                    end-string
                    perform show-status-line
                end-if
            end-if

