                    move cov-ovl-line to bp-check-src-line
                    perform is-breakpoint

                    if is-breakpoint-flag = 0 and line-mode-flag = 0
                        compute cov-ovl-row-2 =
                            cov-ovl-row + 1
                        end-compute
