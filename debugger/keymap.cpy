                            '.' delimited by size
                            into status-line
                        end-string
                        perform show-status-line
                        exit section
                    when other
                        continue
