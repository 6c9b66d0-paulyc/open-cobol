                        '"' delimited by size
                        into status-line
                    end-string
                    perform show-status-line
                end-if
            end-if

                move spaces to func1
                initialize last-search-result-line
                
                if line-mode-flag = 0
                    display footline footline-2 end-display
                end-if
            end-if
            
            if not SEARCH-SCREEN-MODE
      * instead of just the single last term
                perform build-search-history-preview

                move spaces to search-string
                if line-mode-flag = 1
                    display 'Search for: ' with no advancing
                    end-display
                    accept search-string end-accept
                else
                    display search-screen end-display
                    accept search-string line 14 col 23 end-accept
                end-if
                perform parse-search-scope

                perform set-unset-continue-search
            
      ************************************************************
        mark-result-line section.
            if line-mode-flag = 1
                move search-result-line to tty-center
                perform show-source-around
                exit section
            end-if

            if search-result-line >= linenumber(1) 
                and search-result-line <= linenumber(MAX-ROWS)
                
                move "Search On" to func1
                move search-result-line to last-search-result-line
                
                if line-mode-flag = 0
                    display footline end-display
                    display footline-2 end-display
                end-if
            else 
                move "F1" to func1-2 
                move spaces to func1
                initialize last-search-result-line
                
                if line-mode-flag = 0
                    display footline end-display
                    display footline-2 end-display
                end-if
            end-if

            continue.
                   '.' delimited by size
                into status-line
            end-string.
            perform show-status-line.

            continue.
