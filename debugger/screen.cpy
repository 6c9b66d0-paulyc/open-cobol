
      * end-of-session summary -- same box-drawing fields
      * and COL as search-screen (they're never shown at the same
      * time), three rows taller to fit a title, seven stat lines,
      * a blank, and a prompt between its top and bottom border
            01 session-summary-screen.
                03 filler pic x(40)
                    BACKGROUND-COLOR COB-COLOR-BLACK
                    FOREGROUND-COLOR COB-COLOR-WHITE
                    LINE 16
                    COL 20
                    using SESSION-SUMMARY-LINE-6.
                03 filler pic x(40)
                    BACKGROUND-COLOR COB-COLOR-BLACK
                    FOREGROUND-COLOR COB-COLOR-WHITE
                    LINE 17
                    COL 20
                    using SESSION-SUMMARY-LINE-7.
                03 filler pic x(40)
                    BACKGROUND-COLOR COB-COLOR-BLACK
                    FOREGROUND-COLOR COB-COLOR-WHITE
                    LINE 18
                    COL 20
                    using SEARCH-SCREEN-MIDLINE.
                03 filler pic x(40)
                    BACKGROUND-COLOR COB-COLOR-BLACK
                    FOREGROUND-COLOR COB-COLOR-WHITE
                    LINE 19
                    COL 20
                    using SESSION-SUMMARY-PROMPT.
                03 filler pic x(40)
                    BACKGROUND-COLOR COB-COLOR-BLACK
                    FOREGROUND-COLOR COB-COLOR-WHITE
                    LINE 20
                    COL 20
                    using SEARCH-SCREEN-HEADLINE.
