            perform redirect-one-sidecar
            move sd-redirected-path to pm-path

            move 'COB_IO_BALANCE_FILE' to sd-env-name
            move 'gc-debugger.iobalance' to sd-default-name
            perform redirect-one-sidecar
            move sd-redirected-path to ia-bal-path

            move 'COB_LEDGER_FILE' to sd-env-name
            move 'gc-debugger.ledger' to sd-default-name
            perform redirect-one-sidecar
            perform redirect-one-sidecar
            move sd-redirected-path to prof-path

            move 'COB_DISPLAY_FILE' to sd-env-name
            move 'gc-debugger.display' to sd-default-name
            perform redirect-one-sidecar
            move sd-redirected-path to dsp-path

            perform write-session-manifest.

            continue.
            end-string
            write manifest-record.

      * the redirection profile the debuggee's files were
      * resolved through (redirect.cpy)
            if rd-path not = spaces
                move rd-count to rd-count-edit
                move spaces to manifest-record
                string 'REDIRECT;' delimited by size
                    function trim (rd-path) delimited by size
                    ';' delimited by size
                    function trim (rd-count-edit) delimited by size
                    into manifest-record
                end-string
                write manifest-record
            end-if

            move 'STATE' to sd-art-kind
            move state-path to sd-redirected-path
            perform write-manifest-art-row
            move 'POSTMORTEM' to sd-art-kind
            move pm-path to sd-redirected-path
            perform write-manifest-art-row
            move 'IOBALANCE' to sd-art-kind
            move ia-bal-path to sd-redirected-path
            perform write-manifest-art-row
            move 'LEDGER' to sd-art-kind
            move ledger-path to sd-redirected-path
            perform write-manifest-art-row
            move 'PROFILE' to sd-art-kind
            move prof-path to sd-redirected-path
            perform write-manifest-art-row
            move 'DISPLAY' to sd-art-kind
            move dsp-path to sd-redirected-path
            perform write-manifest-art-row

            close manifest-file.

