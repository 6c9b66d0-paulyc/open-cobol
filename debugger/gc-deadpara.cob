            01 dp-rec-line                  pic 9(6).
            01 dp-unstring-ptr              pic 9(4).

      * the named environment profile (gc-envprof)
            copy "envprof.cpy".

        procedure division.
      * the named environment profile, if one is selected,
      * fills in the settings read below (gc-envprof)
            call 'gc-envprof' using ep-request
                on exception continue
            end-call.

            move spaces to dp-module.
            accept dp-module from environment
                'COB_STRUCTURE_MODULE' end-accept.
