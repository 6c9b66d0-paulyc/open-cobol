      * envprof.cpy
      * one request block for gc-envprof, shared by it and every
      * program that CALLs it to have the selected profile section
      * applied to the environment. It all comes back filled in --
      * the profile file and section used, ep-status (space no
      * profile asked for, A applied, M no such section, F profile
      * file not readable), how many settings were set and how many
      * were left to an explicit environment variable, and the
      * first EP-PROBLEM-MAX problems found in the section, by line
            78 EP-PROBLEM-MAX               value 20.
            01 ep-request.
                05 ep-file-path             pic x(256).
                05 ep-section               pic x(40).
                05 ep-status                pic x.
                05 ep-set-count             pic 9(4).
                05 ep-kept-count            pic 9(4).
                05 ep-problem-count         pic 9(4).
                05 ep-problem occurs EP-PROBLEM-MAX.
                    10 ep-problem-line      pic 9(6).
                    10 ep-problem-text      pic x(80).
