                organization is line sequential
                file status is ledger-file-status.

      * before-image index of the files this session has
      * opened for update (befimg.cpy)
            select bimg-index-file assign to bi-index-path
                organization is line sequential
                file status is bi-index-file-status.

      * file assignment redirection profile (redirect.cpy)
            select rd-file assign to rd-path
                organization is line sequential
                file status is rd-file-status.

      * per-module source fingerprints across sessions
      * (srccheck.cpy)
            select src-sum-file assign to src-sum-path
                organization is line sequential
                file status is src-sum-file-status.

      * the source library -- every distinct fingerprint's
      * full text, and the index naming them (srccheck.cpy)
            select src-lib-file assign to src-lib-path
                organization is line sequential
                file status is src-lib-file-status.

            select src-ver-file assign to src-ver-path
                organization is line sequential
                file status is src-ver-file-status.

      * end-of-session export of the watched-field value
      * timeline (watchpoints.cpy)
            select wph-file assign to wph-path
                organization is line sequential
                file status is fb-file-status.

            select fb-set-file assign to fb-set-path
                organization is line sequential
                file status is fb-set-status.

            select fb-lay-file assign to fb-lay-path
                organization is line sequential
                file status is fb-set-status.

            select fb-idx-file assign to fb-path
                organization is indexed
                access mode is dynamic
                record key is fb-idx-key
                file status is fb-file-status.

      * the persistent watchpoint list -- loaded at
      * startup next to the breakpoint list, rewritten by "W save"
            select wpf-file assign to wpf-path
                organization is line sequential
                file status is mask-file-status.

      * the change-window calendar (chgwin.cpy)
            select chg-file assign to chg-path
                organization is line sequential
                file status is chg-file-status.

      * the named command-macro library (macros.cpy)
            select macro-file assign to macro-path
                organization is line sequential
                organization is line sequential
                file status is msg-file-status.

      * the file-status / return-code meaning catalog (statcat.cpy)
            select sc-file assign to sc-path
                organization is line sequential
                file status is sc-file-status.

      * the list of EBCDIC fields and data files (ebcdic.cpy)
            select eb-file assign to eb-path
                organization is line sequential
                file status is eb-file-status.

      * the queued-approval register (approvals.cpy)
            select appr-file assign to appr-path
                organization is line sequential
                organization is line sequential
                file status is pm-file-status.

      * per-file I/O accounting (ioacct.cpy) -- the
      * per-file amount and status settings, and the end-of-run
      * balancing report
            select ia-cfg-file assign to ia-cfg-path
                organization is line sequential
                file status is ia-cfg-file-status.

            select ia-bal-file assign to ia-bal-path
                organization is line sequential
                file status is ia-bal-file-status.

      * advisory locks on the shared lists (locks.cpy) --
      * the <list>.lock file, and the lock owner's state file
            select ll-lock-file assign to ll-lock-path
                organization is line sequential
                file status is ll-lock-status.

            select ll-state-file assign to ll-owner-state-path
                organization is line sequential
                file status is ll-owner-state-status.

      * a persisted list (or one of its generations) read back
      * row by row before it is loaded or swapped in (safesave.cpy)
            select sf-check-file assign to sf-check-path
                organization is line sequential
                file status is sf-check-status.

      * the anchor store and the re-anchor report (reanchor.cpy)
            select ra-file assign to ra-path
                organization is line sequential
                file status is ra-file-status.

            select ra-rpt-file assign to ra-rpt-path
                organization is line sequential
                file status is ra-rpt-file-status.

      * the assertion table, persisted like the
      * breakpoint list (assertions.cpy), and its end-of-run
      * PASS/FAIL report
            select resp-file assign to resp-path
                organization is line sequential
                file status is resp-file-status.

      * guided training tours, played and recorded
      * (tours.cpy)
            select tour-file assign to tour-path
                organization is line sequential
                file status is tour-file-status.

      * scripted answers for the debuggee's console ACCEPTs
      * (answers.cpy)
            select answer-file assign to acc-path
                organization is line sequential
                file status is answer-file-status.

      * the debuggee's DISPLAY output (dispcap.cpy)
            select display-file assign to dsp-path
                organization is line sequential
                file status is display-file-status.

      * stubbed external CALLs (stubs.cpy)
            select stub-file assign to stb-path
                organization is line sequential
                file status is stub-file-status.
       >> IF ENABLE-LOGGING DEFINED
            select log-file assign to log-file-path
                organization is line sequential
            fd  ledger-file.
                01 ledger-record        pic x(300).

            fd  bimg-index-file.
                01 bimg-index-record    pic x(400).

            fd  rd-file.
                01 rd-record            pic x(300).

            fd  pm-file.
                01 pm-line              pic x(132).

            fd  ia-cfg-file.
                01 ia-cfg-record        pic x(200).

            fd  ia-bal-file.
                01 ia-bal-line          pic x(132).

            fd  ll-lock-file.
                01 ll-lock-record       pic x(400).

            fd  ll-state-file.
                01 ll-state-record      pic x(200).

            fd  sf-check-file.
                01 sf-check-record      pic x(400).

            fd  ra-file.
                01 ra-record            pic x(200).

            fd  ra-rpt-file.
                01 ra-rpt-record        pic x(132).

            fd  snap-file.
                01 snap-record          pic x(200).

            fd  src-sum-file.
                01 src-sum-record       pic x(60).

            fd  src-lib-file.
                01 src-lib-record       pic x(400).

            fd  src-ver-file.
                01 src-ver-record       pic x(256).

            fd  xref-file.
                01 xref-record          pic x(132).

                01 pkt-record           pic x(300).

            fd  pkt-reg-file.
                01 pkt-reg-record       pic x(400).

            fd  manifest-file.
                01 manifest-record      pic x(300).
            fd  fb-file.
                01 fb-file-record       pic x(512).

      * an indexed master's prime key is its leading 20 bytes
            fd  fb-set-file.
                01 fb-set-record        pic x(300).

            fd  fb-lay-file.
                01 fb-lay-record        pic x(100).

            fd  fb-idx-file
                record is varying in size from 20 to 512 characters
                    depending on fb-rec-len.
                01 fb-idx-record.
                    05 fb-idx-key           pic x(20).
                    05 filler               pic x(492).

            fd  wpf-file.
                01 wpf-record           pic x(150).

            fd  mask-file.
                01 mask-record          pic x(40).

            fd  chg-file.
                01 chg-record           pic x(200).

            fd  macro-file.
                01 macro-record         pic x(80).

            fd  msg-file.
                01 msg-record           pic x(80).

            fd  sc-file.
                01 sc-record            pic x(200).

            fd  eb-file.
                01 eb-record            pic x(300).

            fd  appr-file.
                01 appr-record          pic x(200).

            fd  resp-file.
                01 resp-record          pic x(300).

            fd  tour-file.
                01 tour-record          pic x(200).

            fd  answer-file.
                01 answer-record        pic x(200).

            fd  display-file.
                01 display-record       pic x(300).

            fd  stub-file.
                01 stub-record          pic x(200).

       >> IF ENABLE-LOGGING DEFINED
            fd  log-file.
                01 log-line             pic x(512).
            01 state-tag                    pic x(10).
            01 state-publish-seq            pic 9(6) value 0.
            01 state-stamp                  pic x(6) value spaces.
      * the session's hit counts and the current run's
      * budget consumption ride along after the stamp, for the
      * fleet's status feed
            01 state-run-seconds            pic 9(6) value 0.
            01 heartbeat-counter            pic 9(8) value 0.
            01 heartbeat-interval           pic 9(4) value 200.
            01 heartbeat-env                pic x(4) value spaces.
            77 pm-counter                   pic 9(3) value 0.
            77 pm-recent-count              pic 9(2) value 0.
            77 pm-recent-next               pic 9(2) value 1.
            01 pm-para-name                 pic x(30) value spaces.
            01 pm-recent-ring.
                05 pm-recent-entry occurs PM-RECENT-MAX
                                                     pic x(40).
                    10 ledger-old            pic x(80).
                    10 ledger-new            pic x(80).
                    10 ledger-undone         pic 9.
                    10 ledger-ticket         pic x(20).

      * what the next record-setback-ledger call should
      * file -- staged by whoever just made the write
            01 ledger-stage-line            pic 9(6).
            01 ledger-stage-old             pic x(80).
            01 ledger-stage-new             pic x(80).
            01 ledger-stage-ticket          pic x(20).

            77 ledger-index                 pic 9(3) value 0.
            77 ledger-undo-index            pic 9(3) value 0.
            01 ledger-display-data.
                04 ledger-display-line occurs 15 times pic x(76).

      ***************************************************************
      ** before-images (befimg.cpy) -- with COB_BEFORE_IMAGE_DIR
      ** set, the first OPEN OUTPUT, I-O or EXTEND of each file
      ** copies it to <dir>/<session-id>-nnn.bimg and notes it in
      ** <dir>/<session-id>.bimgidx; "L RESTORE" (or gc-restore
      ** after the session) puts every one back
      ***************************************************************
            78 BI-MAX                       value 50.

            01 bi-dir                       pic x(200) value spaces.
            01 bi-index-path                pic x(256) value spaces.
            01 bi-index-file-status         pic 99.
            01 bi-image-path                pic x(256) value spaces.
            01 bi-seq-edit                  pic 9(3).

      * one row per physical file imaged: the path the OPEN
      * resolved, the copy (NEW when there was no file to copy,
      * FAILED when the copy could not be made) and the ia-tbl
      * row it was opened through
            77 bi-count                     pic 9(3) value 0.
            77 bi-index                     pic 9(3) value 0.
            01 bi-tbl.
                05 bi-row occurs BI-MAX.
                    10 bi-physical           pic x(200).
                    10 bi-image              pic x(256).
                    10 bi-ia-row             pic 9(3).

            01 bi-file-info.
                05 bi-fi-size               pic x(8) comp-x.
                05 bi-fi-rest               pic x(8).
            77 bi-call-rc                   pic s9(9) binary value 0.
            77 bi-restored-count            pic 9(3) value 0.
            77 bi-open-count                pic 9(3) value 0.
            77 bi-failed-count              pic 9(3) value 0.
            01 bi-count-edit                pic zz9.

      ***************************************************************
      ** assertion framework (assertions.cpy) -- silent
      ** per-spot facts re-verified on every pass, PASS/FAIL
            77 journal-crt-override         pic 9(4) value 0.
            01 journal-stamp                pic x(6) value spaces.
            01 journal-crt-display          pic 9(4).
      * the key behind the command just accepted, 0 for typed
      * text -- off the screen, or a line-mode key word
            77 journal-key-status           pic 9(4) value 0.

      * replay-record parse scratch
            01 jr-sid                       pic x(8).

            77 chan-active-flag             pic 9 value 0.
            77 chan-resume-flag             pic 9 value 0.
      * an "S" resume stops again at the very next statement
            77 chan-step-flag               pic 9 value 0.
            77 chan-cmd-count               pic 9(3) value 0.
            77 chan-cmd-next                pic 9(3) value 1.
            01 chan-cmd-tbl.
                05 chan-cmd occurs CHAN-MAX-CMDS pic x(70).
            01 chan-current-cmd             pic x(70).
            01 chan-raw-cmd                 pic x(70).
            01 chan-response                pic x(300).

      * operator alerting for headless HITs -- the whole
            01 alert-file-status            pic 99.
            01 alert-exit-name              pic x(30) value spaces.
            01 alert-exit-ok-flag           pic 9 value 1.
            01 alert-hit-kind               pic x(6) value spaces.
            01 alert-hit-name               pic x(50) value spaces.
            01 alert-hit-note               pic x(40) value spaces.
            01 alert-hit-line               pic 9(6) value 0.
            01 go-budget-hit-flag           pic 9 value 0.
            01 go-budget-elapsed            pic s9(6) value 0.
            01 go-budget-now                pic 9(6) value 0.

      * runaway-loop guard (looping.cpy) -- COB_LOOP_LIMIT
      * repeats of one short cycle with no watched change and no
      * I/O pause a GO-MODE run as LOOPING; 0 leaves it off
            78 LOOP-CYCLE-MAX               value 16.
            01 loop-limit                   pic 9(8) value 0.
            01 loop-limit-env               pic x(8) value spaces.
            77 loop-hit-flag                pic 9 value 0.
            77 loop-io-flag                 pic 9 value 0.
            77 loop-period                  pic 9(2) value 0.
            77 loop-run                     pic 9(9) value 0.
            77 loop-repeats                 pic 9(8) value 0.
            77 loop-back                    pic 9(2) value 0.
            77 loop-slot                    pic 9(2) value 0.
            77 loop-hist-count              pic 9(2) value 0.
            77 loop-hist-next               pic 9(2) value 1.
            01 loop-hist-tbl.
                05 loop-hist-row occurs LOOP-CYCLE-MAX.
                    10 lh-module             pic x(30).
                    10 lh-line               pic 9(6).
      * the cycle that last tripped it, for the post-mortem
            77 loop-cycle-count             pic 9(2) value 0.
            77 loop-cycle-index             pic 9(2) value 0.
            77 loop-cycle-repeats           pic 9(8) value 0.
            01 loop-cycle-tbl.
                05 loop-cycle-row occurs LOOP-CYCLE-MAX.
                    10 lc-module             pic x(30).
                    10 lc-line               pic 9(6).
            01 loop-repeat-edit             pic z(7)9.
            01 loop-count-edit              pic z9.

      * guided training tours (tours.cpy) -- the stops of the
      * tour being played, the one it is heading for or standing
      * on, and the narrative panel; COB_TOUR_FILE the default
      * tour file
            78 TOUR-STOP-MAX                value 40.
            78 TOUR-TEXT-MAX                value 6.
            78 TOUR-SHOW-MAX                value 4.
            01 tour-path                    pic x(256) value spaces.
            01 tour-file-status             pic 99.
            01 tour-title                   pic x(60) value spaces.
            77 tour-active-flag             pic 9 value 0.
            77 tour-hit-flag                pic 9 value 0.
            77 tour-at-flag                 pic 9 value 0.
            77 tour-panel-flag              pic 9 value 0.
            77 tour-count                   pic 9(2) value 0.
            77 tour-current                 pic 9(2) value 0.
            77 tour-sub                     pic 9(2) value 0.
            01 tour-tbl.
                05 tour-row occurs TOUR-STOP-MAX.
                    10 tr-module             pic x(30).
                    10 tr-target             pic x(30).
                    10 tr-caption            pic x(40).
                    10 tr-from               pic 9(6).
                    10 tr-to                 pic 9(6).
                    10 tr-resolved-flag      pic 9.
                    10 tr-text-count         pic 9(2).
                    10 tr-text               pic x(70)
                        occurs TOUR-TEXT-MAX.
                    10 tr-show-count         pic 9(2).
                    10 tr-show               pic x(40)
                        occurs TOUR-SHOW-MAX.
            01 tour-kind                    pic x(10).
            01 tour-rest                    pic x(200).
            01 tour-word-1                  pic x(70).
            01 tour-word-2                  pic x(70).
            01 tour-word-3                  pic x(70).
            01 tour-word-4                  pic x(70).
            77 tour-panel-rows              pic 9(2) value 0.
            77 tour-pl-count                pic 9(2) value 0.
            01 tour-panel-tbl.
                05 tour-pl-line             pic x(80)
                    occurs MAX-ROWS.
            01 tour-num-edit                pic z9.
            01 tour-of-edit                 pic z9.
      * recording -- the stop being written out
            77 tour-saved-count             pic 9(3) value 0.
            01 tour-rec-module              pic x(30).
            01 tour-rec-line                pic 9(6).
            01 tour-rec-caption             pic x(20).

      * line-mode interface (linemode.cpy) -- COB_LINE_MODE, or
      * a dumb or unset TERM, runs the pause prompt and the panels
      * as plain text lines instead of the full screen
            77 line-mode-flag               pic 9 value 0.
            01 line-mode-env                pic x(1) value spaces.
            01 tty-term                     pic x(20) value spaces.
            01 tty-context-env              pic x(2) value spaces.
            77 tty-context                  pic 9(2) value 3.
            01 tty-prompt                   pic x(40) value spaces.
            01 tty-word                     pic x(20) value spaces.
            01 tty-arg                      pic x(20) value spaces.
            01 tty-action                   pic x(12) value spaces.
            77 tty-key-code                 pic 9(4) value 0.
            77 tty-reply-status             pic 9(4) value 0.
            77 tty-center                   pic s9(6) value 0.
            77 tty-from                     pic s9(6) value 0.
            77 tty-to                       pic s9(6) value 0.
            77 tty-line                     pic s9(6) value 0.
            01 tty-line-edit                pic z(5)9.
            01 tty-mark                     pic x(2).
            01 tty-value                    pic x(300).
            77 tty-value-pos                pic 9(3) value 0.
            01 tty-panel-title              pic x(40) value spaces.
            01 tty-panel-data.
                05 tty-panel-line occurs 15 pic x(76).
            77 tty-panel-index              pic 9(2) value 0.
            77 tty-panel-last               pic 9(2) value 0.
            01 tty-save-bp-name             pic x(30).
            01 tty-save-bp-line             pic 9(5).
            77 tty-save-bp-flag             pic 9 value 0.
            01 tty-save-bp-index            usage index.

      * scripted console ACCEPT answers (answers.cpy) -- the
      * COB_ACCEPT_FILE entries, each answering once, the file's
      * default behind them, and what became of the ACCEPT on the
      * statement just checked
            78 ACC-ANSWER-MAX               value 200.
            01 acc-path                     pic x(256) value spaces.
            01 answer-file-status           pic 99.
            77 acc-count                    pic 9(3) value 0.
            77 acc-index                    pic 9(3) value 0.
            01 acc-tbl.
                05 acc-row occurs ACC-ANSWER-MAX.
                    10 aa-module             pic x(30).
                    10 aa-target             pic x(30).
                    10 aa-value              pic x(80).
                    10 aa-from               pic 9(6).
                    10 aa-to                 pic 9(6).
                    10 aa-resolved-flag      pic 9.
                    10 aa-used-flag          pic 9.
            77 acc-default-flag             pic 9 value 0.
            01 acc-default-value            pic x(80) value spaces.
            77 acc-answered-flag            pic 9 value 0.
            77 acc-miss-flag                pic 9 value 0.
            01 acc-word-1                   pic x(30).
            01 acc-word-2                   pic x(30).
            01 acc-module                   pic x(30).
            01 acc-field                    pic x(50) value spaces.
            01 acc-field-found              pic x(50).
            01 acc-value                    pic x(80) value spaces.
            01 acc-source                   pic x(8) value spaces.
            01 acc-token                    pic x(50).
            77 acc-tok-ptr                  pic 9(4) value 0.
            01 acc-scan-text                pic x(256).
            77 acc-scan-line                pic 9(6) value 0.
            77 acc-resume-line              pic 9(6) value 0.
            01 acc-record-text              pic x(300).

      * the debuggee's DISPLAY output (dispcap.cpy) -- the
      * capture file, the number of the trace record last taken,
      * and the DISPLAY being rendered: its text, its tokens and
      * the line they make
            78 DSP-TEXT-MAX                 value 599.
            78 DSP-TOKEN-MAX                value 40.
            01 dsp-path                     pic x(256) value spaces.
            01 display-file-status          pic 99.
            01 dsp-capture-env              pic x(8) value spaces.
            77 dsp-enabled-flag             pic 9 value 1.
            77 dsp-file-open-flag           pic 9 value 0.
            77 dsp-trace-seq                pic 9(9) value 0.
            77 dsp-seq                      pic 9(9) value 0.
            77 dsp-capture-count            pic 9(6) value 0.
            01 dsp-stmt-text                pic x(600).
            77 dsp-stmt-len                 pic 9(4) value 0.
            77 dsp-char-pos                 pic 9(4) value 0.
            77 dsp-scan-line                pic 9(6) value 0.
            01 dsp-scan-text                pic x(256).
            01 dsp-char                     pic x.
            01 dsp-quote                    pic x.
            77 dsp-paren-depth              pic 9(2) value 0.
            77 dsp-done-flag                pic 9 value 0.
            77 dsp-tok-count                pic 9(3) value 0.
            77 dsp-tok-index                pic 9(3) value 0.
            01 dsp-tok-tbl.
                05 dsp-tok-row occurs DSP-TOKEN-MAX.
                    10 dt-kind               pic x.
                    10 dt-len                pic 9(3).
                    10 dt-text               pic x(160).
            01 dsp-word                     pic x(50).
            01 dsp-field                    pic x(50).
            01 dsp-text                     pic x(256).
            77 dsp-text-ptr                 pic 9(4) value 0.
            77 dsp-stop-flag                pic 9 value 0.
            77 dsp-skip-flag                pic 9 value 0.

      * stubbed external CALLs (stubs.cpy) -- the stub file's
      * entries, and the CALL being answered from them
            78 STB-ENTRY-MAX                value 200.
            78 STB-SCAN-MAX                 value 30.
            01 stb-path                     pic x(256) value spaces.
            01 stub-file-status             pic 99.
            77 stb-count                    pic 9(3) value 0.
            77 stb-index                    pic 9(3) value 0.
            01 stb-tbl.
                05 stb-row occurs STB-ENTRY-MAX.
                    10 sb-program            pic x(30).
                    10 sb-position           pic 9(2).
                    10 sb-value              pic x(80).
                    10 sb-refused            pic 9.
            01 stb-program                  pic x(30).
            01 stb-position-text            pic x(12).
            01 stb-field                    pic x(50).
            01 stb-value                    pic x(80).
            01 stb-arg-text                 pic x(3).
            01 stb-arg-edit                 pic z9.
            01 stb-count-edit               pic zz9.
            01 stb-scan-text                pic x(256).
            01 stb-line-text                pic x(256).
            77 stb-scan-line                pic 9(6) value 0.
            77 stb-resume-line              pic 9(6) value 0.
            77 stb-match-flag               pic 9 value 0.
            77 stb-clause-flag              pic 9 value 0.
            77 stb-ended-flag               pic 9 value 0.
            77 stb-done-flag                pic 9 value 0.
            77 stb-applied-count            pic 9(3) value 0.
            01 stb-record-text              pic x(300).

      * idle-pause policy (idle.cpy) -- how long the pause prompt
      * may wait for a key, what happens then, and the warning
      * ahead of it; idl-state-note rides in the state file
            78 IDL-BEAT                     value 6000.
            01 idl-env                      pic x(10) value spaces.
            77 idl-minutes                  pic 9(4) value 0.
            77 idl-warn-minutes             pic 9(4) value 5.
            77 idl-warn-at                  pic 9(4) value 0.
            01 idl-action                   pic x(10) value 'ALERT'.
            77 idl-waited                   pic 9(4) value 0.
            77 idl-key-flag                 pic 9 value 0.
            77 idl-fired-flag               pic 9 value 0.
            77 idl-unattended-flag          pic 9 value 0.
            01 idl-minutes-edit             pic z(3)9.
            01 idl-state-note               pic x(20) value spaces.
            01 bg-time-raw.
                03 bg-hh                    pic 99.
                03 bg-mm                    pic 99.
            01 vv-current-varname       pic x(50).
            01 vv-leave-flag            pic 9 value 0.
            01 vv-set-value             pic x(280).
            77 vv-ebcdic-flag           pic 9 value 0.

      * View-Variable paging through large group items
      * (offset into the field that ANIDATA starts its 280-byte
                03 filler pic x(3) value "#  ".
                03 ss-module-line pic x(30) value spaces.
                03 filler pic x(7) value "      #".
            01 SESSION-SUMMARY-LINE-6.
                03 filler pic x(3) value "#  ".
                03 ss-read-line pic x(30) value spaces.
                03 filler pic x(7) value "      #".
            01 SESSION-SUMMARY-LINE-7.
                03 filler pic x(3) value "#  ".
                03 ss-write-line pic x(30) value spaces.
                03 filler pic x(7) value "      #".
            01 SESSION-SUMMARY-PROMPT   pic x(40)
                value "#  Press Enter to exit                 #".

            01 srr-ptr                      pic 9(3).
            01 srr-tok-ptr                  pic 9(3).
            01 srr-token                    pic x(10).

      * check-statement-verb's word -- does it open a
      * statement? (the verbs gc-complexity counts, plus the words
      * that close or divide one)
            01 stmt-verb-word               pic x(40).
                88 stmt-verb-is-verb        values 'ACCEPT' 'ADD'
                    'CALL' 'CANCEL' 'CLOSE' 'COMPUTE' 'CONTINUE'
                    'DELETE' 'DISPLAY' 'DIVIDE' 'EVALUATE' 'EXIT'
                    'GO' 'GOBACK' 'IF' 'INITIALIZE' 'INSPECT'
                    'INVOKE' 'MERGE' 'MOVE' 'MULTIPLY' 'OPEN'
                    'PERFORM' 'READ' 'RELEASE' 'RETURN' 'REWRITE'
                    'SEARCH' 'SET' 'SORT' 'START' 'STOP' 'STRING'
                    'SUBTRACT' 'UNSTRING' 'WRITE'
                    'ELSE' 'WHEN' 'END-IF' 'END-EVALUATE'
                    'END-PERFORM' 'END-READ' 'END-SEARCH'.
            77 stmt-verb-flag               pic 9 value 0.
       >> IF ENABLE-LOGGING DEFINED
            01 tmp-log-line                 pic x(512).
       >> END-IF
      * named, saveable breakpoint profiles
            01  bp-profile-name                    pic x(50).
            01  bp-profile-path                     pic x(256).
      * set once bp-path names a profile rather than the
      * shared list -- a profile is locked while it is written
            01  bp-profile-lock-flag                pic 9 value 0.
            01  bp-line-counter                   pic 9(4).
            01  bp-amount                         pic 9(4) value 1000.

            01 debug-user                   pic x(20)
                                            value 'unset'.
            77 cmd-allowed-flag             pic 9 value 1.
            01 audit-action-text            pic x(160) value spaces.
      * the change ticket the action was made under, staged
      * by the caller with the action text (chgwin.cpy)
            01 audit-ticket                 pic x(20) value spaces.

      * tamper-evident audit chain -- every AUDIT record
      * and every exported ledger row carries CHK=n, chained from
            01 msg-default-text             pic x(60) value spaces.
            01 msg-result-text              pic x(60) value spaces.

      * status-meaning catalog (statcat.cpy) --
      * COB_STATUS_CATALOG rows of code;meaning;likely-cause;
      * runbook-step behind file-status and RETURN-CODE values,
      * over the built-in standard file-status wording
            78 SC-MAX                       value 100.
            78 SC-BUILTIN-MAX               value 29.
            01 sc-path                      pic x(256) value spaces.
            01 sc-file-status               pic 99.
            77 sc-count                     pic 9(3) value 0.
            01 sc-tbl.
                05 sc-row occurs SC-MAX.
                    10 sc-code               pic x(40).
                    10 sc-meaning            pic x(40).
                    10 sc-cause              pic x(60).
                    10 sc-step               pic x(60).
            77 sc-index                     pic 9(3) value 0.
            01 sc-builtin-values.
                05 filler pic x(40)
                    value '00successful completion'.
                05 filler pic x(40)
                    value '02duplicate alternate key'.
                05 filler pic x(40)
                    value '04record length mismatch'.
                05 filler pic x(40)
                    value '05optional file not present'.
                05 filler pic x(40)
                    value '07no unit or reel'.
                05 filler pic x(40)
                    value '10end of file'.
                05 filler pic x(40)
                    value '14relative key out of range'.
                05 filler pic x(40)
                    value '21key out of sequence'.
                05 filler pic x(40)
                    value '22duplicate key'.
                05 filler pic x(40)
                    value '23record not found'.
                05 filler pic x(40)
                    value '24boundary violation'.
                05 filler pic x(40)
                    value '30permanent I/O error'.
                05 filler pic x(40)
                    value '34write beyond file boundary'.
                05 filler pic x(40)
                    value '35file not found'.
                05 filler pic x(40)
                    value '37open mode not permitted'.
                05 filler pic x(40)
                    value '38file closed with lock'.
                05 filler pic x(40)
                    value '39file attributes conflict'.
                05 filler pic x(40)
                    value '41file already open'.
                05 filler pic x(40)
                    value '42file not open'.
                05 filler pic x(40)
                    value '43no prior successful READ'.
                05 filler pic x(40)
                    value '44record length invalid'.
                05 filler pic x(40)
                    value '46read past end of file'.
                05 filler pic x(40)
                    value '47READ on file not open input'.
                05 filler pic x(40)
                    value '48WRITE on file not open output'.
                05 filler pic x(40)
                    value '49file not open I-O'.
                05 filler pic x(40)
                    value '51record locked'.
                05 filler pic x(40)
                    value '52end of page'.
                05 filler pic x(40)
                    value '57LINAGE values invalid'.
                05 filler pic x(40)
                    value '61file sharing failure'.
            01 sc-builtin-tbl redefines sc-builtin-values.
                05 sc-builtin-entry occurs SC-BUILTIN-MAX.
                    10 sc-builtin-code       pic x(2).
                    10 sc-builtin-meaning    pic x(38).
            01 sc-lookup-code               pic x(20) value spaces.
            01 sc-lookup-module             pic x(30) value spaces.
            01 sc-key                       pic x(40) value spaces.
            01 sc-result-meaning            pic x(40) value spaces.
            01 sc-result-cause              pic x(60) value spaces.
            01 sc-result-step               pic x(60) value spaces.
            01 sc-result-text               pic x(180) value spaces.
            77 sc-text-ptr                  pic 9(3) value 0.
            77 sc-found-flag                pic 9 value 0.
            01 sc-field-name                pic x(50) value spaces.
            01 sc-field-value               pic x(280) value spaces.
            77 sc-name-tally                pic 9(2) value 0.
            77 sc-status-field-flag         pic 9 value 0.

      * EBCDIC decoding (ebcdic.cpy) -- COB_EBCDIC_LIST names
      * the FIELDs and FILEs whose display bytes are EBCDIC;
      * eb-identity/eb-ascii-table are the code page 037 pairs
      * INSPECT CONVERTING translates through, in either direction
            78 EB-MAX                       value 40.
            01 eb-path                      pic x(256) value spaces.
            01 eb-file-status               pic 99.
            77 eb-count                     pic 9(2) value 0.
            01 eb-tbl.
                05 eb-row occurs EB-MAX.
                    10 eb-kind               pic x(5).
                    10 eb-name               pic x(256).
            77 eb-index                     pic 9(3) value 0.
            01 eb-check-kind                pic x(5) value spaces.
            01 eb-check-name                pic x(256) value spaces.
            77 eb-on-flag                   pic 9 value 0.
            01 eb-text                      pic x(512) value spaces.
            77 eb-length                    pic 9(3) value 0.
            01 eb-zoned-text                pic x(20) value spaces.
            77 eb-zoned-flag                pic 9 value 0.
            77 eb-punch-pos                 pic 9(2) value 0.
            77 eb-punch-digit               pic 9 value 0.
            77 eb-overpunch-chars           pic x(20)
                value '{ABCDEFGHI}JKLMNOPQR'.
            01 eb-identity-values.
                05 filler pic x(16) value
                    x'000102030405060708090A0B0C0D0E0F'.
                05 filler pic x(16) value
                    x'101112131415161718191A1B1C1D1E1F'.
                05 filler pic x(16) value
                    x'202122232425262728292A2B2C2D2E2F'.
                05 filler pic x(16) value
                    x'303132333435363738393A3B3C3D3E3F'.
                05 filler pic x(16) value
                    x'404142434445464748494A4B4C4D4E4F'.
                05 filler pic x(16) value
                    x'505152535455565758595A5B5C5D5E5F'.
                05 filler pic x(16) value
                    x'606162636465666768696A6B6C6D6E6F'.
                05 filler pic x(16) value
                    x'707172737475767778797A7B7C7D7E7F'.
                05 filler pic x(16) value
                    x'808182838485868788898A8B8C8D8E8F'.
                05 filler pic x(16) value
                    x'909192939495969798999A9B9C9D9E9F'.
                05 filler pic x(16) value
                    x'A0A1A2A3A4A5A6A7A8A9AAABACADAEAF'.
                05 filler pic x(16) value
                    x'B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF'.
                05 filler pic x(16) value
                    x'C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF'.
                05 filler pic x(16) value
                    x'D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF'.
                05 filler pic x(16) value
                    x'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF'.
                05 filler pic x(16) value
                    x'F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF'.
            01 eb-identity redefines eb-identity-values
                                            pic x(256).
            01 eb-ascii-values.
                05 filler pic x(16) value
                    x'000102039C09867F978D8E0B0C0D0E0F'.
                05 filler pic x(16) value
                    x'101112139D8508871819928F1C1D1E1F'.
                05 filler pic x(16) value
                    x'80818283840A171B88898A8B8C050607'.
                05 filler pic x(16) value
                    x'909116939495960498999A9B14159E1A'.
                05 filler pic x(16) value
                    x'20A0E2E4E0E1E3E5E7F1A22E3C282B7C'.
                05 filler pic x(16) value
                    x'26E9EAEBE8EDEEEFECDF21242A293BAC'.
                05 filler pic x(16) value
                    x'2D2FC2C4C0C1C3C5C7D1A62C255F3E3F'.
                05 filler pic x(16) value
                    x'F8C9CACBC8CDCECFCC603A2340273D22'.
                05 filler pic x(16) value
                    x'D8616263646566676869ABBBF0FDFEB1'.
                05 filler pic x(16) value
                    x'B06A6B6C6D6E6F707172AABAE6B8C6A4'.
                05 filler pic x(16) value
                    x'B57E737475767778797AA1BFD0DDDEAE'.
                05 filler pic x(16) value
                    x'5EA3A5B7A9A7B6BCBDBE5B5DAFA8B4D7'.
                05 filler pic x(16) value
                    x'7B414243444546474849ADF4F6F2F3F5'.
                05 filler pic x(16) value
                    x'7D4A4B4C4D4E4F505152B9FBFCF9FAFF'.
                05 filler pic x(16) value
                    x'5CF7535455565758595AB2D4D6D2D3D5'.
                05 filler pic x(16) value
                    x'30313233343536373839B3DBDCD9DA9F'.
            01 eb-ascii-table redefines eb-ascii-values
                                            pic x(256).

      * configurable key bindings (keymap.cpy) -- one
      * action slot per recognizable key, plus a typed-letter
      * translation map
                05 filler pic x(18) value 'I inject file'.
                05 filler pic x(18) value 'J perform nav'.
                05 filler pic x(18) value 'K stack/GRAPH'.
                05 filler pic x(18) value 'L ledger/UNDO/REST'.
                05 filler pic x(18) value 'M bp module'.
                05 filler pic x(18) value 'N note/annot'.
                05 filler pic x(18) value 'O I/O brkpt'.
            77 fb-scan-number               pic 9(7) value 0.
            77 fb-leave-flag                pic 9 value 0.
            01 fb-arg-1                     pic x(30) value spaces.
            01 fb-arg-2                     pic x(30) value spaces.
            77 fb-ebcdic-flag               pic 9 value 0.
            01 fb-match-value               pic x(40) value spaces.
            01 fb-key-field                 pic x(30) value spaces.
            01 fb-key-value                 pic x(40) value spaces.
            77 fb-key-index                 pic 9(3) value 0.
            77 fb-goto-number               pic 9(7) value 0.
      * organization and record length ("D FILE ... SEQ 200");
      * SEQ/REL go through the byte-stream routines
            78 FB-REL-HEADER                value 8.
            01 fb-org                       pic x(4) value 'LINE'.
            77 fb-rec-len                   pic 9(5) value 0.
            77 fb-slot-len                  pic 9(5) value 0.
            77 fb-rec-total                 pic 9(9) value 0.
            77 fb-empty-slot-flag           pic 9 value 0.
            77 fb-stream-open-flag          pic 9 value 0.
            01 fb-handle                    pic x(4).
            01 fb-access-mode               pic x comp-x value 1.
            01 fb-deny-mode                 pic x comp-x value 0.
            01 fb-device                    pic x comp-x value 0.
            01 fb-offset                    pic x(8) comp-x.
            01 fb-byte-count                pic x(4) comp-x.
            01 fb-stream-flags              pic x comp-x value 0.
            01 fb-slot-header               pic x(8).
            01 fb-idx-current-key           pic x(20) value spaces.
            01 fb-idx-direction             pic x value space.
      * a layout set ("D FILE ... LAYOUTS <set>") -- one row per
      * record type, each naming its slice of fb-lf-tbl, the
      * fields of its layout export
            78 FB-SET-MAX                   value 10.
            78 FB-LF-MAX                    value 200.
            01 fb-set-path                  pic x(256) value spaces.
            01 fb-lay-path                  pic x(256) value spaces.
            01 fb-set-status                pic 99.
            77 fb-set-count                 pic 9(2) value 0.
            01 fb-set-tbl.
                05 fb-set-row occurs FB-SET-MAX.
                    10 fbs-position          pic 9(5).
                    10 fbs-value             pic x(20).
                    10 fbs-value-len         pic 9(2).
                    10 fbs-match             pic x(20).
                    10 fbs-layout-path       pic x(256).
                    10 fbs-first             pic 9(3).
                    10 fbs-last              pic 9(3).
                    10 fbs-key-index         pic 9(3).
            77 fb-lf-count                  pic 9(3) value 0.
            01 fb-lf-tbl.
                05 fb-lf-row occurs FB-LF-MAX.
                    10 fl-level              pic 9(2).
                    10 fl-name               pic x(30).
                    10 fl-offset             pic 9(5).
                    10 fl-length             pic 9(5).
                    10 fl-usage              pic x(8).
                    10 fl-pic                pic x(12).
                    10 fl-usable             pic 9.
                    10 fl-elementary         pic 9.
            77 fb-set-index                 pic 9(2) value 0.
            77 fb-lf-index                  pic 9(3) value 0.
            77 fb-type-row                  pic 9(2) value 0.
            77 fb-layout-size               pic 9(5) value 0.
            01 fb-set-in-pos                pic x(10) value spaces.
            01 fb-tok-1                     pic x(30).
            01 fb-tok-2                     pic x(30).
            01 fb-tok-3                     pic x(30).
            01 fb-tok-4                     pic x(30).
            01 fb-tok-5                     pic x(30).
            01 fb-tok-6                     pic x(30).
            01 fb-tok-7                     pic x(30).
            01 fb-tok-8                     pic x(30).
            77 fb-tok-ptr                   pic 9(3) value 0.
      * the field being decoded, and the K key's place
            77 fb-fld-offset                pic 9(5) value 0.
            77 fb-fld-length                pic 9(5) value 0.
            01 fb-fld-usage                 pic x(8) value spaces.
            01 fb-fld-pic                   pic x(12) value spaces.
            77 fb-key-offset                pic 9(5) value 0.
            77 fb-key-length                pic 9(5) value 0.
            77 fb-key-hit-flag              pic 9 value 0.
            77 fb-idx-started-flag          pic 9 value 0.
            77 fb-idx-open-failed-flag      pic 9 value 0.
            01 fb-scan-record               pic x(512).

      * session configuration capture (confcap.cpy)
            01 cc-path                      pic x(270) value spaces.
            01 pkt-reg-file-status          pic 99.
            77 pkt-number                   pic 9(4) value 0.
            77 pkt-index                    pic 9(3) value 0.
            01 pkt-status-field             pic x(50) value spaces.
            01 pkt-status-value             pic x(2) value spaces.
            77 pkt-close-number             pic 9(4) value 0.
            77 pkt-close-found-flag         pic 9 value 0.
            01 pkt-stamp                    pic x(6) value spaces.
            77 pkt-reg-count                pic 9(3) value 0.
      * an entry's fields after its state, while CLOSE rebuilds it
            01 pkt-reg-rest                 pic x(400).
            01 pkt-reg-tbl.
                05 pkt-reg-entry occurs PKT-REG-MAX pic x(400).

      * free-text line annotations and their review-pack
      * export (annotations.cpy)
            01 mask-logged-tbl.
                05 mask-logged-name occurs MASK-MAX pic x(50).

      * change-window calendar (chgwin.cpy) --
      * COB_CHANGE_CALENDAR lists ticket;module-pattern;from;to
      * windows; a module a window names may only be changed while
      * one of its windows is open, and the ticket goes into the
      * set-back ledger and the AUDIT chain
            78 CHG-MAX                      value 50.
            01 chg-path                     pic x(256) value spaces.
            01 chg-file-status              pic 99.
            77 chg-count                    pic 9(2) value 0.
            01 chg-tbl.
                05 chg-row occurs CHG-MAX.
                    10 chg-ticket            pic x(20).
                    10 chg-pattern           pic x(30).
                    10 chg-from              pic x(14).
                    10 chg-to                pic x(14).
            77 chg-index                    pic 9(2) value 0.
            01 chg-in-ticket                pic x(20) value spaces.
            01 chg-in-pattern               pic x(30) value spaces.
            01 chg-in-from                  pic x(20) value spaces.
            01 chg-in-to                    pic x(20) value spaces.
            01 chg-digits-in                pic x(20) value spaces.
            01 chg-digits-out               pic x(14) value spaces.
            77 chg-digit-count              pic 9(2) value 0.
            77 chg-char-pos                 pic 9(2) value 0.
            01 chg-now                      pic x(14) value spaces.
            01 chg-check-module             pic x(30) value spaces.
            01 chg-trimmed-module           pic x(30) value spaces.
            77 chg-module-len               pic 9(2) value 0.
            77 chg-pat-len                  pic 9(2) value 0.
            77 chg-match-flag               pic 9 value 0.
            77 chg-controlled-flag          pic 9 value 0.
            77 chg-open-flag                pic 9 value 1.
            01 chg-open-ticket              pic x(20) value spaces.

      * named computed fields (virtfield.cpy) --
      * "? DEF NET-CHECK = GROSS-PAY - TOTAL-DEDUCTS" once,
      * resolved wherever a field name is taken
            77 src-line-sum                 pic 9(9) value 0.
            77 src-char-pos                 pic 9(2) value 0.

      * source library (srccheck.cpy) -- index records are
      * module;lines;fingerprint;yyyymmdd;version-file
            01 src-lib-path                 pic x(256) value spaces.
            01 src-lib-file-status          pic 99.
            01 src-ver-path                 pic x(300) value spaces.
            01 src-ver-file-status          pic 99.
            77 src-lib-found-flag           pic 9 value 0.
            01 src-lib-module               pic x(30).
            01 src-lib-lines                pic 9(6).
            01 src-lib-value                pic 9(9).
            01 src-lib-date                 pic 9(8).

      * value timeline recorder (watchpoints.cpy) --
      * every change of every watched field, as a bounded ring of
      * (field, module, line, old, new); "W hist <name>" scrolls a
            77 iobp-verb                    pic x(6) value spaces.
            77 iobp-file                    pic x(30) value spaces.
            77 iobp-status-field            pic x(50) value spaces.
            77 iobp-last-status             pic x(2) value spaces.
            77 iobp-status-hit-flag         pic 9 value 0.
            01 iobp-arg-1                   pic x(30).
            01 iobp-arg-2                   pic x(50).
            01 iobp-token                   pic x(40).
            77 iobp-sticky-flag             pic 9 value 0.
            77 iobp-cond-ok-flag            pic 9 value 0.

      * per-file I/O accounting (ioacct.cpy) -- one row a
      * file a module declares, the records its FD names, and the
      * I/O statements waiting on their status
            78 IA-MAX                       value 40.
            78 IA-REC-MAX                   value 80.
            78 IA-CFG-MAX                   value 20.
            78 IA-PEND-MAX                  value 8.
            01 ia-cfg-path                  pic x(256) value spaces.
            01 ia-cfg-file-status           pic 99.
            01 ia-bal-path                  pic x(256) value spaces.
            01 ia-bal-file-status           pic 99.
            77 ia-count                     pic 9(3) value 0.
            77 ia-index                     pic 9(3) value 0.
            01 ia-tbl.
                05 ia-row occurs IA-MAX.
                    10 ia-module             pic x(30).
                    10 ia-file               pic x(40).
                    10 ia-status-field       pic x(40).
                    10 ia-cfg-status         pic x(40).
                    10 ia-amount-field       pic x(40).
                    10 ia-noun               pic x(20).
                    10 ia-opens              pic 9(9).
                    10 ia-closes             pic 9(9).
                    10 ia-reads              pic 9(9).
                    10 ia-writes             pic 9(9).
                    10 ia-rewrites           pic 9(9).
                    10 ia-deletes            pic 9(9).
                    10 ia-bad-status         pic 9(9).
                    10 ia-eof-count          pic 9(9).
                    10 ia-last-bad           pic x(2).
                    10 ia-in-total           pic s9(13)v99.
                    10 ia-out-total          pic s9(13)v99.
      * what its SELECT assigns it to (L a literal, N a name
      * -- a data item or an external name), and, once opened,
      * the mode and the physical file the OPEN resolved
                    10 ia-assign             pic x(100).
                    10 ia-assign-kind        pic x.
                    10 ia-open-mode          pic x(6).
                    10 ia-physical           pic x(200).
            77 ia-rec-count                 pic 9(3) value 0.
            77 ia-rec-index                 pic 9(3) value 0.
            01 ia-rec-tbl.
                05 ia-rec-row occurs IA-REC-MAX.
                    10 ir-name               pic x(40).
                    10 ir-acct               pic 9(3).
            77 ia-cfg-count                 pic 9(2) value 0.
            77 ia-cfg-index                 pic 9(2) value 0.
            01 ia-cfg-tbl.
                05 ia-cfg-row occurs IA-CFG-MAX.
                    10 ic-file               pic x(40).
                    10 ic-status-field       pic x(40).
                    10 ic-amount-field       pic x(40).
                    10 ic-noun               pic x(20).
            77 ia-pend-count                pic 9(2) value 0.
            77 ia-pend-index                pic 9(2) value 0.
            01 ia-pend-tbl.
                05 ia-pend-row occurs IA-PEND-MAX.
                    10 ip-acct               pic 9(3).
                    10 ip-verb               pic x(7).
                    10 ip-amount             pic s9(13)v99.
            77 ia-last-stmt                 pic 9(8) value 0.
            77 ia-total-reads               pic 9(9) value 0.
            77 ia-total-writes              pic 9(9) value 0.

      * the SELECT/FD scan: which word the last keyword
      * promised -- S file after SELECT, T status field after
      * STATUS, A assignment after ASSIGN, F file after FD/SD,
      * R record after an 01
            77 ia-expect                    pic x value space.
            77 ia-select-index              pic 9(3) value 0.
            77 ia-fd-index                  pic 9(3) value 0.
            77 ia-scan-done-flag            pic 9 value 0.
            77 ia-tok-ptr                   pic 9(3) value 0.
            77 ia-word-count                pic 9(3) value 0.
            01 ia-word                      pic x(40) value spaces.
            01 ia-next-word                 pic x(40) value spaces.
            01 ia-want-file                 pic x(40) value spaces.
            01 ia-verb                      pic x(7) value spaces.
            01 ia-status-value              pic x(2) value spaces.
            01 ia-fetch-name                pic x(40) value spaces.
            77 ia-fetch-ok-flag             pic 9 value 0.
            01 ia-value                     pic s9(13)v99 value 0.

      * FILEIO trace records -- the OPEN's mode words, and the
      * physical name an assignment resolves to
            01 ia-mode-word                 pic x(6) value spaces.
            01 ia-quote                     pic x value space.
            01 ia-lead                      pic x(100) value spaces.
            01 ia-env-name                  pic x(60) value spaces.
            01 ia-env-value                 pic x(200) value spaces.

      * report scratch
            01 ia-stamp                     pic x(6) value spaces.
            01 ia-text                      pic x(120) value spaces.
            77 ia-text-ptr                  pic 9(3) value 0.
            01 ia-noun-text                 pic x(20) value spaces.
            01 ia-count-edit                pic z,zzz,zzz,zz9.
            01 ia-count-edit-2              pic z,zzz,zzz,zz9.
            01 ia-amount-edit           pic -z,zzz,zzz,zzz,zz9.99.
            01 ia-amount-edit-2         pic -z,zzz,zzz,zzz,zz9.99.
            01 ia-sum-in                    pic s9(15)v99 value 0.
            01 ia-sum-out                   pic s9(15)v99 value 0.
            77 ia-amount-flag               pic 9 value 0.
            77 ia-difference                pic s9(9) value 0.
            01 ia-diff-edit                 pic -z,zzz,zzz,zz9.

      ***************************************************************
      ** file assignment redirection (redirect.cpy) -- the
      ** COB_REDIRECT_FILE profile's name;path entries, exported as
      ** DD_<name>, and the files whose first OPEN went uncovered
      ***************************************************************
            78 RD-MAX                       value 50.

            01 rd-path                      pic x(256) value spaces.
            01 rd-file-status               pic 99.
            77 rd-count                     pic 9(3) value 0.
            77 rd-index                     pic 9(3) value 0.
            77 rd-hit-index                 pic 9(3) value 0.
            01 rd-tbl.
                05 rd-row occurs RD-MAX.
                    10 rd-name               pic x(40).
                    10 rd-target             pic x(200).
            01 rd-stage-name                pic x(40).
            01 rd-stage-path                pic x(200).
            01 rd-env-name                  pic x(50).
            01 rd-want-name                 pic x(100).
            77 rd-slash-count               pic 9(3) value 0.
            01 rd-count-edit                pic zz9.
            77 rd-over-flag                 pic 9 value 0.

      * one byte per ia-tbl row, set once its uncovered OPEN has
      * been warned about
            01 rd-warned-tbl.
                05 rd-warned occurs IA-MAX   pic 9.
            77 rd-miss-flag                 pic 9 value 0.
            77 rd-miss-index                pic 9(3) value 0.

      * advisory locks on the shared lists (locks.cpy) --
      * ll-list-path is the list about to be written, ll-list-kind
      * what it is (P profile, W watch list, A assertions); the
      * locks this session took are kept to release at the end
            78 LL-HELD-MAX                  value 10.
            01 ll-list-path                 pic x(256) value spaces.
            01 ll-list-kind                 pic x value space.
            01 ll-list-label                pic x(20) value spaces.
            01 ll-lock-path                 pic x(260) value spaces.
            01 ll-lock-status               pic 99.
            01 ll-owner-state-path          pic x(256) value spaces.
            01 ll-owner-state-status        pic 99.
            77 ll-granted-flag              pic 9 value 1.
            77 ll-done-flag                 pic 9 value 0.
            77 ll-stale-flag                pic 9 value 0.
            01 ll-owner-sid                 pic x(8) value spaces.
            01 ll-owner-user                pic x(20) value spaces.
            01 ll-owner-time                pic x(6) value spaces.
            01 ll-owner-date                pic x(8) value spaces.
            01 ll-owner-tag                 pic x(10) value spaces.
            01 ll-broken-user               pic x(20) value spaces.
            01 ll-owner-stamp.
                03 ll-owner-hh               pic 99.
                03 ll-owner-mm               pic 99.
                03 ll-owner-ss               pic 99.
            01 ll-unused-text               pic x(30) value spaces.
            01 ll-now-raw.
                03 ll-now-hh                 pic 99.
                03 ll-now-mm                 pic 99.
                03 ll-now-ss                 pic 99.
                03 ll-now-cc                 pic 99.
            01 ll-today                     pic 9(8) value 0.
            77 ll-age                       pic s9(6) value 0.
            77 ll-stall-seconds             pic 9(4) value 60.
            01 ll-stall-env                 pic x(5) value spaces.
            01 ll-reply-word                pic x(10) value spaces.
            01 ll-new-name                  pic x(256) value spaces.
            77 ll-wait-hundredths           pic 9(4) value 500.
            77 ll-held-count                pic 9(2) value 0.
            77 ll-held-index                pic 9(2) value 0.
            01 ll-held-tbl.
                05 ll-held-path occurs LL-HELD-MAX pic x(260).

      * crash-safe saves (safesave.cpy) -- sf-list-path is the
      * list being saved or loaded, sf-list-kind its kind; the
      * save goes to sf-temp-path and the copies it replaces to
      * <list>.1 .. <list>.n, COB_SAVE_GENERATIONS deep
            78 SF-GEN-MAX                   value 9.
            01 sf-list-path                 pic x(256) value spaces.
            01 sf-list-kind                 pic x value space.
            01 sf-load-path                 pic x(260) value spaces.
            01 sf-temp-path                 pic x(260) value spaces.
            01 sf-check-path                pic x(260) value spaces.
            01 sf-check-status              pic 99.
            01 sf-gen-path                  pic x(260) value spaces.
            01 sf-older-path                pic x(260) value spaces.
            77 sf-gen                       pic 99 value 0.
            01 sf-gen-digit                 pic 9 value 0.
            77 sf-generations               pic 99 value 3.
            77 sf-gen-loaded-flag           pic 9 value 0.
            01 sf-gen-env                   pic x(5) value spaces.
            77 sf-good-flag                 pic 9 value 1.
            77 sf-saved-flag                pic 9 value 0.
            77 sf-write-status              pic 99 value 0.
            77 sf-bad-line                  pic 9(6) value 0.
            77 sf-first-bad-line            pic 9(6) value 0.
            01 sf-line-edit                 pic z(5)9.
            77 sf-row-count                 pic 9(6) value 0.
            01 sf-message                   pic x(120) value spaces.
            01 sf-field-tbl.
                05 sf-field occurs 9        pic x(60).
            77 sf-field-count               pic 99 value 0.
            77 sf-field-index               pic 99 value 0.
      * CBL_CHECK_FILE_EXIST's answer, and the last-byte read
            01 sf-file-info.
                05 sf-fi-size               pic x(8) comp-x.
                05 sf-fi-rest               pic x(8).
            77 sf-call-rc                   pic s9(9) binary value 0.
            01 sf-handle                    pic x(4).
            01 sf-access-mode               pic x comp-x value 1.
            01 sf-deny-mode                 pic x comp-x value 0.
            01 sf-device                    pic x comp-x value 0.
            01 sf-byte-offset               pic x(8) comp-x.
            01 sf-byte-count                pic x(4) comp-x.
            01 sf-stream-flags              pic x comp-x value 0.
            01 sf-last-byte                 pic x value space.

      * re-anchoring after a source change (reanchor.cpy) -- the
      * anchor store as loaded, the new source's paragraph
      * headers, and the modules srccheck found changed and not
      * yet re-anchored
            78 RA-MAX                       value 1000.
            78 RA-PARA-MAX                  value 2000.
            78 RA-CHANGED-MAX               value 50.
            01 ra-path                      pic x(256) value spaces.
            01 ra-file-status               pic 99.
            01 ra-rpt-path                  pic x(256) value spaces.
            01 ra-rpt-file-status           pic 99.
            77 ra-loaded-flag               pic 9 value 0.
            77 ra-dirty-flag                pic 9 value 0.
            77 ra-busy-flag                 pic 9 value 0.
            77 ra-rpt-open-flag             pic 9 value 0.
            77 ra-count                     pic 9(4) value 0.
            77 ra-start-count               pic 9(4) value 0.
            77 ra-index                     pic 9(4) value 0.
            77 ra-found-index               pic 9(4) value 0.
            77 ra-ptr                       pic 9(4) value 0.
            01 ra-tbl.
                05 ra-row occurs RA-MAX.
                    10 ra-module            pic x(30).
                    10 ra-print             pic 9(9).
                    10 ra-line              pic 9(6).
                    10 ra-offset            pic 9(5).
                    10 ra-para              pic x(30).
                    10 ra-sig               pic x(40).
            01 ra-mode                      pic x value 'S'.
            77 ra-cur-print                 pic 9(9) value 0.
            01 ra-item-kind                 pic x(2) value spaces.
            77 ra-item-index                pic 9(4) value 0.
            77 ra-item-line                 pic 9(6) value 0.
            77 ra-new-line                  pic 9(6) value 0.
            01 ra-work-sig                  pic x(40) value spaces.
            01 ra-work-para                 pic x(30) value spaces.
            77 ra-work-offset               pic 9(5) value 0.
            77 ra-scan-line                 pic 9(6) value 0.
            77 ra-match-count               pic 9(4) value 0.
            77 ra-match-line                pic 9(6) value 0.
            77 ra-exact-line                pic 9(6) value 0.
            77 ra-range-start               pic 9(6) value 0.
            77 ra-range-end                 pic 9(6) value 0.
            77 ra-para-count                pic 9(4) value 0.
            77 ra-para-index                pic 9(4) value 0.
            77 ra-para-found                pic 9(4) value 0.
            01 ra-para-tbl.
                05 ra-para-row occurs RA-PARA-MAX.
                    10 ra-para-name         pic x(30).
                    10 ra-para-start        pic 9(6).
            77 ra-moved-count               pic 9(4) value 0.
            77 ra-unplaced-count            pic 9(4) value 0.
            77 ra-bp-moved-flag             pic 9 value 0.
            77 ra-bm-moved-flag             pic 9 value 0.
            77 ra-as-moved-flag             pic 9 value 0.
            77 ra-changed-flag              pic 9 value 0.
            77 ra-changed-count             pic 9(2) value 0.
            77 ra-changed-index             pic 9(2) value 0.
            01 ra-changed-tbl.
                05 ra-changed-module occurs RA-CHANGED-MAX
                                            pic x(30).
            01 ra-reason                    pic x(60) value spaces.
            01 ra-line-edit                 pic z(5)9.
            01 ra-line-edit-2               pic z(5)9.
            01 ra-today                     pic 9(8).
            01 ra-now                       pic 9(8).
            77 ra-save-number               pic 9(5).
            77 ra-save-linenumber           pic s9(9) binary.
            01 ra-save-buffer               pic x(512).
            01 ra-save-trimmed              pic x(255).

      * record-level watch (map-record-watch-change,
      * watchpoints.cpy) -- when a watched group item changes,
      * name the subordinate field the changed bytes belong to
      ***************************************************************
            copy "scriptapi.cpy".

      * the named environment profile applied at start-up
      * (gc-envprof), kept for the configuration capture
            copy "envprof.cpy".
            01 ep-line-edit                 pic z(5)9.

            01 pause-script-path            pic x(256) value spaces.
            01 pause-script-fields          pic x(200) value spaces.
            01 pause-hook-kind              pic x(10).

      ***************************************************************
        do-initialization section.
      * the profile goes into the environment before any
      * setting is read from it, COB_ANIM_LOGGING included
            if global-init-flag = 0
                perform apply-environment-profile
            end-if

       >> IF ENABLE-LOGGING DEFINED
            if global-init-flag = 0
                accept cob-anim-logging from environment
                perform load-keymap
                perform load-message-catalog

      * what the file-status and return-code values mean here
                perform load-status-catalog

      * which fields and data files hold EBCDIC
                perform load-ebcdic-list

      * the amount, status field and name each file's
      * I/O accounting is kept with
                perform load-io-accounts

      * the test copies the debuggee's files are to resolve
      * to instead of their production paths
                perform load-redirect-profile

      * dumb-terminal fallback -- every highlight becomes
      * the same black-on-white inverse of the source area, which
      * reads as plain reverse video on a monochrome screen
                    move 7 to hl-foreground-color
                end-if

      * and whether there is a full screen to drive at all
                perform take-line-mode-setting

      * which field values must render masked, now that
      * the role that may clear them is known
                perform load-mask-list

      * when each module's data may be changed
                perform load-change-calendar

      * queued-approval mode for denied mutating commands
                move spaces to approval-mode-env
                accept approval-mode-env from environment
                if go-budget-env not = spaces
                    move go-budget-env to go-time-budget
                end-if

      * and the runaway-loop guard's repeat limit
                move spaces to loop-limit-env
                accept loop-limit-env from environment
                    'COB_LOOP_LIMIT' end-accept
                if loop-limit-env not = spaces
                    move loop-limit-env to loop-limit
                end-if

      * and the tour "H TOUR" plays when it names none
                move spaces to tour-path
                accept tour-path from environment
                    'COB_TOUR_FILE' end-accept
                if tour-path = spaces
                    move 'gc-debugger.tour' to tour-path
                end-if

      * and the answers for the debuggee's console ACCEPTs
                move spaces to acc-path
                accept acc-path from environment
                    'COB_ACCEPT_FILE' end-accept
                perform load-accept-answers

      * and where the debuggee's DISPLAY output is kept
                move spaces to dsp-capture-env
                accept dsp-capture-env from environment
                    'COB_DISPLAY_CAPTURE' end-accept
                move function upper-case (dsp-capture-env)
                    to dsp-capture-env
                if dsp-capture-env(1:1) = 'N'
                    move 0 to dsp-enabled-flag
                end-if

                move spaces to dsp-path
                accept dsp-path from environment
                    'COB_DISPLAY_FILE' end-accept
                if dsp-path = spaces
                    move 'gc-debugger.display' to dsp-path
                end-if

      * and which external CALLs are answered from a stub file
                move spaces to stb-path
                accept stb-path from environment
                    'COB_STUB_FILE' end-accept
                perform load-call-stubs

      * and how long the pause prompt waits before the idle
      * policy acts, what it does, and how much warning it gives
                move spaces to idl-env
                accept idl-env from environment
                    'COB_IDLE_MINUTES' end-accept
                if idl-env not = spaces
                    and function trim (idl-env) is numeric
                    move function numval (idl-env) to idl-minutes
                end-if

                move spaces to idl-env
                accept idl-env from environment
                    'COB_IDLE_ACTION' end-accept
                move function upper-case (idl-env) to idl-env
                if idl-env = 'GO' or idl-env = 'CHECKPOINT'
                    move idl-env to idl-action
                end-if

                move spaces to idl-env
                accept idl-env from environment
                    'COB_IDLE_WARNING' end-accept
                if idl-env not = spaces
                    and function trim (idl-env) is numeric
                    move function numval (idl-env)
                        to idl-warn-minutes
                end-if
      * a limit no longer than the warning is warned of a
      * minute ahead
                move 0 to idl-warn-at
                if idl-minutes > idl-warn-minutes
                    compute idl-warn-at = idl-minutes - idl-warn-minutes
                    end-compute
                else
                    if idl-minutes > 1
                        compute idl-warn-at = idl-minutes - 1
                        end-compute
                    end-if
                end-if
            end-if

      * where to publish the live run/pause state to,
                end-if
            end-if

      * where the end-of-run I/O balancing report lands
            if global-init-flag = 0
                move spaces to ia-bal-path
                accept ia-bal-path from environment
                    'COB_IO_BALANCE_FILE' end-accept
                if ia-bal-path = spaces
                    move 'gc-debugger.iobalance' to ia-bal-path
                end-if
            end-if

      * where the set-back change ledger is exported at
      * end of session
            if global-init-flag = 0
                end-if
            end-if

      * where the before-images of files opened for update
      * go -- unset, none are taken
            if global-init-flag = 0
                move spaces to bi-dir
                accept bi-dir from environment
                    'COB_BEFORE_IMAGE_DIR' end-accept
                if bi-dir not = spaces
                    move spaces to bi-index-path
                    string function trim (bi-dir) delimited by size
                        '/' delimited by size
                        function trim (journal-session-id)
                            delimited by size
                        '.bimgidx' delimited by size
                        into bi-index-path
                    end-string
                end-if
            end-if

      * paragraph wall-clock profiler on/off, and where
      * its end-of-session timing report goes
            if global-init-flag = 0

            if SINGLE-STEP-MODE
      *          call "C$SLEEP" using 20 end-call
                perform show-animator-screen
                perform display-current-breakpoints
            end-if
            if bp-wp-init-flag not = 1
                perform load-assertions
                perform load-bookmarks
                move 1 to bp-wp-init-flag
      * the module already on screen registered before its
      * lists were here to re-anchor
                perform reanchor-active-module
                initialize watchpoint-lst, wp-count

                move spaces to wp-limit-env
      * entry, the baseline "T UNINIT" judges suspects against
                perform take-entry-snapshot

      * and its files, for the I/O accounting
                perform scan-module-files

      * discovery mode -- a module's first appearance
      * pauses the run, but only a running one: a module first
      * entered under single-step is already on screen
      *** status line's plain chrome
        display-status-error section.
            move status-line to err-status-text.
            if line-mode-flag = 1
                display '*** ' function trim (err-status-text)
                end-display
                exit section
            end-if
            display err-status-text
                line 22 col 1
                with background-color hl-error-color
                        to status-line
            end-evaluate

            perform show-status-line

            continue.

            perform append-coverage-headline.

            move headline to headline-vv.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line-if-visible.


            perform process-interface-block-cdepth.

      * a console ACCEPT the answer file covers is answered
      * and stepped over before anything else looks at the line;
      * one it cannot answer stops a GO-MODE run right here
            move 0 to acc-answered-flag.
            move 0 to acc-miss-flag.
            if acc-count > 0 or acc-default-flag = 1
                if module-init-flag = 1
                    and anim-stmt-type not = '0'
                    and anim-state not = 'X'

                    perform check-scripted-accept
                end-if
            end-if
            if acc-miss-flag = 1
                and (GO-MODE or STEP-OVER-MODE)

                perform pause-on-unanswered-accept
                exit section
            end-if

      * a DISPLAY about to run has its output kept
            if dsp-enabled-flag = 1
                and module-init-flag = 1
                and anim-stmt-type not = '0'
                and anim-state not = 'X'

                perform capture-display-output
            end-if

      * a CALL the stub file covers is answered and stepped over
            move 0 to stb-done-flag.
            if stb-count > 0
                and module-init-flag = 1
                and anim-stmt-type not = '0'
                and anim-state not = 'X'

                perform check-call-stub
            end-if

            if SINGLE-STEP-MODE
       >> IF ENABLE-LOGGING DEFINED
                if cob-anim-logging = 'Y'
                              goback
                          else
                              perform line-cursor-adjustment
                              perform show-animator-screen
                              perform display-active-line
                          end-if
                     end-if
                end-if

                perform check-for-stop-run

      * an OPEN the redirection profile doesn't cover
                if rd-miss-flag = 1
                    move 0 to rd-miss-flag
                    perform show-redirect-miss
                end-if

                if acc-answered-flag = 1 or acc-miss-flag = 1
                    perform show-accept-outcome
                end-if

                if stb-done-flag = 1
                    perform show-stub-outcome
                end-if
            end-if

            if GO-MODE or STEP-OVER-MODE
                            go-progress-counter delimited by size
                            into go-progress-footer
                        end-string
                        if line-mode-flag = 0
                            display go-progress-footer-field
                            end-display
                        end-if
                    end-if
                end-if

                *> FIXME: add callback function for performance issues instead
                perform check-for-stop-run

      * an OPEN the redirection profile doesn't cover stops
      * the run short of the real file (redirect.cpy); headless
      * trace mode has only the log line
                if rd-miss-flag = 1
                    move 0 to rd-miss-flag
                    if trace-mode not = 'Y'
                        and trace-mode not = 'R'

                        perform pause-on-redirect-miss
                        exit section
                    end-if
                end-if

                perform is-breakpoint
                if is-breakpoint-flag = 1
                    perform check-breakpoint-condition
                    perform check-run-to-cursor
                end-if

      * a tour under way watches for its next stop
                move 0 to tour-hit-flag
                if tour-active-flag = 1
                    perform check-tour-stop
                end-if

      * a pending paragraph step watches for execution
      * leaving the paragraph it was issued in
                move 0 to para-step-hit-flag
      * an armed I/O event breakpoint watches every
      * statement for its verb (or its file-status field)
                move 0 to iobp-hit-flag
                move 0 to iobp-status-hit-flag
                if iobp-armed-flag = 1
                    or iobp-status-armed-flag = 1

                    perform check-io-event-bp
                end-if

      * runaway-loop guard -- the same short cycle going
      * round with nothing watched changing and no I/O pauses
      * the run, unless a stop of its own is already due here
                if loop-limit > 0
                    and GO-MODE
                    and trace-mode not = 'Y'
                    and trace-mode not = 'R'

                    perform check-runaway-loop
                    if loop-hit-flag = 1
                        and is-breakpoint-flag = 0
                        and watchpoint-changed-flag = 0
                        and go-until-hit-flag = 0
                        and iobp-hit-flag = 0
                        and rtc-hit-flag = 0
                        and tour-hit-flag = 0
                        and para-step-hit-flag = 0

                        perform pause-on-runaway-loop
                        move 0 to loop-hit-flag
                        exit section
                    end-if
                    move 0 to loop-hit-flag
                end-if

      * tally every hit kind for the end-of-session
      * summary, regardless of whether trace mode is about to run
      * straight through it (below) or execution actually pauses for
      * before execution continues
                    if (is-breakpoint-flag = 1
                        or watchpoint-changed-flag = 1
                        or go-until-hit-flag = 1
                        or chan-step-flag = 1)
                        and chan-active-flag = 1

                        perform channel-on-hit
                    or new-module-hit-flag = 1
                    or para-step-hit-flag = 1
                    or rtc-hit-flag = 1
                    or tour-hit-flag = 1
      * give the on-pause triage script first look at
      * this stop -- a clean RESUME verdict waves it through (the
      * run stays in GO-MODE, same as trace mode running straight

                        perform run-pause-script-hook
                    end-if
      * a run the idle policy resumed has nobody to pause
      * for -- those same three stops are passed through
                    if idl-unattended-flag = 1
                        and (is-breakpoint-flag = 1
                        or watchpoint-changed-flag = 1
                        or go-until-hit-flag = 1)

                        move 1 to pause-hook-resume-flag
                    end-if
                    if pause-hook-resume-flag = 1
                        goback
                    end-if
      * don't outlive the pause
                    move 0 to step-over-stack-top
                    move 0 to rtc-active-flag
                    move 0 to tour-active-flag
                    move 0 to para-step-active-flag
      *              display "Breakpoint..." upon syserr end-display
      * run's over -- clear the progress footer before
      * the screen that's about to go back to normal single-step use
                    move spaces to go-progress-footer
                    perform show-animator-screen
                    perform display-active-line
                    perform display-current-breakpoints

                                delimited by size
                            into status-line
                        end-string
                        perform show-status-line
                    end-if

      * the run-to-cursor landed
                    if rtc-hit-flag = 1
                        move 'Stopped: cursor line reached.'
                            to status-line
                        perform show-status-line
                    end-if

      * a tour stop landed -- up goes its narrative
                    if tour-hit-flag = 1
                        perform show-tour-stop
                    end-if

      * the paragraph step landed
                    if para-step-hit-flag = 1
                        move 'Stopped: next paragraph.'
                            to status-line
                        perform show-status-line
                    end-if

      * a discovery-mode stop -- say which module just
                            delimited by size
                            into status-line
                        end-string
                        perform show-status-line
                    end-if

      * name the I/O event that stopped the run
                    if iobp-hit-flag = 1
                        move 'Stopped: I/O event breakpoint.'
                            to status-line
      * a tripped status says what the value means
                        if iobp-status-hit-flag = 1
                            move iobp-last-status to sc-lookup-code
                            move spaces to sc-lookup-module
                            perform get-status-meaning
                            move spaces to status-line
                            string 'Stopped: ' delimited by size
                                function trim (iobp-status-field)
                                    delimited by size
                                ' = ' delimited by size
                                iobp-last-status delimited by size
                                ' -- ' delimited by size
                                function trim (sc-result-meaning)
                                    delimited by size
                                into status-line
                            end-string
                        end-if
                        perform show-status-line
                    end-if

      * say which "U" expression just came true
                                delimited by size
                            into status-line
                        end-string
                        perform show-status-line
                    end-if
                else
       >> IF ENABLE-LOGGING DEFINED
            move 1 to checkpoint-set-flag.

            move spaces to go-progress-footer.
            perform show-animator-screen
            perform display-active-line.
            perform display-current-breakpoints.

                ' statements -- paused.' delimited by size
                into status-line
            end-string
            perform show-status-line

            continue.


            if trace-file-open-flag = 1
                move spaces to trace-line
                add 1 to dsp-trace-seq

                if is-breakpoint-flag = 1
                    string 'HIT;BP;' delimited by size
      *** hit.
        write-operator-alert section.
            evaluate true
                when idl-fired-flag = 1
                    move 'IDLE' to alert-hit-kind
                    move idl-action to alert-hit-name
                    move spaces to alert-hit-note
                    string 'no key for ' delimited by size
                        function trim (idl-minutes-edit)
                            delimited by size
                        ' minute(s)' delimited by size
                        into alert-hit-note
                    end-string
                when acc-miss-flag = 1
                    move 'ACCEPT' to alert-hit-kind
                    move acc-field to alert-hit-name
                    move 'no scripted answer' to alert-hit-note
                when is-breakpoint-flag = 1
                    move 'BP' to alert-hit-kind
                    move bp-cond-var(bp-index) to alert-hit-name
                    move wp-var-name(wp-hit-index)
                        to alert-hit-name
                    move spaces to alert-hit-note
                when loop-hit-flag = 1
                    move 'LOOP' to alert-hit-kind
                    move loop-cycle-repeats to loop-repeat-edit
                    move loop-cycle-count to loop-count-edit
                    move spaces to alert-hit-name
                    string 'cycle of ' delimited by size
                        function trim (loop-count-edit)
                            delimited by size
                        ' line(s)' delimited by size
                        into alert-hit-name
                    end-string
                    move spaces to alert-hit-note
                    string 'repeated ' delimited by size
                        function trim (loop-repeat-edit)
                            delimited by size
                        ' times' delimited by size
                        into alert-hit-note
                    end-string
                when other
                    move 'UNTIL' to alert-hit-kind
                    move go-until-var to alert-hit-name
            compute tmp-onscreen-linenumber = active-line-onscreen
                + 1 end-compute

      * no screen -- the stop goes out as text: where, and
      * the lines around it
            if line-mode-flag = 1
                perform show-stop-context
            else
                display sourceline(active-line-onscreen)(1:74)
                line tmp-onscreen-linenumber col 7
                with background-color hl-active-color
                foreground-color hl-foreground-color end-display
            end-if

            perform decode-call-passing-mode.

      * that survives
            perform write-postmortem-report.

      * reassert the pinned caller frame (or the tour
      * stop's narrative) over the bottom half of the source
      * window
            evaluate true
                when tour-panel-flag = 1
                    perform render-tour-panel
                when split-mode-flag = 1
                    perform render-split-caller
            end-evaluate

      * a stale-source warning latched during module init
      * must survive the screen draw that followed it

      ***************************************************************
        display-active-line-if-visible section.
            if line-mode-flag = 1
                continue
            else if active-line-if >= linenumber(1)
                and active-line-if <= linenumber(MAX-ROWS)

                compute tmp-onscreen-linenumber = active-line-if
            move 'PAUSED' to state-tag.
            perform publish-run-state.

            evaluate true
                when tour-panel-flag = 1
                    perform render-tour-panel
                when split-mode-flag = 1
                    perform render-split-caller
            end-evaluate

            continue.

      ***************************************************************
        refresh-screen section.
            perform show-animator-screen
            perform display-current-breakpoints.
            perform display-active-line-if-visible.


      ***************************************************************
        line-cursor-adjustment section.
            if line-mode-flag = 0
                display space line line-cursor-position col 6
                end-display
            end-if
            compute line-cursor-position = active-line-if -
                linenumber(1) + 1 end-compute

      ***************************************************************
        quit-debugger section.
            if SEARCH-SCREEN-MODE
                perform show-animator-screen
                set DEBUG-SCREEN-MODE to true
            else
      *         move "Möchten Sie den Debugger beenden?" to
                    to msg-default-text
                perform get-catalog-message
                move msg-result-text to command-input-line
                if line-mode-flag = 0
                    display footline end-display
                end-if
                perform ask-on-command-line

                if function
                    upper-case(tmp-command-input-buffer(1:1))
                    perform write-assert-report
                    perform write-ledger-export
                    perform write-postmortem-report
                    perform write-io-balance-report
                    perform write-callgraph-report
                    perform write-review-pack
                    perform write-wp-history-export
                    perform release-list-locks
                    perform close-session-manifest

       >> IF ENABLE-LOGGING DEFINED
      * one last look at the session's totals before
      * the screen goes blank for good
                    perform build-session-summary
                    if line-mode-flag = 1
                        display SESSION-SUMMARY-TITLE end-display
                        display SESSION-SUMMARY-LINE-1 end-display
                        display SESSION-SUMMARY-LINE-2 end-display
                        display SESSION-SUMMARY-LINE-3 end-display
                        display SESSION-SUMMARY-LINE-4 end-display
                        display SESSION-SUMMARY-LINE-5 end-display
                        display SESSION-SUMMARY-LINE-6 end-display
                        display SESSION-SUMMARY-LINE-7 end-display
                    else
                        display session-summary-screen end-display
                        move spaces to tmp-command-input-buffer
                        accept tmp-command-input-buffer line 19
                            col 38 end-accept
                    end-if

      *              Doesn't work in GC 1.1
      *              display spaces upon crt end-display
                    perform show-empty-screen
                    stop run
                end-if

                move 'Command: ' to msg-default-text
                perform get-catalog-message
                move msg-result-text to command-input-line
                if line-mode-flag = 0
                    display command-input-line end-display
                    display footline end-display
                    display footline-2 end-display
                end-if
            end-if

            continue.
                        to status-line
                 end-if
            end-if
            perform show-status-line.

            set SINGLE-STEP-MODE to true.
            goback.
      * this is a fresh run as far as the batch-window
      * budget guard is concerned
            move 0 to go-run-stmt-count.
            move 0 to loop-period.
            move 0 to loop-run.
            accept bg-time-raw from time end-accept.
            compute go-run-start-time =
                bg-hh * 3600 + bg-mm * 60 + bg-ss
            end-compute
            move 0 to state-run-seconds.

      * a plain "G" is not a "run until" -- drop any
      * expression a previous "U" left standing
                or go-until-value = spaces

                move 'Usage: U <field> <op> <value>' to status-line
                perform show-status-line
            else
                move 1 to go-until-active-flag
                move 0 to go-until-hit-flag
                compute go-run-start-time =
                    bg-hh * 3600 + bg-mm * 60 + bg-ss
                end-compute
                move 0 to state-run-seconds

                move 'RUNNING' to state-tag
                perform publish-run-state

      ***************************************************************
      *** ----------------- format the session's running
      *** totals into session-summary-screen's seven stat-line
      *** fields, right-justified the way bp-amount/wp-amount counts
      *** already read elsewhere on this screen -- called from
      *** quit-debugger right before it displays the box and stops
      *** the run
        build-session-summary section.
            move spaces to ss-stmt-line.
            string 'Statements executed: ' delimited by size
                into ss-module-line
            end-string

            move spaces to ss-read-line.
            string 'Records read:        ' delimited by size
                ia-total-reads delimited by size
                into ss-read-line
            end-string

            move spaces to ss-write-line.
            string 'Records written:     ' delimited by size
                ia-total-writes delimited by size
                into ss-write-line
            end-string

            continue.

      ***************************************************************
      *** now (state-tag, current module, current line) -- called
      *** whenever the run/pause state changes, so an outside
      *** process can read it without attaching to the animator.
      *** After the sequence number and stamp come the breakpoint
      *** and watchpoint hit counts, then the run's statements and
      *** seconds against their budgets (0 when none is set):
      *** tag;module;line;seq;hhmmss;bp;wp;stmts;stmt-budget;
      *** seconds;time-budget
      *** Silently does nothing if state-path can't be opened; this
      *** is a best-effort side channel, not something the debugger
      *** itself depends on.
                end-if
                accept state-stamp from time end-accept

      * seconds into the current run -- only a running
      * session is using its time budget
                if GO-MODE and go-time-budget > 0
                    accept bg-time-raw from time end-accept
                    compute go-budget-now =
                        bg-hh * 3600 + bg-mm * 60 + bg-ss
                    end-compute
                    compute go-budget-elapsed =
                        go-budget-now - go-run-start-time
                    end-compute
                    if go-budget-elapsed < 0
                        add 86400 to go-budget-elapsed
                    end-if
                    move go-budget-elapsed to state-run-seconds
                end-if

                move spaces to state-record
                string function trim (state-tag) delimited by size
                    ';' delimited by size
                    state-publish-seq delimited by size
                    ';' delimited by size
                    state-stamp delimited by size
                    ';' delimited by size
                    session-bp-hit-count delimited by size
                    ';' delimited by size
                    session-wp-hit-count delimited by size
                    ';' delimited by size
                    go-run-stmt-count delimited by size
                    ';' delimited by size
                    go-stmt-budget delimited by size
                    ';' delimited by size
                    state-run-seconds delimited by size
                    ';' delimited by size
                    go-time-budget delimited by size
                    ';' delimited by size
                    idl-state-note delimited by space
                    into state-record
                end-string

                move spaces to tmp-command-input-buffer
                perform goto-line

                perform show-animator-screen
                perform display-current-breakpoints
                perform display-active-line-if-visible

                end-string
            end-if

            perform show-status-line

            continue.

        goto-line section.
            if module-line-count < MAX-ROWS
                move active-line-if to active-line-onscreen
                if line-mode-flag = 0
                    display space line line-cursor-position col 6
                    end-display
                end-if
                add 1 to active-line-if giving line-cursor-position
                end-add
            else
                    move tmp-linenumber to linenumber(tmp-counter)

                    if linenumber(tmp-counter) = goto-linenumber
                        if line-mode-flag = 0
                            display space
                                line line-cursor-position col 6
                            end-display
                        end-if
                        move tmp-counter to line-cursor-position
       >> IF ENABLE-LOGGING DEFINED
                        string "goto-line, line-cursor-position: "

            perform apply-screen-window.

            perform show-animator-screen
            perform display-current-breakpoints.

            continue.

            perform apply-screen-window.

            perform show-animator-screen

            continue.


            perform apply-screen-window.

            perform show-animator-screen

            continue.

        copy "postmortem.cpy".
        copy "datasweep.cpy".
        copy "iobp.cpy".
        copy "ioacct.cpy".
        copy "looping.cpy".
        copy "tours.cpy".
        copy "linemode.cpy".
        copy "answers.cpy".
        copy "dispcap.cpy".
        copy "stubs.cpy".
        copy "idle.cpy".
        copy "locks.cpy".
        copy "safesave.cpy".
        copy "reanchor.cpy".
        copy "navigate.cpy".
        copy "evaluate.cpy".
        copy "virtfield.cpy".
        copy "masking.cpy".
        copy "chgwin.cpy".
        copy "covoverlay.cpy".
        copy "macros.cpy".
        copy "msgcat.cpy".
        copy "statcat.cpy".
        copy "ebcdic.cpy".
        copy "xref.cpy".
        copy "bookmarks.cpy".
        copy "databrowse.cpy".
        copy "approvals.cpy".
        copy "srccheck.cpy".
        copy "srccache.cpy".
        copy "befimg.cpy".
        copy "redirect.cpy".
