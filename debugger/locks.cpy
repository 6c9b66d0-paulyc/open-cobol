      * locks.cpy
      * advisory locks on the shared lists -- two analysts with
      * the same named breakpoint profile, COB_WATCHPOINT_FILE or
      * COB_ASSERT_FILE loaded used to wipe each other's changes,
      * whoever saved last winning. A session now takes
      * <list>.lock the first time it writes a list and holds it
      * until it ends; the lock holds the owner's session id, user,
      * time and date, and the owner's COB_STATE_FILE. A second
      * session about to write the list is shown who holds it and
      * chooses: N <name> saves under a new name (and keeps using
      * it), W waits for the lock, Enter leaves the file alone. A
      * lock whose owner's state file shows ENDED -- or RUNNING
      * with no heartbeat for COB_STALL_SECONDS, the STALLED rule
      * gc-attach and gc-fleet apply -- is stale and broken. A
      * headless run never waits: it leaves a locked list alone.

      ***************************************************************
      *** ----------------- may this session write ll-list-path (a
      *** list of kind ll-list-kind)? ll-granted-flag = 1 if so --
      *** ll-list-path may come back changed when the analyst chose
      *** a new name, and the caller then writes (and keeps) that
        acquire-list-lock section.
            move 0 to ll-granted-flag.
            move 0 to ll-done-flag.

            evaluate ll-list-kind
                when 'P'
                    move 'Breakpoint profile' to ll-list-label
                when 'W'
                    move 'Watch list' to ll-list-label
                when other
                    move 'Assertion file' to ll-list-label
            end-evaluate

            perform until ll-done-flag = 1
                perform try-list-lock

                if ll-granted-flag = 1
                    move 1 to ll-done-flag
                else
                    perform show-list-lock-owner

                    if trace-mode = 'Y' or trace-mode = 'R'
                        move 1 to ll-done-flag
                    else
                        perform ask-about-locked-list
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- one attempt: already ours, free, ours by
      *** an earlier run of this session, or stale -- granted;
      *** anything else leaves the owner in ll-owner-*
        try-list-lock section.
            move 0 to ll-granted-flag.

            move spaces to ll-lock-path.
            string function trim (ll-list-path) delimited by size
                '.lock' delimited by size
                into ll-lock-path
            end-string

            perform varying ll-held-index from 1 by 1
                until ll-held-index > ll-held-count

                if ll-held-path(ll-held-index) = ll-lock-path
                    move 1 to ll-granted-flag
                    exit section
                end-if
            end-perform

            perform read-list-lock.

            if ll-owner-sid = spaces
                or ll-owner-sid = journal-session-id

                perform write-list-lock
                exit section
            end-if

            perform check-lock-owner-stale.
            if ll-stale-flag = 1
                move ll-owner-user to ll-broken-user
                perform write-list-lock
                if ll-granted-flag = 1
                    move spaces to status-line
                    string 'Broke stale lock of ' delimited by size
                        function trim (ll-broken-user) delimited by size
                        ' (' delimited by size
                        function trim (ll-owner-tag) delimited by size
                        ') on ' delimited by size
                        function trim (ll-list-path) delimited by size
                        into status-line
                    end-string
                    perform show-status-line
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- sid;user;hhmmss;yyyymmdd;state-path off
      *** ll-lock-path; ll-owner-sid stays spaces when there is no
      *** lock
        read-list-lock section.
            move spaces to ll-owner-sid.
            move spaces to ll-owner-user.
            move spaces to ll-owner-time.
            move spaces to ll-owner-date.
            move spaces to ll-owner-state-path.

            open input ll-lock-file.
            if ll-lock-status not = 0
                exit section
            end-if

            read ll-lock-file end-read
            if ll-lock-status = 0
                move 1 to tmp-unstring-ptr
                unstring ll-lock-record delimited by ';'
                    into ll-owner-sid ll-owner-user ll-owner-time
                         ll-owner-date ll-owner-state-path
                    with pointer tmp-unstring-ptr
                end-unstring
            end-if

            close ll-lock-file

            continue.

      ***************************************************************
      *** ----------------- this session's lock over ll-lock-path,
      *** read back to be sure another session didn't write its own
      *** in the same moment
        write-list-lock section.
            move 0 to ll-granted-flag.

            open output ll-lock-file.
            if ll-lock-status not = 0
      * nowhere to put a lock (a read-only directory) --
      * the list itself will say whether it can be written
                move 1 to ll-granted-flag
                exit section
            end-if

            accept ll-now-raw from time end-accept.
            accept ll-today from date yyyymmdd end-accept.

            move spaces to ll-lock-record.
            string journal-session-id delimited by size
                ';' delimited by size
                function trim (debug-user) delimited by size
                ';' delimited by size
                ll-now-raw(1:6) delimited by size
                ';' delimited by size
                ll-today delimited by size
                ';' delimited by size
                function trim (state-path) delimited by size
                into ll-lock-record
            end-string
            write ll-lock-record end-write

            close ll-lock-file.

            perform read-list-lock.
            if ll-owner-sid not = journal-session-id
                exit section
            end-if

            move 1 to ll-granted-flag.
            if ll-held-count < LL-HELD-MAX
                add 1 to ll-held-count
                move ll-lock-path to ll-held-path(ll-held-count)
            end-if

            continue.

      ***************************************************************
      *** ----------------- has the owner in ll-owner-* gone? Its
      *** state file showing ENDED, or RUNNING with a heartbeat
      *** older than COB_STALL_SECONDS, makes ll-stale-flag 1; no
      *** state file to go by leaves the lock standing
        check-lock-owner-stale section.
            move 0 to ll-stale-flag.
            move spaces to ll-owner-tag.

            if ll-owner-state-path = spaces
                exit section
            end-if

            open input ll-state-file.
            if ll-owner-state-status not = 0
                exit section
            end-if

            move spaces to ll-owner-stamp.
            read ll-state-file end-read
            if ll-owner-state-status = 0
                move 1 to tmp-unstring-ptr
                unstring ll-state-record delimited by ';'
                    into ll-owner-tag ll-unused-text ll-unused-text
                         ll-unused-text ll-owner-stamp
                    with pointer tmp-unstring-ptr
                end-unstring
            end-if

            close ll-state-file

            if function trim (ll-owner-tag) = 'ENDED'
                move 1 to ll-stale-flag
                exit section
            end-if

            if function trim (ll-owner-tag) not = 'RUNNING'
                or ll-owner-stamp is not numeric
                exit section
            end-if

            move spaces to ll-stall-env.
            accept ll-stall-env from environment 'COB_STALL_SECONDS'
            end-accept.
            move 60 to ll-stall-seconds.
            if ll-stall-env not = spaces
                and function trim (ll-stall-env) is numeric
                move function numval (ll-stall-env)
                    to ll-stall-seconds
            end-if
            if ll-stall-seconds = 0
                move 60 to ll-stall-seconds
            end-if

            accept ll-now-raw from time end-accept.
            compute ll-age =
                (ll-now-hh * 3600 + ll-now-mm * 60 + ll-now-ss)
                - (ll-owner-hh * 3600 + ll-owner-mm * 60
                    + ll-owner-ss)
            end-compute
            if ll-age < 0
                add 86400 to ll-age
            end-if

            if ll-age > ll-stall-seconds
                move 'STALLED' to ll-owner-tag
                move 1 to ll-stale-flag
            end-if

            continue.

      ***************************************************************
        show-list-lock-owner section.
            move spaces to status-line.
            string function trim (ll-list-label) delimited by size
                ' held by ' delimited by size
                function trim (ll-owner-user) delimited by size
                ' (' delimited by size
                function trim (ll-owner-sid) delimited by size
                ') since ' delimited by size
                ll-owner-time(1:2) delimited by size
                ':' delimited by size
                ll-owner-time(3:2) delimited by size
                ':' delimited by size
                ll-owner-time(5:2) delimited by size
                ', not saved' delimited by size
                into status-line
            end-string
            perform show-status-line

            continue.

      ***************************************************************
      *** ----------------- N <name> / W / Enter for a list someone
      *** else holds
        ask-about-locked-list section.
            move spaces to command-input-line.
            move 'N <name> save as, W wait, Enter leave it:'
                to command-input-line.
            perform ask-on-command-line.

            move spaces to ll-reply-word.
            move spaces to ll-new-name.
            move 1 to tmp-unstring-ptr.
            unstring tmp-command-input-buffer delimited by all space
                into ll-reply-word ll-new-name
                with pointer tmp-unstring-ptr
            end-unstring
            move function upper-case (ll-reply-word) to ll-reply-word.

            move spaces to command-input-line.
            perform show-command-input-line

            evaluate true
                when ll-reply-word = 'N' and ll-new-name not = spaces
      * a profile name becomes <name>.bps the way P SAVE
      * builds one; the other lists take the name as a path
                    if ll-list-kind = 'P'
                        move ll-new-name to bp-profile-name
                        perform build-profile-path
                        move bp-profile-path to ll-list-path
                    else
                        move ll-new-name to ll-list-path
                    end-if
                when ll-reply-word = 'W'
                    perform wait-for-list-lock
                when other
                    move 1 to ll-done-flag
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- look again every five seconds until the
      *** lock is ours, or a key is pressed
        wait-for-list-lock section.
            move 0 to ll-granted-flag.

            perform until ll-granted-flag = 1
                move spaces to status-line
                string 'Waiting for ' delimited by size
                    function trim (ll-list-path) delimited by size
                    ', held by ' delimited by size
                    function trim (ll-owner-user) delimited by size
                    into status-line
                end-string
                perform show-status-line
      * a plain line cannot time out -- there each Enter
      * looks again and anything typed gives up
                if line-mode-flag = 1
                    move 'Enter looks again, anything else stops:'
                        to command-input-line
                    perform ask-on-command-line
                    if tmp-command-input-buffer not = spaces
                        move 1 to ll-done-flag
                        exit perform
                    end-if
                else
                    move 'Any key stops waiting:' to command-input-line
                    display command-input-line end-display

                    move spaces to tmp-command-input-buffer
                    accept tmp-command-input-buffer line 23 col 24
                        before time ll-wait-hundredths
                    end-accept

      * only the time running out comes back 8001
                    if COB-CRT-STATUS not = 8001
                        move 1 to ll-done-flag
                        exit perform
                    end-if
                end-if

                perform try-list-lock
            end-perform

            move spaces to command-input-line.
            perform show-command-input-line

            if ll-granted-flag = 0
                perform show-list-lock-owner
            end-if

            continue.

      ***************************************************************
      *** ----------------- end of session: every lock this session
      *** took and still owns goes
        release-list-locks section.
            perform varying ll-held-index from 1 by 1
                until ll-held-index > ll-held-count

                move ll-held-path(ll-held-index) to ll-lock-path
                perform read-list-lock
                if ll-owner-sid = journal-session-id
                    call "CBL_DELETE_FILE" using ll-lock-path
                    end-call
                end-if
            end-perform

            move 0 to ll-held-count.

            continue.
