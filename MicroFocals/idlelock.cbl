       identification division.
       program-id. idlelock.

      *> idle sign-off - a counter terminal left signed on must not
      *> sit showing patient details, nor let the next person work
      *> under someone else's operator id. MFOCAL.CBL sets the
      *> session up here at sign-on with the store's timeout; every
      *> screen in the menu chain times its accept with it (the
      *> idle-accept-start/idle-accept-check paragraphs in
      *> common.cpy), and one that runs out of time calls back here
      *> to lock the terminal. the lock clears the screen and drops
      *> back to the sign-on prompt for the signed-on operator: their
      *> password resumes the session (the screen that timed out is
      *> abandoned as Escape would abandon it), a blank password or
      *> too many wrong ones signs them off and the chain unwinds to
      *> MFOCAL.CBL's sign-on for whoever is next.
      *>
      *> each timeout is logged (idlelog.dat) and each wrong
      *> password keyed at the lock goes onto the failed sign-on log
      *> (signfail.dat) and the operator's persisted failure count,
      *> exactly as a failed sign-on does - operact.cbl reports both.
      *>
      *> the session lives in this program's working storage, so it
      *> is never cancelled by the menus.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "operator-fc.cpy".

      *> failed sign-on attempts - shared with MFOCAL.CBL's sign-on
       select signfail-file assign "$MFOCALDIR/signfail.dat"
        organization is sequential
        access is sequential
        status is ws-file-status.

      *> terminals locked for want of a keystroke
       select idlelog-file assign "$MFOCALDIR/idlelog.dat"
        organization is sequential
        access is sequential
        status is ws-file-status.

       data division.
       copy "operator-fd.cpy".

       fd signfail-file.
       01 signfail-entry.
         03 sg-date             pic 9(8).
         03 sg-time             pic 9(8).
         03 sg-keyed-id         pic x(10).

       fd idlelog-file.
       01 idlelog-entry.
         03 ig-date             pic 9(8).
         03 ig-time             pic 9(8).
         03 ig-operator-id      pic x(10).
         03 ig-store-id         pic 9(5).
         03 ig-timeout-mins     pic 9(3).

       working-storage section.
       copy "common_ws.cpy".

      *> the terminal's session, as MFOCAL.CBL set it up
       01 il-session.
       copy "idlereq.cpy" replacing ==:Prefix-:== by ==il-==.

       78 IL-MAX-ATTEMPTS       value 3.
       01 il-attempts           pic 9 value 0.
       01 il-resumed            pic x.
       01 il-legacy             pic x.
       01 il-password           pic x(10).
       01 il-keyed-id           pic x(10).
       01 il-pw-ok              pic x.
       01 il-timeout-mins       pic zz9.
       01 il-date-temp          pic 9(8).
       01 il-time-temp          pic 9(8).
       01 pwhash-request.
         03 ph-rq-password    pic x(10).
         03 ph-rq-hash        pic 9(9).

       linkage section.
       01 lnk-idle-request.
       copy "idlereq.cpy" replacing ==:Prefix-:== by ==lnk-il-==.

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-idle-request.
           evaluate true
              when lnk-il-action-set-up
                 move lnk-idle-request to il-session
                 move "O" to il-state
              when lnk-il-action-lock
                 if il-session-open
                    perform lock-terminal
                 end-if
              when lnk-il-action-close
                 initialize il-session
           end-evaluate

           move il-session to lnk-idle-request
           goback.

        lock-terminal.
           perform log-idle-timeout

           move "n" to il-resumed
           move 0 to il-attempts
           perform lock-screen-attempt
              until il-resumed equals "y"
              or il-signed-off
           perform clr-screen
           .

      *> the sign-on prompt again, the operator id already filled
      *> in - only that operator's password carries on. a site with
      *> no operator file signs on without passwords, so there the
      *> operator id itself has to be keyed again
        lock-screen-attempt.
           perform clr-screen
           compute il-timeout-mins = il-timeout-secs / 60
           display "Terminal locked - no keystroke for "
              il-timeout-mins " minute(s)"
           display "Key the password to carry on, or leave it blank"
              " to sign off"
           display " "

           open i-o operator-file
           if ws-file-status equals "35"
              move "y" to il-legacy
           else
              move "n" to il-legacy
           end-if

           if il-legacy equals "y"
              display "Operator ID: " with no advancing
              accept il-keyed-id
              if il-keyed-id equals spaces
                 move "X" to il-state
                 exit paragraph
              end-if
              if il-keyed-id equals il-operator-id
                 move "y" to il-resumed
              else
                 add 1 to il-attempts
                 perform log-failed-resume
                 display "Sign-on not recognised"
                 perform wait-for-key
              end-if
              if il-attempts >= IL-MAX-ATTEMPTS
                 move "X" to il-state
              end-if
              exit paragraph
           end-if

           display "Operator ID: " il-operator-id
           display "Password   : " with no advancing
           accept il-password with no-echo
           if il-password equals spaces
              close operator-file
              move "X" to il-state
              exit paragraph
           end-if

           move il-operator-id to op-operator-id
           read operator-file
              invalid key continue
           end-read
           if fs-no-record or not fs-okay
              close operator-file
              add 1 to il-attempts
              perform log-failed-resume
              display "Sign-on not recognised"
              perform wait-for-key
              if il-attempts >= IL-MAX-ATTEMPTS
                 move "X" to il-state
              end-if
              exit paragraph
           end-if

           if op-is-locked
              close operator-file
              perform log-failed-resume
              display "Sign-on locked - see a manager"
              perform wait-for-key
              move "X" to il-state
              exit paragraph
           end-if

           perform check-password-matches
           if il-pw-ok equals "y" and op-is-active
              if op-fail-count not equals 0
                 move 0 to op-fail-count
                 rewrite operator-record
              end-if
              close operator-file
              move "y" to il-resumed
              exit paragraph
           end-if

           add 1 to il-attempts
           add 1 to op-fail-count
           if op-fail-count >= IL-MAX-ATTEMPTS
              move "Y" to op-locked
           end-if
           rewrite operator-record
           close operator-file
           perform log-failed-resume
           if op-is-locked
              display "Sign-on locked - see a manager"
              move "X" to il-state
           else
              display "Sign-on not recognised"
           end-if
           perform wait-for-key
           if il-attempts >= IL-MAX-ATTEMPTS
              move "X" to il-state
           end-if
           .

      *> hashed compare when the record carries a hash; the old
      *> clear compare only for records that haven't migrated yet
        check-password-matches.
           move "n" to il-pw-ok
           move il-password to ph-rq-password
           call "pwhash" using pwhash-request
           end-call
           if op-pw-hash not equals 0
              if ph-rq-hash equals op-pw-hash
                 move "y" to il-pw-ok
              end-if
           else
              if op-password equals il-password
                 move "y" to il-pw-ok
              end-if
           end-if
           .

      *> the keyboard read press-any-key makes, without the idle
      *> wait press-any-key puts in front of it - that wait calls
      *> back into this program
        wait-for-key.
           move 26 to scr-af-function-code
           call x"af" using scr-af-function-code, scr-af-key-status
           .

        log-idle-timeout.
           open extend idlelog-file
           if ws-file-status equals "35"
              open output idlelog-file
           end-if
           if not fs-okay
              exit paragraph
           end-if
           accept il-date-temp from date YYYYMMDD
           accept il-time-temp from time
           move il-date-temp to ig-date
           move il-time-temp to ig-time
           move il-operator-id to ig-operator-id
           move il-store-id to ig-store-id
           compute ig-timeout-mins = il-timeout-secs / 60
           write idlelog-entry
           close idlelog-file
           .

        log-failed-resume.
           open extend signfail-file
           if ws-file-status equals "35"
              open output signfail-file
           end-if
           if not fs-okay
              exit paragraph
           end-if
           accept il-date-temp from date YYYYMMDD
           accept il-time-temp from time
           move il-date-temp to sg-date
           move il-time-temp to sg-time
           move il-operator-id to sg-keyed-id
           write signfail-entry
           close signfail-file
           .

       copy "common.cpy".
