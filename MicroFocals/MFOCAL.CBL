           *> show the main menu and then accept a key
           *> and perform the right menu action
           perform until menu-option equals "0"
             perform check-idle-session
             move "Appointments Menu" TO Menu-Name
             move "M001" to Menu-Id
             perform clr-screen
             display g-appscreen

             move space to menu-option
             accept idle-started from time
             perform with test after until menu-option not equal space
               move "n" to ls-key-invalid
               call "gettimeslot" using
                      perform show-f1-help
                      *> display g-apphelp
                      *> accept k at 2379
                      accept idle-started from time
                   when other
                         move "y" to ls-key-invalid
                 end-evaluate
                end-if
               *> the one-second refresh doesn't count as a keystroke -
               *> the idle clock runs from when the menu went up
               if menu-option equals space
                  perform idle-timeout-test
                  if idle-timed-out equals "y"
                     perform check-idle-session
                     perform clr-screen
                     display g-menuheader
                     display g-appscreen
                     accept idle-started from time
                  end-if
               end-if
             end-perform

             *> What shall we do with the menu option?
                             ws-operator-info
                        cancel "latemon"
                        perform clr-screen
                when 'u'
                when 'U'
                        perform clr-screen
                        call "triage" using ws-store-info,
                             ws-operator-info
                        cancel "triage"
                        perform clr-screen
                when 'p'
                when 'P'
                        perform clr-screen
                        call "webreg" using ws-store-info,
                             ws-operator-info
                        cancel "webreg"
                        perform clr-screen
                when 'e'
                when 'E'
                        perform clr-screen
                        call "dayclose" using ws-store-info,
                             ws-operator-info
                        cancel "dayclose"
                        perform clr-screen
                when 't'
                when 'T'
                        perform clr-screen
                        call "slothist" using ws-store-info,
                             ws-operator-info
                        cancel "slothist"
                        perform clr-screen
                when 'r'
                when 'R'
                        perform review-menu
                perform maint-menu
                stop run
            end-if

            perform start-idle-session
            .

      *> idle sign-off - the session idlelock.cbl holds for every
      *> screen in the menu chain: this operator, this store and the
      *> store's timeout (DEFAULT-IDLE-TIMEOUT-MINS when it hasn't
      *> set one). set up again whenever the store is reloaded -
      *> but not over a sign-off still unwinding from below, which
      *> check-idle-session has to see
        start-idle-session.
            move "Q" to idle-action
            call "idlelock" using idle-request
            end-call
            if idle-signed-off
               exit paragraph
            end-if
            move "S" to idle-action
            move ws-Operator-Id to idle-operator-id
            move ws-id to idle-store-id
            if ws-Idle-Timeout-Mins equals 0
               compute idle-timeout-secs =
                  DEFAULT-IDLE-TIMEOUT-MINS * 60
            else
               compute idle-timeout-secs = ws-Idle-Timeout-Mins * 60
            end-if
            call "idlelock" using idle-request
            end-call
            .

      *> an operator signed off at the lock screen (here or in any
      *> screen below) leaves the terminal at the sign-on for
      *> whoever is next, exactly as at startup
        check-idle-session.
            move "Q" to idle-action
            call "idlelock" using idle-request
            end-call
            if not idle-signed-off
               exit paragraph
            end-if

            move "C" to idle-action
            call "idlelock" using idle-request
            end-call
            move 0 to ws-op-attempts
            perform capture-operator-id
            call "custpopupsetrole" using ws-Operator-Role,
                 ws-Operator-Id
            end-call
            perform show-due-task-count
            perform start-idle-session
            .

      *> the menus' own accepts - timed like every other screen, but
      *> a timeout here just drops back to the main menu, which
      *> picks up a sign-off
        menu-idle-start.
            move "Q" to idle-action
            call "idlelock" using idle-request
            end-call
            if idle-session-open and idle-timeout-secs > 0
               move idle-timeout-secs to idle-accept-secs
            else
               move IDLE-NO-TIMEOUT-SECS to idle-accept-secs
            end-if
            accept idle-started from time
            .

        show-no-config-popup.

            move "maint-menu" to f1-name-buf
            display g-maintscreen
            perform menu-idle-start
            accept g-maintscreen timeout after idle-accept-secs
            perform idle-timeout-test
            if idle-timed-out equals "y"
               move space to menu-option
               exit paragraph
            end-if

            evaluate menu-option
                when 'c'
                 end-if
                when 'w'
                when 'W'
                 call "constroster" using ws-store-info,
                      ws-operator-info
                 cancel "constroster"
                 perform clr-screen
                when 'a'
                 else
                  perform show-access-denied
                 end-if
                when 'z'
                when 'Z'
                 if ws-Role-Supervisor-Up
                  call "discmaint" using ws-store-info,
                       ws-operator-info
                  cancel "discmaint"
                  perform clr-screen
                 else
                  perform show-access-denied
                 end-if
                when 'q'
                when 'Q'
                 if ws-Role-Supervisor-Up
                  call "ifcview" using ws-store-info,
                       ws-operator-info
                  cancel "ifcview"
                  perform clr-screen
                 else
                  perform show-access-denied
                 end-if
                when other
                   perform help-required
            end-evaluate
            move "review-menu" to f1-name-buf
            display g-menuheader
            display g-reviewmenu
            perform menu-idle-start
            accept g-reviewmenu timeout after idle-accept-secs
            perform idle-timeout-test
            if idle-timed-out equals "y"
               move space to ra-menu-option
               exit paragraph
            end-if

            evaluate ra-menu-option
                when 'A'
                       by reference ws-operator-info
                   end-call
                   cancel "lapsed"
                when 'j'
                when 'J'
                   call "campmaint" using
                       by reference ws-store-info
                       by reference ws-operator-info
                   end-call
                   cancel "campmaint"
                when 'b'
                when 'B'
                   call "regionrpt" using
                   else
                      perform show-access-denied
                   end-if
                when 'y'
                when 'Y'
                   call "auditrev" using
                       by reference ws-store-info
                       by reference ws-operator-info
                   end-call
                   cancel "auditrev"
                when 'z'
                when 'Z'
                   call "contcare"
                   end-call
                   cancel "contcare"
                   move "Continuity of care" to popup-title
                   move "Report written to contcare.txt"
                      to popup-message-1
                   move spaces to popup-message-2
                   move "OK" to popup-button-1
                   call "errpopup" using popup-title,
                           popup-message-1,
                           popup-message-2
                           popup-button-1
                   end-call
                when 'q'
                when 'Q'
                   call "rxchgrpt"
                   end-call
                   cancel "rxchgrpt"
                   move "Large prescription changes" to popup-title
                   move "Report written to rxchgrpt.txt"
                      to popup-message-1
                   move spaces to popup-message-2
                   move "OK" to popup-button-1
                   call "errpopup" using popup-title,
                           popup-message-1,
                           popup-message-2
                           popup-button-1
                   end-call
                when other
                   perform help-required
            end-evaluate
