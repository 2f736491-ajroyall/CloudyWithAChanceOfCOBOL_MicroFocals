        .

        press-any-key.
          perform idle-key-wait
          if idle-timed-out equals "y"
             move space to scr-af-key-code-1x
             exit paragraph
          end-if
          move 26 to scr-af-function-code
          call x"af" using scr-af-function-code, scr-af-key-status
          .

      $if console-mode defined
        f1-or-quit.
              perform idle-accept-check
              *> move key-code-1 to key-code-1-display
              if key-type equals adis-term-prog
                evaluate key-code-1
           .
      $end

      *> idle sign-off - every screen accept in the menu chain runs
      *> under the store's idle timeout, held for the session by
      *> idlelock.cbl:
      *>     perform idle-accept-start
      *>     accept g-... timeout after idle-accept-secs
      *>     perform f1-or-quit   (or idle-accept-check)
      *> idle-accept-start hands straight back (as Escape would) once
      *> the operator has been signed off at the lock screen, so the
      *> chain unwinds to MFOCAL.CBL's sign-on. idle-accept-check
      *> (which f1-or-quit performs) locks the terminal when the
      *> accept ran out of time and, once the password has been
      *> keyed, abandons the screen as Escape would, so nothing
      *> half-keyed is acted on. it only looks at an accept that
      *> idle-accept-start went in front of.
        idle-accept-start.
           move "Q" to idle-action
           call "idlelock" using idle-request
           end-call
           if idle-signed-off
              goback returning -1
           end-if
           if idle-session-open and idle-timeout-secs > 0
              move idle-timeout-secs to idle-accept-secs
           else
              move IDLE-NO-TIMEOUT-SECS to idle-accept-secs
           end-if
           accept idle-started from time
           move "y" to idle-armed
           .

        idle-accept-check.
           if idle-armed not equals "y"
              exit paragraph
           end-if
           move "n" to idle-armed
           perform idle-timeout-test
           if idle-timed-out equals "y"
              goback returning -1
           end-if
           .

      *> seconds since idle-started, across midnight - past the
      *> session's timeout the terminal is locked
        idle-timeout-test.
           move "n" to idle-timed-out
           if not idle-session-open or idle-timeout-secs equals 0
              exit paragraph
           end-if
           accept idle-now from time
           compute idle-elapsed =
              (idle-now-hh * 3600 + idle-now-mm * 60 + idle-now-ss)
              - (idle-started-hh * 3600 + idle-started-mm * 60
                 + idle-started-ss)
           if idle-elapsed < 0
              add 86400 to idle-elapsed
           end-if
           if idle-elapsed >= idle-timeout-secs
              move "L" to idle-action
              call "idlelock" using idle-request
              end-call
              move "y" to idle-timed-out
           end-if
           .

      *> the single-key popups wait the same way - polling the
      *> keyboard so an unanswered popup still locks the terminal.
      *> nothing is waited for once the operator has been signed off
        idle-key-wait.
           move "n" to idle-timed-out
           move "Q" to idle-action
           call "idlelock" using idle-request
           end-call
           if idle-signed-off
              move "y" to idle-timed-out
              exit paragraph
           end-if
           if not idle-session-open or idle-timeout-secs equals 0
              exit paragraph
           end-if
           accept idle-started from time
           move 0 to idle-kbd-status
           perform until idle-kbd-status not equals 0
                 or idle-timed-out equals "y"
              call "CBL_GET_KBD_STATUS" using idle-kbd-status
              end-call
              if idle-kbd-status equals 0
                 call "CBL_THREAD_SLEEP" using by value 250
                 end-call
                 perform idle-timeout-test
              end-if
           end-perform
           .

        init-env.
      $if console-mode defined
           if not service-flags-valid
