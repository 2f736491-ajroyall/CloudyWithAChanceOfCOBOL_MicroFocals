           perform until time-to-leave equals "y"
            perform display-row-highite
            perform until time-to-leave not equals "n"
      *> an unattended list locks the terminal - the pick is
      *> abandoned as Escape would abandon it
             perform idle-key-wait
             if idle-timed-out equals "y"
                move 0 to counter
                move "r" to time-to-leave
                exit perform
             end-if
             call x"af" using    get-single-char-func key-status
             evaluate key-type
                when kc-user-fn-key
        read-first-set-of-block section.
            perform until counter not equal 0
             DISPLAY G-storepopup
             perform idle-accept-start
             accept g-storepopup timeout after idle-accept-secs
             perform f1-or-quit

             move "n" to eof
