           *> already-loaded consultant list rather than a file read
           move spaces to cq-query
           display g-consultfind
           perform idle-accept-start
           accept g-consultfind timeout after idle-accept-secs
           perform f1-or-quit
           perform filter-consultants


           perform until time-to-leave equals "y"

            *> an unattended list locks the terminal - the pick is
            *> abandoned as Escape would abandon it
            perform idle-key-wait
            if idle-timed-out equals "y"
               perform restore-screen
               goback returning CONSULTPOPUP-FAILED
            end-if

            *> get a single key and it's status eg: what type of key it is..
            call x"AF" using
                by reference get-single-char-func
