      *> corporate eyecare scheme account maintenance - lists the
      *> scheme accounts on file, then accepts a new or updated one.
      *> a zero scheme id on the entry popup just leaves things as
      *> they were. the private insurers and health cash plans
      *> (insmaint.cbl) are kept from the same menu option.

       environment division.
       special-names.
           move "Eyecare Scheme Accounts" to Menu-Name
           move "SC_M01" to Menu-Id

           perform clr-screen
           display g-menuheader
           move "[E]mployer scheme accounts or [I]nsurers and cash"
              & " plans" to popup-l-message
           move "[E], [I] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "i"
              when "I"
                 call "insmaint" using lnk-store-info,
                                       lnk-operator-info
                 end-call
                 cancel "insmaint"
                 goback
              when "e"
              when "E"
                 continue
              when other
                 goback
           end-evaluate

           perform load-scheme-list
           perform show-scheme-list

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-schemepopup
              perform idle-accept-start
              accept g-schemepopup timeout after idle-accept-secs
              perform f1-or-quit

              move "y" to fields-valid
