              at line 23 column 4
           display lnk-da-action at line 23 column 35
           display "Witness id: " at line 24 column 4
           perform idle-accept-start
           accept da-witness-id at line 24 column 17
              timeout after idle-accept-secs
           perform idle-accept-check
           if da-witness-id equals spaces
              goback returning 1
           end-if
           end-if

           display "Password  : " at line 25 column 4
           perform idle-accept-start
           accept da-witness-pw at line 25 column 17 with no-echo
              timeout after idle-accept-secs
           perform idle-accept-check

           open input operator-file
           if not fs-okay
