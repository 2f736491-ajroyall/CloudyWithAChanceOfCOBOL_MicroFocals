           display g-menuheader
           move spaces to sk-in-operator
           display g-skillop
           perform idle-accept-start
           accept g-skillop timeout after idle-accept-secs
           perform f1-or-quit
           if sk-in-operator equals spaces
              goback
           move spaces to sk-in-comp sk-in-course
           move 0 to sk-in-achieved sk-in-expires
           display g-skillpopup
           perform idle-accept-start
           accept g-skillpopup timeout after idle-accept-secs
           perform f1-or-quit

           if sk-in-comp not equals spaces
