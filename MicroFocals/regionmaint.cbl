           move spaces to rg-in-code rg-in-name rg-in-manager

           display g-regionpopup
           perform idle-accept-start
           accept g-regionpopup timeout after idle-accept-secs
           perform f1-or-quit

           if rg-in-code not equals spaces
