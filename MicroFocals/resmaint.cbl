           move spaces to rm-in-engineer rm-in-cert

           display g-respopup
           perform idle-accept-start
           accept g-respopup timeout after idle-accept-secs
           perform f1-or-quit

           if rm-in-resource not equals 0
