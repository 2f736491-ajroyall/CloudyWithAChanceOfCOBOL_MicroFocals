
              move space to cx-in-action
              display g-compmaint
              perform idle-accept-start
              accept g-compmaint timeout after idle-accept-secs
              perform f1-or-quit

              evaluate cx-in-action
           move "M" to cx-in-severity
           move "n" to cx-link-customer
           display g-compadd
           perform idle-accept-start
           accept g-compadd timeout after idle-accept-secs
           perform f1-or-quit

           if cx-in-category equals spaces
           move space to cx-in-status
           move spaces to cx-in-owner
           display g-compupdate
           perform idle-accept-start
           accept g-compupdate timeout after idle-accept-secs
           perform f1-or-quit

           if cx-in-id equals 0
