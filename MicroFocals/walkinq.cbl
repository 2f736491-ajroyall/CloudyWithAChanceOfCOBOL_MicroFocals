
              move space to wk-in-action
              display g-walkinq
              perform idle-accept-start
              accept g-walkinq timeout after idle-accept-secs
              perform f1-or-quit

              evaluate wk-in-action
           end-if
           move spaces to wk-in-service
           display g-walkinservice
           perform idle-accept-start
           accept g-walkinservice timeout after idle-accept-secs
           perform f1-or-quit

           perform load-next-walkin-id
        add-prospect-walkin.
           move spaces to wk-in-name wk-in-service
           display g-walkinprospect
           perform idle-accept-start
           accept g-walkinprospect timeout after idle-accept-secs
           perform f1-or-quit
           if wk-in-name equals spaces
              exit paragraph
           end-if
           display g-walkinservice
           perform idle-accept-start
           accept g-walkinservice timeout after idle-accept-secs
           perform f1-or-quit

           perform load-next-walkin-id
        mark-walkin-gone.
           move 0 to wk-in-gone
           display g-walkingone
           perform idle-accept-start
           accept g-walkingone timeout after idle-accept-secs
           perform f1-or-quit

           if wk-in-gone equals 0
