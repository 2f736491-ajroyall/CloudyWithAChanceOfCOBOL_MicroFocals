           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-sesspopup
              perform idle-accept-start
              accept g-sesspopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-session-input
           end-perform
