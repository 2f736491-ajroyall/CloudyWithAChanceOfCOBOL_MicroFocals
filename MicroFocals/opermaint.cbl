           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-opermaintpopup
              perform idle-accept-start
              accept g-opermaintpopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-operator-input
           end-perform
