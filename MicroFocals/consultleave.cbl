           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-consultleavepopup
              perform idle-accept-start
              accept g-consultleavepopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-leave-input
           end-perform
