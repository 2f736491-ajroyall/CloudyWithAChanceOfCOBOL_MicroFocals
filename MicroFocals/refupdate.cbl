           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-refupdatepopup
              perform idle-accept-start
              accept g-refupdatepopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-update-input
           end-perform
