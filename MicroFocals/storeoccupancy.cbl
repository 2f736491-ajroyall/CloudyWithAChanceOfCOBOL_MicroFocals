           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-occinput
              perform idle-accept-start
              accept g-occinput timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-occ-input
           end-perform
