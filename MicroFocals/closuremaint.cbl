           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-closurepopup
              perform idle-accept-start
              accept g-closurepopup timeout after idle-accept-secs
              perform f1-or-quit

              call "valdated" using
