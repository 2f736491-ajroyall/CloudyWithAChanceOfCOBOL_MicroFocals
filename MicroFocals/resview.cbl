           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-resview
              perform idle-accept-start
              accept g-resview timeout after idle-accept-secs
              perform f1-or-quit

              call "valdated" using
