           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-waittime
              perform idle-accept-start
              accept g-waittime timeout after idle-accept-secs
              perform f1-or-quit
              if wt-from-week > 0 and wt-from-week < 54
                 and wt-to-week > 0 and wt-to-week < 54
