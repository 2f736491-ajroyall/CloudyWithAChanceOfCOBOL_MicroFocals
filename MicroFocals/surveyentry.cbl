           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-surveyentry
              perform idle-accept-start
              accept g-surveyentry timeout after idle-accept-secs
              perform f1-or-quit

              call "valdated" using
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-surveyscores
              perform idle-accept-start
              accept g-surveyscores timeout after idle-accept-secs
              perform f1-or-quit
              if se-in-overall > 0 and se-in-overall < 6
                 and se-in-staff > 0 and se-in-staff < 6
