           move "n" to bi-fields-valid
           perform until bi-fields-valid equals "y"
              display g-bulkimportpopup
              perform idle-accept-start
              accept g-bulkimportpopup timeout after idle-accept-secs
              perform f1-or-quit
              if bi-import-type-valid
                 move "y" to bi-fields-valid
                    move "n" to f-Cataracts
                    move "n" to f-Colour-blindness
                    move 0 to f-Scheme-Id
                    move 0 to f-Care-Home-Id
                    move spaces to f-Referral-Source
                    move 0 to f-Insurer-Id
                    move spaces to f-Insurer-Member-No
                    move 0 to f-Preferred-Consultant-Id

                    open i-o cust-file
                    if ws-file-status equals "35"
