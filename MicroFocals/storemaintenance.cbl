       *> customer or appointment reference to the store being
       *> deleted is found
       01 ws-store-in-use           pic x value "n".
      *> the idle timeout as loaded - only a manager may change it
       01 idle-mins-on-file         pic 99 value 0.
       01 ls-counter                binary-long.
       01 ls-eof                    pic x.

               perform clr-screen
               display g-menuheader
               display g-storeaction
               perform idle-accept-start
               accept  g-storeaction timeout after idle-accept-secs
               perform f1-or-quit

               if Action-Delete
            move "Operation -> Edit" to which-store-message
            call "storepopup" using sf-Store-Information
            if return-code equal 0
              move sf-Idle-Timeout-Mins to idle-mins-on-file
              move "Operation -> Edit" to
                     store-record-edit-message
               move spaces to popup-title
               display g-storedetails
               perform idle-accept-start
               accept g-storedetails timeout after idle-accept-secs
               perform idle-accept-check
            perform until popup-title equal spaces
                 perform idle-accept-start
                 accept g-storedetails timeout after idle-accept-secs
                 perform idle-accept-check
                 display g-storedetails
            end-perform
            move "Save Changes?" to popup-l-message

        new-store.
            initialize sf-Store-Information
            move 0 to idle-mins-on-file
            perform generate-store-id
            move "Operation -> New" to store-record-edit-message
            display g-storedetails
            perform idle-accept-start
            accept g-storedetails timeout after idle-accept-secs
            perform idle-accept-check
            perform save-record
            .

            .

        save-record.
      *> the idle timeout keeps patient details off an unattended
      *> counter - a manager's decision, not a supervisor's
            if sf-Idle-Timeout-Mins not equals idle-mins-on-file
               and not lnk-Role-Manager
               move idle-mins-on-file to sf-Idle-Timeout-Mins
               move "Field validation error" to popup-title
               move "Only a manager may change the idle timeout"
                  to popup-message-1
               move "The idle minutes were put back as they were"
                  to popup-message-2
               move "Okay" to popup-button-1
               call "errpopup" using popup-title,
                       popup-message-1,
                       popup-message-2
                       popup-button-1
               end-call
            end-if

      *> a keyed region has to exist on the region file - an
      *> unassigned store (spaces) is fine
            if sf-Region-Code not equals spaces
