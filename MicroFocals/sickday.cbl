      *>   - queues a cancellation notice per customer on the
      *>     outbound comms queue (commsadd.cbl)
      *> the whole action runs under the signed-on operator id.
      *> the phone numbers on the contact list are masked through
      *> piimask.cbl as set for "sickday" in masking.dat, unless a
      *> supervisor prints them in full, which is logged.

       environment division.
       special-names.
         03 xq-day           pic 9.
         03 xq-slot          pic 99.

      *> identifier masking for the contact list
       01 sk-in-full             pic x value "N".
       01 pii-contact-request.
       copy "piireq.cpy" replacing ==:Prefix-:== by ==mk-==.

       01 comms-request.
         03 cq-rq-customer-id    pic 9(9).
         03 cq-rq-recipient-name pic x(60).
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-sickday
              perform idle-accept-start
              accept g-sickday timeout after idle-accept-secs
              perform f1-or-quit

              call "valdated" using
              goback
           end-if

           perform open-pii-masking
           perform write-contact-report

           move "Day cancellation" to popup-title
           perform check-file-status
           .

      *> a supervisor ringing round may print the numbers in full -
      *> every customer on the list is then logged
        open-pii-masking.
           move "N" to sk-in-full
           if lnk-Role-Supervisor-Up
              move "Print phone numbers in full? (access is logged)"
                 to popup-l-message
              move "[Y]es or [N]o" to popup-l-button
              perform display-lower-popup
              if scr-af-key-code-1x equals "Y" or
                 scr-af-key-code-1x equals "y"
                 move "Y" to sk-in-full
              end-if
           end-if

           move "O" to mk-action
           move "sickday" to mk-output
           move sk-in-full to mk-in-full
           move lnk-Operator-Id to mk-operator
           move lnk-Operator-Role to mk-role
           call "piimask" using pii-contact-request
           end-call
           .

        write-contact-report.
           open output contact-report

              move spaces to rpt-cust-email
           else
              move f-FullName to rpt-cust-name
              move "M" to mk-action
              move "P" to mk-kind
              move sk-can-cust-id(sk-can-idx) to mk-customer-id
              move f-Home-Tel to mk-value
              call "piimask" using pii-contact-request
              end-call
              move mk-value to rpt-cust-tel
              move f-Home-Email to rpt-cust-email
           end-if
           write report-line from report-contact-line
