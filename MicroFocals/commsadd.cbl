      *> worked out from the contact details handed in: email when
      *> there's an email address, SMS when only a phone number,
      *> print otherwise.
      *> a customer with a responsible adult marked to get their
      *> letters (guardian-fd.cpy) - a child, or an adult who lacks
      *> capacity - has everything addressed to that adult instead,
      *> on the adult's own details, except the letters written
      *> about the patient to a third party such as their GP.

       environment division.
       input-output section.
       file-control.
       copy "comms-fc.cpy".
       copy "guardian-fc.cpy".
       copy "customer-fc.cpy".

       select comms-id-file assign "$MFOCALDIR/commsid.dat"
        organization is sequential

       data division.
       copy "comms-fd.cpy".
       copy "guardian-fd.cpy".
       copy "customer-fd.cpy".

       fd comms-id-file.
       01 CommsIdInformation.

       01 ca-next-id             pic 9(9).

      *> who the entry is actually addressed to - the caller's
      *> recipient, or the responsible adult standing in for them
       01 ca-recipient-name      pic x(60).
       01 ca-email               pic x(40).
       01 ca-tel                 pic x(20).
       01 ca-doc-type            pic x(12).
         88 ca-to-third-party    values "WNBLETTER" "REFERRAL".
       01 ca-eof                 pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.

           move ca-next-id to cq-comm-id
           move lnk-cq-customer-id to cq-customer-id
           move lnk-cq-recipient-name to ca-recipient-name
           move lnk-cq-email to ca-email
           move lnk-cq-tel to ca-tel
           move lnk-cq-doc-type to ca-doc-type
           if not ca-to-third-party
              perform address-to-responsible-adult
           end-if
           move ca-recipient-name to cq-recipient-name

           evaluate true
              when ca-email not equals spaces
                 move "E" to cq-channel
                 move ca-email to cq-contact
              when ca-tel not equals spaces
                 move "S" to cq-channel
                 move ca-tel to cq-contact
              when other
                 move "P" to cq-channel
                 move spaces to cq-contact

           goback returning 0.

      *> the first responsible adult marked to get the letters, if
      *> any - a linked customer's current details are read off
      *> their own record, a named contact's off the link
        address-to-responsible-adult.
           open input guardian-file
           if not fs-okay
              exit paragraph
           end-if
           move lnk-cq-customer-id to gu-customer-id
           move 0 to gu-seq
           start guardian-file
               key > gu-key
               invalid key move "y" to ca-eof
               not invalid key move "n" to ca-eof
           end-start
           perform until ca-eof equals "y"
              read guardian-file next record
                 at end move "y" to ca-eof
              end-read
              if not fs-okay or ca-eof equals "y"
                 or gu-customer-id not equals lnk-cq-customer-id
                 move "y" to ca-eof
              else
                 if gu-gets-letters
                    move gu-name to ca-recipient-name
                    move gu-email to ca-email
                    move gu-tel to ca-tel
                    if gu-adult-id not equals 0
                       perform take-adult-details
                    end-if
                    move "y" to ca-eof
                 end-if
              end-if
           end-perform
           close guardian-file
           .

        take-adult-details.
           open input cust-file
           if not fs-okay
              exit paragraph
           end-if
           move gu-adult-id to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key continue
              not invalid key
                 move f-FullName to ca-recipient-name
                 move f-Home-Email to ca-email
                 if ca-email equals spaces or f-Email-Bad equals "Y"
                    move f-Work-Email to ca-email
                 end-if
                 move f-Home-Tel to ca-tel
                 if ca-tel equals spaces or f-Tel-Bad equals "Y"
                    move f-Work-Tel to ca-tel
                 end-if
           end-read
           close cust-file
           .

      *> generates the next queue id under an exclusive lock, same
      *> read-increment-rewrite idiom as gencustid.cbl
        load-next-comm-id.
