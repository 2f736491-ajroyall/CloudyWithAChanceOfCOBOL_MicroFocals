      *> comms queue for print), and opens a case on the escalation
      *> register (sgreg-fd.cpy) the manager must close off in
      *> sgreview.cbl. a customer with a case already open is not
      *> re-lettered. the child's first responsible adult off the
      *> customer's links (guardmaint.cbl) goes on the case and in
      *> the compiled letter, so whoever picks the case up knows who
      *> brings - or doesn't bring - the child. headless, for the
      *> overnight run-control list.

       environment division.
       special-names.
       copy "app-fc.cpy".
       copy "customer-fc.cpy".
       copy "sgreg-fc.cpy".
       copy "guardian-fc.cpy".

       select wnb-letters assign "$MFOCALDIR/wnbletters.txt"
        organization is line sequential
       copy "app-fd.cpy".
       copy "customer-fd.cpy".
       copy "sgreg-fd.cpy".
       copy "guardian-fd.cpy".

       fd wnb-letters.
       01 letter-line           pic x(80).
       01 sg-date-today         pic 9(8).
       01 sg-already-open       pic x.

      *> the responsible adult for the case being opened
       01 sg-adult-found        pic x.
       01 sg-gu-name            pic x(60).
       01 sg-gu-relationship    pic x(15).
       01 sg-gu-tel             pic x(20).

      *> the wording template, loaded once - zero lines leaves the
      *> compiled paragraphs in charge, same as gpreferral.cbl
       78 SG-MAX-TPL-LINES      value 40.
         03 mv-consultant       pic x(60).
         03 mv-nhs-number       pic x(10).
         03 mv-condition        pic x(22).
         03 mv-rx-date          pic x(10).
         03 mv-rx-type          pic x(12).
         03 mv-rx-right         pic x(40).
         03 mv-rx-left          pic x(40).
         03 mv-goc-number       pic x(10).
         03 mv-store-address    pic x(80).

       01 comms-request.
         03 cr-customer-id    pic 9(9).
       01 letter-line-body-2  pic x(80) value
          "We are notifying you in line with our safeguarding" &
          " obligations.".
       01 letter-line-adult.
         03 filler            pic x(19) value "Responsible adult: ".
         03 letter-adult-name pic x(40).
         03 filler            pic x value space.
         03 letter-adult-rel  pic x(15).
       01 letter-line-adult-tel.
         03 filler            pic x(19) value "Contact number:".
         03 letter-adult-tel  pic x(20).
       01 letter-line-separator pic x(40) value all "-".
       01 blank-line          pic x(80) value spaces.

              exit paragraph
           end-if

           perform find-responsible-adult
           perform open-register-case
           perform write-wnb-letter
           add 1 to sg-case-count
           close sgreg-file
           .

      *> the lowest-numbered link is the main contact
        find-responsible-adult.
           move "n" to sg-adult-found
           move spaces to sg-gu-name sg-gu-relationship sg-gu-tel
           open input guardian-file
           if not fs-okay
              exit paragraph
           end-if
           move sg-t-cust-id(sg-t-idx) to gu-customer-id
           move 0 to gu-seq
           start guardian-file
               key > gu-key
               invalid key continue
               not invalid key
                  read guardian-file next record
                     at end continue
                  end-read
                  if fs-okay
                     and gu-customer-id equals sg-t-cust-id(sg-t-idx)
                     move "y" to sg-adult-found
                     move gu-name to sg-gu-name
                     move gu-relationship to sg-gu-relationship
                     move gu-tel to sg-gu-tel
                  end-if
           end-start
           close guardian-file
           .

        open-register-case.
           open i-o sgreg-file
           if ws-file-status equals "35"
           move "O" to sg-status
           move 0 to sg-closed-date
           move spaces to sg-closed-by
           move sg-gu-name to sg-adult-name
           move sg-gu-relationship to sg-adult-relationship
           move sg-gu-tel to sg-adult-tel
           write sgreg-entry
           if fs-key-already-exists
              rewrite sgreg-entry
              write letter-line from blank-line
              write letter-line from letter-line-body-1
              write letter-line from letter-line-body-2
              if sg-adult-found equals "y"
                 write letter-line from blank-line
                 move sg-gu-name to letter-adult-name
                 move sg-gu-relationship to letter-adult-rel
                 write letter-line from letter-line-adult
                 if sg-gu-tel not equals spaces
                    move sg-gu-tel to letter-adult-tel
                    write letter-line from letter-line-adult-tel
                 end-if
              end-if
           end-if
           write letter-line from letter-line-separator

