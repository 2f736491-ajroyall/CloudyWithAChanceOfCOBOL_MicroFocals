      *> proposed-disposal list the sweep built. approving a
      *> proposal is the only place anything is erased: the customer
      *> record goes (through custdelete.cbl, journalled, id
      *> reclaimed), their prescriptions (and any addenda to their
      *> clinical records), coded diagnoses, history register
      *> entries, pre-visit questionnaires, document index rows and
      *> any direct debit mandate and its collections go with it, the
      *> name-token index forgets them, and one line lands on the
      *> disposal log (retlog.dat) proving what went, under which
      *> rule, approved by whom. the LEDGER deliberately stays - it
      *> has its own tax retention and carries no clinical data.
      *> rejecting marks the proposal so the next sweep doesn't
      *> renominate it.

       environment division.
       special-names.
       copy "customer-fc.cpy".
       copy "prescription-fc.cpy".
       copy "medhist-fc.cpy".
       copy "healthq-fc.cpy".
       copy "docindex-fc.cpy".
       copy "archidx-fc.cpy".
       copy "ddmandate-fc.cpy".
       copy "ddcollect-fc.cpy".

       select disposal-log assign "$MFOCALDIR/retlog.dat"
        organization is sequential
       copy "customer-fd.cpy".
       copy "prescription-fd.cpy".
       copy "medhist-fd.cpy".
       copy "healthq-fd.cpy".
       copy "docindex-fd.cpy".
       copy "archidx-fd.cpy".
       copy "ddmandate-fd.cpy".
       copy "ddcollect-fd.cpy".

       fd disposal-log.
       01 disposal-log-entry.

       01 rv-real-delete        pic x value "y".

      *> clinical record addenda go with the records they amend
       01 amend-request.
       copy "clinamendreq.cpy" replacing ==:Prefix-:== by ==am-==.

      *> and so do their coded diagnoses
       01 diag-request.
       copy "diagreq.cpy" replacing ==:Prefix-:== by ==dq-==.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
           move 0 to rv-in-cust-id
           move space to rv-in-action
           display g-retreview
           perform idle-accept-start
           accept g-retreview timeout after idle-accept-secs
           perform f1-or-quit

           if rv-in-cust-id not equals 0
           cancel "custdelete"

           perform erase-prescriptions
           move "E" to am-action
           move rv-in-cust-id to am-customer-id
           call "clinamend" using amend-request
           end-call
           move "E" to dq-action
           move rv-in-cust-id to dq-customer-id
           call "diagrec" using diag-request
           end-call
           perform erase-history-register
           perform erase-questionnaires
           perform erase-documents
           perform erase-archived-appointments
           perform erase-direct-debit

           move "D" to nx-rq-op
           move rv-in-cust-id to nx-rq-customer-id
           close medhist-file
           .

      *> keyed by slot - found through the customer alternate key
        erase-questionnaires.
           open i-o healthq-file
           if not fs-okay
              exit paragraph
           end-if
           move "y" to rv-found
           perform until rv-found not equals "y"
              move "n" to rv-found
              move rv-in-cust-id to hq-customer-id
              start healthq-file
                  key = hq-customer-id
                  invalid key continue
                  not invalid key
                     read healthq-file next record
                        at end continue
                     end-read
                     if fs-okay
                        and hq-customer-id equals rv-in-cust-id
                        delete healthq-file
                           invalid key continue
                        end-delete
                        move "y" to rv-found
                     end-if
              end-start
           end-perform
           close healthq-file
           .

        erase-documents.
           open i-o docindex-file
           if not fs-okay
           close archidx-file
           .

      *> bank details are the last thing to keep for a customer gone
        erase-direct-debit.
           open i-o ddmandate-file
           if fs-okay
              move rv-in-cust-id to dm-customer-id
              delete ddmandate-file
                 invalid key continue
              end-delete
              close ddmandate-file
           end-if

           open i-o ddcollect-file
           if not fs-okay
              exit paragraph
           end-if
           move "y" to rv-found
           perform until rv-found not equals "y"
              move "n" to rv-found
              move rv-in-cust-id to ddc-customer-id
              move 0 to ddc-ledger-id
              start ddcollect-file
                  key >= ddc-key
                  invalid key continue
                  not invalid key
                     read ddcollect-file next record
                        at end continue
                     end-read
                     if fs-okay
                        and ddc-customer-id equals rv-in-cust-id
                        delete ddcollect-file
                           invalid key continue
                        end-delete
                        move "y" to rv-found
                     end-if
              end-start
           end-perform
           close ddcollect-file
           .

        write-disposal-log.
           open extend disposal-log
           if ws-file-status equals "35"
