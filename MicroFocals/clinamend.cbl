       identification division.
       program-id. clinamend.

      *> single keeper of the clinical record addenda (clinamend-
      *> fd.cpy) - clinrec.cbl and rxmaint.cbl add to it when a
      *> signed-off result or Rx is corrected, the screens and the Rx
      *> copy list a record's addenda through it, and the erasure,
      *> retention and merge runs tidy it alongside the records the
      *> addenda belong to. see clinamendreq.cpy for the actions.
      *> returns 0, or 1 when there was nothing on file to act on.

       environment division.
       input-output section.
       file-control.
       copy "clinamend-fc.cpy".

       data division.
       copy "clinamend-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       01 ca-eof                pic x.
       01 ca-next-seq           pic 9(3).
       01 ca-found              pic x.
       01 ca-result             binary-long.
       01 ca-save-entry         pic x(300).

       linkage section.
       01 lnk-amend-request.
       copy "clinamendreq.cpy" replacing ==:Prefix-:== by ==lnk-ca-==.

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-amend-request.
           move 0 to ca-result
           evaluate true
              when lnk-ca-action-add
                 perform add-addendum
              when lnk-ca-action-list
                 perform list-addenda
              when lnk-ca-action-delete
                 perform delete-record-addenda
              when lnk-ca-action-erase
                 perform erase-customer-addenda
              when lnk-ca-action-merge
                 perform merge-customer-addenda
           end-evaluate
           goback returning ca-result.

      *> numbered on from the record's last addendum
        add-addendum.
           open i-o clinamend-file
           if ws-file-status equals "35"
              open output clinamend-file
              perform check-file-status
              close clinamend-file
              open i-o clinamend-file
           end-if
           perform check-file-status

           move 0 to ca-next-seq
           move lnk-ca-record-type to ca-record-type
           move lnk-ca-record-key to ca-record-key
           move 0 to ca-seq
           start clinamend-file
               key > ca-key
               invalid key move "y" to ca-eof
               not invalid key move "n" to ca-eof
           end-start
           perform until ca-eof equals "y"
              read clinamend-file next record
                 at end move "y" to ca-eof
              end-read
              if not fs-okay or ca-eof equals "y"
                 or ca-record-type not equals lnk-ca-record-type
                 or ca-record-key not equals lnk-ca-record-key
                 move "y" to ca-eof
              else
                 move ca-seq to ca-next-seq
              end-if
           end-perform
           add 1 to ca-next-seq

           initialize clinamend-entry
           move lnk-ca-record-type to ca-record-type
           move lnk-ca-record-key to ca-record-key
           move ca-next-seq to ca-seq
           move lnk-ca-customer-id to ca-customer-id
           move lnk-ca-consultant-id to ca-consultant-id
           move lnk-ca-store-id to ca-store-id
           move lnk-ca-record-date to ca-record-date
           accept ca-amend-date from date YYYYMMDD
           accept ca-amend-time from time
           move lnk-ca-operator to ca-amended-by
           move lnk-ca-field to ca-field
           move lnk-ca-old-value to ca-old-value
           move lnk-ca-new-value to ca-new-value
           move lnk-ca-reason to ca-reason
           write clinamend-entry
           perform check-file-status
           close clinamend-file
           .

        list-addenda.
           move 0 to lnk-ca-list-count
           open input clinamend-file
           if not fs-okay
              move 1 to ca-result
              exit paragraph
           end-if
           move lnk-ca-record-type to ca-record-type
           move lnk-ca-record-key to ca-record-key
           move 0 to ca-seq
           start clinamend-file
               key > ca-key
               invalid key move "y" to ca-eof
               not invalid key move "n" to ca-eof
           end-start
           perform until ca-eof equals "y"
              read clinamend-file next record
                 at end move "y" to ca-eof
              end-read
              if not fs-okay or ca-eof equals "y"
                 or ca-record-type not equals lnk-ca-record-type
                 or ca-record-key not equals lnk-ca-record-key
                 move "y" to ca-eof
              else
                 add 1 to lnk-ca-list-count
                 if lnk-ca-list-count <= 20
                    move ca-amend-date
                       to lnk-ca-ls-date(lnk-ca-list-count)
                    move ca-amended-by
                       to lnk-ca-ls-by(lnk-ca-list-count)
                    move ca-field to lnk-ca-ls-field(lnk-ca-list-count)
                    move ca-old-value
                       to lnk-ca-ls-old(lnk-ca-list-count)
                    move ca-new-value
                       to lnk-ca-ls-new(lnk-ca-list-count)
                    move ca-reason
                       to lnk-ca-ls-reason(lnk-ca-list-count)
                 end-if
              end-if
           end-perform
           close clinamend-file
           if lnk-ca-list-count equals 0
              move 1 to ca-result
           end-if
           .

        delete-record-addenda.
           open i-o clinamend-file
           if not fs-okay
              move 1 to ca-result
              exit paragraph
           end-if
           move lnk-ca-record-type to ca-record-type
           move lnk-ca-record-key to ca-record-key
           move 0 to ca-seq
           start clinamend-file
               key > ca-key
               invalid key move "y" to ca-eof
               not invalid key move "n" to ca-eof
           end-start
           perform until ca-eof equals "y"
              read clinamend-file next record
                 at end move "y" to ca-eof
              end-read
              if not fs-okay or ca-eof equals "y"
                 or ca-record-type not equals lnk-ca-record-type
                 or ca-record-key not equals lnk-ca-record-key
                 move "y" to ca-eof
              else
                 delete clinamend-file record
                 end-delete
              end-if
           end-perform
           close clinamend-file
           .

      *> alternate-key walk - each delete takes the entry out from
      *> under the customer's key, so the walk restarts until the
      *> key comes up empty
        erase-customer-addenda.
           open i-o clinamend-file
           if not fs-okay
              move 1 to ca-result
              exit paragraph
           end-if
           move "y" to ca-found
           perform until ca-found not equals "y"
              move "n" to ca-found
              move lnk-ca-customer-id to ca-customer-id
              start clinamend-file
                  key = ca-customer-id
                  invalid key continue
                  not invalid key
                     read clinamend-file next record
                        at end continue
                     end-read
                     if fs-okay
                        and ca-customer-id equals lnk-ca-customer-id
                        delete clinamend-file record
                        end-delete
                        move "y" to ca-found
                     end-if
              end-start
           end-perform
           close clinamend-file
           .

      *> a prescription's key starts with the customer id, so its
      *> addenda are deleted and written back under the new key; a
      *> result's key is the slot, which doesn't move
        merge-customer-addenda.
           open i-o clinamend-file
           if not fs-okay
              move 1 to ca-result
              exit paragraph
           end-if
           move "y" to ca-found
           perform until ca-found not equals "y"
              move "n" to ca-found
              move lnk-ca-customer-id to ca-customer-id
              start clinamend-file
                  key = ca-customer-id
                  invalid key continue
                  not invalid key
                     read clinamend-file next record
                        at end continue
                     end-read
                     if fs-okay
                        and ca-customer-id equals lnk-ca-customer-id
                        move clinamend-entry to ca-save-entry
                        delete clinamend-file record
                        end-delete
                        move ca-save-entry to clinamend-entry
                        move lnk-ca-new-customer-id to ca-customer-id
                        if ca-record-rx
                           move lnk-ca-new-customer-id
                              to ca-record-key(1:9)
                        end-if
                        write clinamend-entry
                        end-write
                        move "y" to ca-found
                     end-if
              end-start
           end-perform
           close clinamend-file
           .

       copy "common.cpy".
