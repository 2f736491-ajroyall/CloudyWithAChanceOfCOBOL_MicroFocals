       identification division.
       program-id. diagrec.

      *> single keeper of the coded diagnoses (diagnosis-fd.cpy) -
      *> clinrec.cbl records a visit's diagnoses through it and
      *> lists the customer's history, and the erasure, retention
      *> and merge runs tidy it alongside the customer. see
      *> diagreq.cpy for the actions and what comes back.
      *> recording a diagnosis keeps the customer record's four
      *> condition flags in step: a code that stands for a flag
      *> (dxcode-fd.cpy) sets it "Y" while any eye's latest entry is
      *> confirmed, moving a review due date that's unset or past to
      *> the recall months after the confirmation, and sets it "N"
      *> (review cleared) once every entry's latest is resolved.
      *> suspected leaves the flag as it was. the customer rewrite
      *> is journalled like any other.

       environment division.
       input-output section.
       file-control.
       copy "diagnosis-fc.cpy".
       copy "dxcode-fc.cpy".
       copy "customer-fc.cpy".

       data division.
       copy "diagnosis-fd.cpy".
       copy "dxcode-fd.cpy".
       copy "customer-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       01 dg-eof                pic x.
       01 dg-found              pic x.
       01 dg-result             binary-long.
       01 dg-high-seq           pic 99.
       01 dg-save-held          pic x(88).

      *> the customer's diagnoses newest first, for the list
       78 DG-MAX-HELD           value 200.
       01 dg-held-count         binary-long.
       01 dg-held occurs DG-MAX-HELD.
         03 dg-hd-entry         pic x(80).
         03 dg-hd-date          pic 9(8).
       01 dg-held-idx           binary-long.

      *> the latest entry for each code and eye, for the flags
       01 fl-count              binary-long.
       01 fl-entry occurs DG-MAX-HELD.
         03 fl-code             pic x(6).
         03 fl-eye              pic x.
         03 fl-date             pic 9(8).
         03 fl-status           pic x.
       01 fl-idx                binary-long.

      *> per condition flag in customer-record order: D, G, C, B
       01 fl-flag-letters       pic x(4) value "DGCB".
       01 fl-flag-state occurs 4.
         03 fl-any-confirmed    pic x.
         03 fl-any-open         pic x.
         03 fl-any-resolved     pic x.
         03 fl-confirm-date     pic 9(8).
         03 fl-recall-months    pic 99.
       01 fl-flag-idx           binary-long.
       01 fl-changed            pic x.
       01 fl-flag-byte          pic x.

       01 fl-due-date           pic 9(8).
       01 redefines fl-due-date.
         03 fl-due-yyyy         pic 9999.
         03 fl-due-mm           pic 99.
         03 fl-due-dd           pic 99.
       01 fl-due-months         pic 9(4).
       01 fl-on-file-due        pic 9(8).
       01 redefines fl-on-file-due.
         03 fl-of-yyyy          pic 9999.
         03 fl-of-mm            pic 99.
         03 fl-of-dd            pic 99.

       01 journal-request.
         03 jw-file-tag     pic x(12).
         03 jw-operation    pic x.
         03 jw-operator     pic x(10).
         03 jw-key          pic x(30).
         03 jw-before       pic x(13600).
         03 jw-after        pic x(13600).

       linkage section.
       01 lnk-diag-request.
       copy "diagreq.cpy" replacing ==:Prefix-:== by ==lnk-dg-==.

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-diag-request.
           move 0 to dg-result
           evaluate true
              when lnk-dg-action-add
                 perform add-diagnosis
                 if dg-result equals 0
                    perform sync-condition-flags
                 end-if
              when lnk-dg-action-list
                 perform list-diagnoses
              when lnk-dg-action-erase
                 perform erase-customer-diagnoses
              when lnk-dg-action-merge
                 perform merge-customer-diagnoses
           end-evaluate
           goback returning dg-result.

      *> the code must be on the list and still in use; the slot's
      *> entries are walked for the same code and eye made the same
      *> day (updated in place) and for the highest sequence (a new
      *> one goes after - an earlier day's entry stays as made)
        add-diagnosis.
           move function upper-case(lnk-dg-code) to lnk-dg-code
           move function upper-case(lnk-dg-eye) to lnk-dg-eye
           move function upper-case(lnk-dg-status) to lnk-dg-status

           open input dxcode-file
           if not fs-okay
              move 1 to dg-result
              exit paragraph
           end-if
           move lnk-dg-code to dc-code
           read dxcode-file
              invalid key move 1 to dg-result
              not invalid key
                 if not dc-is-active
                    move 1 to dg-result
                 end-if
           end-read
           close dxcode-file
           if dg-result not equals 0
              exit paragraph
           end-if

           move lnk-dg-eye to dg-eye
           move lnk-dg-status to dg-status
           if not dg-eye-valid or not dg-status-valid
              move 2 to dg-result
              exit paragraph
           end-if

           open i-o diagnosis-file
           if ws-file-status equals "35"
              open output diagnosis-file
              perform check-file-status
              close diagnosis-file
              open i-o diagnosis-file
           end-if
           perform check-file-status

           move 0 to dg-high-seq
           move "n" to dg-found
           move lnk-dg-slot to dg-key(1:23)
           move 0 to dg-seq
           start diagnosis-file
               key > dg-key
               invalid key move "y" to dg-eof
               not invalid key move "n" to dg-eof
           end-start
           perform until dg-eof equals "y"
              read diagnosis-file next record
                 at end move "y" to dg-eof
              end-read
              if not fs-okay or dg-eof equals "y"
                 or dg-key(1:23) not equals lnk-dg-slot
                 move "y" to dg-eof
              else
                 move dg-seq to dg-high-seq
                 if dg-customer-id equals lnk-dg-customer-id
                    and dg-code equals lnk-dg-code
                    and dg-eye equals lnk-dg-eye
                    and dg-diag-date equals lnk-dg-diag-date
                    move "y" to dg-found
                    move "y" to dg-eof
                 end-if
              end-if
           end-perform

           if dg-found equals "y"
              move lnk-dg-diag-date to dg-diag-date
              move lnk-dg-status to dg-status
              move lnk-dg-operator to dg-recorded-by
              rewrite diagnosis-entry
              perform check-file-status
              close diagnosis-file
              exit paragraph
           end-if

           if dg-high-seq >= 99
              move 3 to dg-result
              close diagnosis-file
              exit paragraph
           end-if

           initialize diagnosis-entry
           move lnk-dg-slot to dg-key(1:23)
           compute dg-seq = dg-high-seq + 1
           move lnk-dg-customer-id to dg-customer-id
           move lnk-dg-code to dg-code
           move lnk-dg-eye to dg-eye
           move lnk-dg-diag-date to dg-diag-date
           move lnk-dg-status to dg-status
           move lnk-dg-operator to dg-recorded-by
           write diagnosis-entry
           perform check-file-status
           close diagnosis-file
           .

      *> every entry for the customer, newest diagnosis date first
        list-diagnoses.
           move 0 to lnk-dg-list-count
           perform load-customer-diagnoses
           if dg-held-count equals 0
              move 4 to dg-result
              exit paragraph
           end-if
           perform sort-held-newest-first

           open input dxcode-file
           perform varying dg-held-idx from 1 by 1
                until dg-held-idx > dg-held-count
              add 1 to lnk-dg-list-count
              if lnk-dg-list-count <= 20
                 move dg-hd-entry(dg-held-idx) to diagnosis-entry
                 perform list-one-diagnosis
              end-if
           end-perform
           close dxcode-file
           .

        list-one-diagnosis.
           move dg-store-id to lnk-dg-ls-store-id(lnk-dg-list-count)
           move dg-code to lnk-dg-ls-code(lnk-dg-list-count)
           move dg-eye to lnk-dg-ls-eye(lnk-dg-list-count)
           move dg-diag-date to lnk-dg-ls-date(lnk-dg-list-count)
           move dg-status to lnk-dg-ls-status(lnk-dg-list-count)
           move dg-recorded-by to lnk-dg-ls-by(lnk-dg-list-count)
           move "(code no longer listed)"
              to lnk-dg-ls-description(lnk-dg-list-count)
           move spaces to lnk-dg-ls-icd10(lnk-dg-list-count)
           move dg-code to dc-code
           read dxcode-file
              invalid key continue
              not invalid key
                 move dc-description
                    to lnk-dg-ls-description(lnk-dg-list-count)
                 move dc-icd10 to lnk-dg-ls-icd10(lnk-dg-list-count)
           end-read
           .

        load-customer-diagnoses.
           move 0 to dg-held-count
           open input diagnosis-file
           if not fs-okay
              exit paragraph
           end-if
           move lnk-dg-customer-id to dg-customer-id
           start diagnosis-file
               key = dg-customer-id
               invalid key move "y" to dg-eof
               not invalid key move "n" to dg-eof
           end-start
           perform until dg-eof equals "y"
              read diagnosis-file next record
                 at end move "y" to dg-eof
              end-read
              if status-key-1 not equals "0" or dg-eof equals "y"
                 or dg-customer-id not equals lnk-dg-customer-id
                 move "y" to dg-eof
              else
                 if dg-held-count < DG-MAX-HELD
                    add 1 to dg-held-count
                    move diagnosis-entry to dg-hd-entry(dg-held-count)
                    move dg-diag-date to dg-hd-date(dg-held-count)
                 end-if
              end-if
           end-perform
           close diagnosis-file
           .

      *> a handful of entries per customer - a simple exchange sort
      *> on the diagnosis date is plenty
        sort-held-newest-first.
           perform varying dg-held-idx from 1 by 1
                until dg-held-idx >= dg-held-count
              perform varying fl-idx from dg-held-idx by 1
                   until fl-idx > dg-held-count
                 if dg-hd-date(fl-idx) > dg-hd-date(dg-held-idx)
                    move dg-held(fl-idx) to dg-save-held
                    move dg-held(dg-held-idx) to dg-held(fl-idx)
                    move dg-save-held to dg-held(dg-held-idx)
                 end-if
              end-perform
           end-perform
           .

      *> the latest entry for each code and eye decides where that
      *> condition stands; the codes' flags then decide the record
        sync-condition-flags.
           perform load-customer-diagnoses
           move 0 to fl-count
           perform varying dg-held-idx from 1 by 1
                until dg-held-idx > dg-held-count
              move dg-hd-entry(dg-held-idx) to diagnosis-entry
              perform note-latest-entry
           end-perform

           perform varying fl-flag-idx from 1 by 1
                until fl-flag-idx > 4
              move "n" to fl-any-confirmed(fl-flag-idx)
                          fl-any-open(fl-flag-idx)
                          fl-any-resolved(fl-flag-idx)
              move 0 to fl-confirm-date(fl-flag-idx)
                        fl-recall-months(fl-flag-idx)
           end-perform

           open input dxcode-file
           if not fs-okay
              exit paragraph
           end-if
           perform varying fl-idx from 1 by 1
                until fl-idx > fl-count
              perform weigh-latest-entry
           end-perform
           close dxcode-file

           perform apply-flags-to-customer
           .

        note-latest-entry.
           perform varying fl-idx from 1 by 1
                until fl-idx > fl-count
              if fl-code(fl-idx) equals dg-code
                 and fl-eye(fl-idx) equals dg-eye
                 if dg-diag-date >= fl-date(fl-idx)
                    move dg-diag-date to fl-date(fl-idx)
                    move dg-status to fl-status(fl-idx)
                 end-if
                 exit paragraph
              end-if
           end-perform
           if fl-count < DG-MAX-HELD
              add 1 to fl-count
              move dg-code to fl-code(fl-count)
              move dg-eye to fl-eye(fl-count)
              move dg-diag-date to fl-date(fl-count)
              move dg-status to fl-status(fl-count)
           end-if
           .

        weigh-latest-entry.
           move fl-code(fl-idx) to dc-code
           read dxcode-file
              invalid key exit paragraph
           end-read
           if dc-flag-none
              exit paragraph
           end-if
           perform varying fl-flag-idx from 1 by 1
                until fl-flag-idx > 4
              if fl-flag-letters(fl-flag-idx:1) equals dc-flag
                 exit perform
              end-if
           end-perform
           if fl-flag-idx > 4
              exit paragraph
           end-if

           evaluate fl-status(fl-idx)
              when "C"
                 move "y" to fl-any-confirmed(fl-flag-idx)
                 if fl-date(fl-idx) > fl-confirm-date(fl-flag-idx)
                    move fl-date(fl-idx)
                       to fl-confirm-date(fl-flag-idx)
                    move dc-recall-months
                       to fl-recall-months(fl-flag-idx)
                 end-if
              when "S"
                 move "y" to fl-any-open(fl-flag-idx)
              when "R"
                 move "y" to fl-any-resolved(fl-flag-idx)
           end-evaluate
           .

        apply-flags-to-customer.
           open i-o cust-file
           if not fs-okay
              exit paragraph
           end-if
           move lnk-dg-customer-id
              to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key
                 close cust-file
                 exit paragraph
           end-read
           move spaces to jw-before
           move f-CustomerInformation to jw-before
           move "n" to fl-changed

           move 1 to fl-flag-idx
           move f-Diabetic-retinopathy-Review-Due to fl-on-file-due
           perform load-review-date
           move f-Diabetic-retinopathy to fl-flag-byte
           perform settle-flag
           move fl-flag-byte to f-Diabetic-retinopathy
           move fl-of-dd to f-dr-review-dd
           move fl-of-mm to f-dr-review-mm
           move fl-of-yyyy to f-dr-review-yyyy

           move 2 to fl-flag-idx
           move f-Glaucoma-Review-Due to fl-on-file-due
           perform load-review-date
           move f-Glaucoma to fl-flag-byte
           perform settle-flag
           move fl-flag-byte to f-Glaucoma
           move fl-of-dd to f-gl-review-dd
           move fl-of-mm to f-gl-review-mm
           move fl-of-yyyy to f-gl-review-yyyy

           move 3 to fl-flag-idx
           move f-Cataracts-Review-Due to fl-on-file-due
           perform load-review-date
           move f-Cataracts to fl-flag-byte
           perform settle-flag
           move fl-flag-byte to f-Cataracts
           move fl-of-dd to f-ca-review-dd
           move fl-of-mm to f-ca-review-mm
           move fl-of-yyyy to f-ca-review-yyyy

           move 4 to fl-flag-idx
           move f-Colour-blindness-Review-Due to fl-on-file-due
           perform load-review-date
           move f-Colour-blindness to fl-flag-byte
           perform settle-flag
           move fl-flag-byte to f-Colour-blindness
           move fl-of-dd to f-cb-review-dd
           move fl-of-mm to f-cb-review-mm
           move fl-of-yyyy to f-cb-review-yyyy

           if fl-changed not equals "y"
              close cust-file
              exit paragraph
           end-if
           rewrite f-CustomerInformation
           if not fs-okay
              close cust-file
              exit paragraph
           end-if
           move spaces to jw-after
           move f-CustomerInformation to jw-after
           close cust-file

           move JRNL-FILE-CUST to jw-file-tag
           move "R" to jw-operation
           move lnk-dg-operator to jw-operator
           move spaces to jw-key
           move lnk-dg-customer-id to jw-key(1:9)
           call "jrnlwrite" using journal-request
           end-call
           .

      *> the customer record holds the review date day/month/year -
      *> turned round here so it compares as a date
        load-review-date.
           move fl-on-file-due to fl-due-date
           move fl-due-date(1:2) to fl-of-dd
           move fl-due-date(3:2) to fl-of-mm
           move fl-due-date(5:4) to fl-of-yyyy
           .

      *> fl-flag-byte carries the customer's flag in and out,
      *> fl-on-file-due (year/month/day) the review date
        settle-flag.
           evaluate true
              when fl-any-confirmed(fl-flag-idx) equals "y"
                 if fl-flag-byte not equals "Y"
                    move "Y" to fl-flag-byte
                    move "y" to fl-changed
                 end-if
                 if fl-recall-months(fl-flag-idx) > 0
                    move fl-confirm-date(fl-flag-idx) to fl-due-date
                    perform step-due-date
                    if fl-on-file-due is not numeric
                       or fl-on-file-due < fl-confirm-date(fl-flag-idx)
                       move fl-due-date to fl-on-file-due
                       move "y" to fl-changed
                    end-if
                 end-if
              when fl-any-resolved(fl-flag-idx) equals "y"
                 and fl-any-open(fl-flag-idx) not equals "y"
                 if fl-flag-byte not equals "N"
                    move "N" to fl-flag-byte
                    move 0 to fl-on-file-due
                    move "y" to fl-changed
                 end-if
           end-evaluate
           .

      *> fl-due-date moved on the recall months - a day past the end
      *> of a shorter month comes back to the 28th
        step-due-date.
           compute fl-due-months =
              fl-due-mm + fl-recall-months(fl-flag-idx) - 1
           compute fl-due-yyyy = fl-due-yyyy + (fl-due-months / 12)
           compute fl-due-mm = function mod(fl-due-months, 12) + 1
           if fl-due-dd > 28
              move 28 to fl-due-dd
           end-if
           .

      *> alternate-key walk - each delete takes the entry out from
      *> under the customer's key, so the walk restarts until the
      *> key comes up empty
        erase-customer-diagnoses.
           open i-o diagnosis-file
           if not fs-okay
              move 4 to dg-result
              exit paragraph
           end-if
           move "y" to dg-found
           perform until dg-found not equals "y"
              move "n" to dg-found
              move lnk-dg-customer-id to dg-customer-id
              start diagnosis-file
                  key = dg-customer-id
                  invalid key continue
                  not invalid key
                     read diagnosis-file next record
                        at end continue
                     end-read
                     if status-key-1 equals "0"
                        and dg-customer-id equals lnk-dg-customer-id
                        delete diagnosis-file record
                        end-delete
                        move "y" to dg-found
                     end-if
              end-start
           end-perform
           close diagnosis-file
           .

      *> keyed by slot, which moves to the keeper with the
      *> appointment - only the customer id changes
        merge-customer-diagnoses.
           open i-o diagnosis-file
           if not fs-okay
              move 4 to dg-result
              exit paragraph
           end-if
           move "y" to dg-found
           perform until dg-found not equals "y"
              move "n" to dg-found
              move lnk-dg-customer-id to dg-customer-id
              start diagnosis-file
                  key = dg-customer-id
                  invalid key continue
                  not invalid key
                     read diagnosis-file next record
                        at end continue
                     end-read
                     if status-key-1 equals "0"
                        and dg-customer-id equals lnk-dg-customer-id
                        move lnk-dg-new-customer-id to dg-customer-id
                        rewrite diagnosis-entry
                        move "y" to dg-found
                     end-if
              end-start
           end-perform
           close diagnosis-file
           .

       copy "common.cpy".
