       identification division.
       program-id. rxcopy.

      *> printed copy of one prescription - the statement the patient
      *> is entitled to take away: both eyes, test date, the
      *> consultant who tested and their GOC number, the review date
      *> and the issuing store. the wording comes from rxcopy.tpl
      *> through tplmerge.cbl when the site has one, the compiled-in
      *> lines below otherwise (same idiom as custconfirm.cbl). every
      *> copy printed is logged against the Rx on rxissue.dat with who
      *> it went to, and registered on the print spool for reprint.
      *> an Rx corrected after sign-off prints as signed off, with
      *> each addendum (clinamend.cbl) listed under it.
      *> an Rx brought in from another practice prints with that
      *> practitioner and their registration number instead.
      *> returns 0 printed (or held on the spool), 1 Rx not found.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "prescription-fc.cpy".
       copy "consultants-fc.cpy".
       copy "customer-fc.cpy".
       copy "rxissue-fc.cpy".

       select rxcopy-report assign to dynamic pdr-filename
        organization is line sequential.

       select rxcopy-template assign to dynamic rc-tpl-filename
        organization is line sequential
        status is ws-file-status.

       data division.
       copy "prescription-fd.cpy".

       fd consultants-file.
       01 cf-consultant.
       copy "consultants.cpy" replacing ==:Prefix-:== by ==cf-==.

       copy "customer-fd.cpy".
       copy "rxissue-fd.cpy".

       fd rxcopy-report.
       01 report-line          pic x(80).

       fd rxcopy-template.
       01 template-fd-line     pic x(80).

       working-storage section.
       copy "common_ws.cpy".

       01 pdr-filename            pic x(20) value "rxcopy.txt".

      *> the wording template, loaded once - zero lines means no
      *> template on this site, so the compiled-in lines stay in
      *> charge
       78 RC-MAX-TPL-LINES        value 40.
       01 rc-tpl-filename         pic x(40)
          value "$MFOCALDIR/rxcopy.tpl".
       01 rc-tpl-count            binary-long value 0.
       01 rc-tpl-lines occurs RC-MAX-TPL-LINES.
         03 rc-tpl-line           pic x(80).
       01 rc-tpl-idx              binary-long.
       01 rc-tpl-eof              pic x.
       01 rc-merged-line          pic x(80).

       01 rc-today                pic 9(8).
       01 rc-now                  pic 9(8).
       01 rc-work-value           pic s9(4)v99.

      *> one eye as printed - the same layout fills <RXRIGHT> and
      *> <RXLEFT>, lined up under report-eye-heading
       01 rc-eye-line.
         03 rc-eye-sphere         pic +z9.99.
         03 filler                pic x(2) value spaces.
         03 rc-eye-cylinder       pic +z9.99.
         03 filler                pic x(2) value spaces.
         03 rc-eye-axis           pic zz9.
         03 filler                pic x(3) value spaces.
      *> a single-vision Rx has no addition - printed blank, not as
      *> a misleading +0.00
         03 rc-eye-add            pic x(5).
       01 rc-add-edited           pic +9.99.

       01 spool-request.
         03 spr-doc-type      pic x(12).
         03 spr-store-id      pic 9(5).
         03 spr-created-by    pic x(10).
         03 spr-doc-path      pic x(40).
         03 spr-status        pic x.

       01 merge-values.
         03 mv-date              pic x(10).
         03 mv-cust-name         pic x(60).
         03 mv-gp-name           pic x(60).
         03 mv-dob               pic x(10).
         03 mv-review-due        pic x(10).
         03 mv-address-1         pic x(70).
         03 mv-address-2         pic x(70).
         03 mv-address-3         pic x(70).
         03 mv-address-4         pic x(70).
         03 mv-postcode          pic x(9).
         03 mv-store-name        pic x(40).
         03 mv-appt-day          pic x(10).
         03 mv-appt-date         pic x(10).
         03 mv-appt-time         pic x(APP-TIME-SLOT-LEN).
         03 mv-consultant        pic x(60).
         03 mv-nhs-number        pic x(10).
         03 mv-condition         pic x(22).
         03 mv-rx-date           pic x(10).
         03 mv-rx-type           pic x(12).
         03 mv-rx-right          pic x(40).
         03 mv-rx-left           pic x(40).
         03 mv-goc-number        pic x(10).
         03 mv-store-address     pic x(80).

       01 report-line-1.
        03 report-store-name     pic x(40).

       01 report-line-2.
        03 report-store-address  pic x(80).

       01 report-line-3.
        03 filler                pic x(25)
            value "Prescription copy issued ".
        03 report-issue-date     pic x(10).

       01 report-line-4.
        03 filler                pic x(15) value "Patient:".
        03 report-cust-name      pic x(60).

       01 report-line-5.
        03 filler                pic x(15) value "Date of birth:".
        03 report-dob            pic x(10).

       01 report-line-6.
        03 filler                pic x(15) value "Type:".
        03 report-rx-type        pic x(12).
        03 filler                pic x(4)  value spaces.
        03 filler                pic x(11) value "Test date: ".
        03 report-rx-date        pic x(10).

       01 report-eye-heading.
        03 filler                pic x(40)
            value "          Sph     Cyl  Axis    Add".

       01 report-line-7.
        03 filler                pic x(7)  value "Right".
        03 report-right          pic x(40).

       01 report-line-8.
        03 filler                pic x(7)  value "Left".
        03 report-left           pic x(40).

       01 report-line-9.
        03 filler                pic x(15) value "Tested by:".
        03 report-consultant     pic x(60).

       01 report-line-10.
        03 filler                pic x(15) value "GOC number:".
        03 report-goc-number     pic x(10).

       01 report-line-11.
        03 filler                pic x(15) value "Review due:".
        03 report-review-due     pic x(10).

       01 report-line-12.
        03 filler                pic x(60) value
           "Issued in accordance with the Opticians Act 1989.".

       01 report-amend-heading.
        03 filler                pic x(40) value
           "Amended after sign-off:".

       01 report-amend-line.
        03 filler                pic x(2)  value spaces.
        03 report-amend-date     pic x(10).
        03 filler                pic x(1)  value space.
        03 report-amend-field    pic x(11).
        03 report-amend-old      pic x(10).
        03 filler                pic x(4)  value " to ".
        03 report-amend-new      pic x(10).
        03 filler                pic x(1)  value space.
        03 report-amend-reason   pic x(31).

       01 rc-amend-idx           binary-long.

       01 amend-request.
       copy "clinamendreq.cpy" replacing ==:Prefix-:== by ==am-==.

       01 printer-filename.
        03 printer-filename-len  pic x(2) comp-5.
        03 printer-filename-body pic x(128).

       01 printer-title.
        03 printer-title-len     pic x(2) comp-5.
        03 printer-title-body    pic x(128).

       01 printer-flags          pic x(4) comp-5.
       01 printer-window-handle  pic x(4) comp-5.
       01 pdr-return-code        pic 9999.

       linkage section.
       copy "common_lnk.cpy".
      *> the Rx to print (rx-key layout) and who the copy is for
       01 lnk-rx-key              pic x(18).
       01 lnk-issued-to           pic x(40).

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-store-info, lnk-operator-info,
                                 lnk-rx-key, lnk-issued-to.
           accept rc-today from date YYYYMMDD
           accept rc-now from time

           open input prescription-file
           if not fs-okay
              goback returning 1
           end-if
           move lnk-rx-key to rx-key
           read prescription-file
              invalid key
                 close prescription-file
                 goback returning 1
           end-read
           close prescription-file

           move spaces to merge-values
           perform fill-statement-values
           perform fill-consultant-values
           perform fill-customer-values

           perform load-rxcopy-template

           open output rxcopy-report
           if rc-tpl-count > 0
              perform write-copy-from-template
           else
              perform write-copy-compiled-in
           end-if
           perform write-rx-addenda
           close rxcopy-report

           perform print-file
           perform log-copy-issued

           goback returning 0.

      *> the Rx itself, the issuing store and today's date
        fill-statement-values.
           string rc-today(7:2) "/" rc-today(5:2) "/" rc-today(1:4)
              delimited by size into mv-date
           string rx-test-dd "/" rx-test-mm "/" rx-test-yyyy
              delimited by size into mv-rx-date
           evaluate true
              when rx-type-contact
                 move "Contact lens" to mv-rx-type
              when rx-type-external
                 move "External Rx" to mv-rx-type
              when other
                 move "Spectacles" to mv-rx-type
           end-evaluate

           if rx-review-due equals zeros
              move "Not set" to mv-review-due
           else
              string rx-review-dd "/" rx-review-mm "/" rx-review-yyyy
                 delimited by size into mv-review-due
           end-if

           move rx-r-sphere to rc-work-value
           move rc-work-value to rc-eye-sphere
           move rx-r-cylinder to rc-work-value
           move rc-work-value to rc-eye-cylinder
           move rx-r-axis to rc-eye-axis
           move rx-r-add to rc-add-edited
           perform edit-eye-add
           move rc-eye-line to mv-rx-right

           move rx-l-sphere to rc-work-value
           move rc-work-value to rc-eye-sphere
           move rx-l-cylinder to rc-work-value
           move rc-work-value to rc-eye-cylinder
           move rx-l-axis to rc-eye-axis
           move rx-l-add to rc-add-edited
           perform edit-eye-add
           move rc-eye-line to mv-rx-left

           move lnk-name-of-store to mv-store-name
           string lnk-province delimited by "  "
              ", " delimited by size
              lnk-county delimited by "  "
              ", " delimited by size
              lnk-postcode delimited by "  "
              into mv-store-address
           .

        edit-eye-add.
           if rc-add-edited equals "+0.00"
              move spaces to rc-eye-add
           else
              move rc-add-edited to rc-eye-add
           end-if
           .

      *> the consultant who tested - a consultant since removed still
      *> leaves the Rx printable, just without the name and number
        fill-consultant-values.
           move "Not recorded" to mv-consultant mv-goc-number
           if rx-type-external
              move spaces to mv-consultant
              string rx-ext-practitioner delimited by "  "
                 ", " rx-ext-practice delimited by "  "
                 into mv-consultant
              end-string
              move rx-ext-reg-no to mv-goc-number
              exit paragraph
           end-if
           open input consultants-file
           if not fs-okay
              exit paragraph
           end-if
           move rx-consultant-id to cf-Consultant-Id
           read consultants-file
              invalid key continue
              not invalid key
                 move cf-FullName to mv-consultant
                 if cf-GOC-Number not equals spaces
                    move cf-GOC-Number to mv-goc-number
                 end-if
           end-read
           close consultants-file
           .

        fill-customer-values.
           open input cust-file
           if not fs-okay
              exit paragraph
           end-if
           move rx-customer-id to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key continue
              not invalid key
                 move f-FullName to mv-cust-name
                 string f-Dob-dd "/" f-Dob-mm "/" f-Dob-yyyy
                    delimited by size into mv-dob
                 move f-Address(1) to mv-address-1
                 move f-Address(2) to mv-address-2
                 move f-Address(3) to mv-address-3
                 move f-Address(4) to mv-address-4
                 move f-PostCode to mv-postcode
           end-read
           close cust-file
           .

      *> reads the wording template into its table once - a missing
      *> file (status 35) simply leaves the count at zero
        load-rxcopy-template.
           move 0 to rc-tpl-count
           open input rxcopy-template
           if fs-okay
              move "n" to rc-tpl-eof
              perform until rc-tpl-eof equals "y"
                 read rxcopy-template next record
                    at end move "y" to rc-tpl-eof
                 end-read
                 if fs-no-record or fs-no-next-logical-record
                    move "y" to rc-tpl-eof
                 end-if
                 if rc-tpl-eof not equals "y" and
                    rc-tpl-count < RC-MAX-TPL-LINES
                    add 1 to rc-tpl-count
                    move template-fd-line
                       to rc-tpl-line(rc-tpl-count)
                 end-if
              end-perform
              close rxcopy-template
           end-if
           .

        write-copy-from-template.
           perform varying rc-tpl-idx from 1 by 1
                until rc-tpl-idx > rc-tpl-count
              call "tplmerge" using rc-tpl-line(rc-tpl-idx),
                   merge-values, rc-merged-line
              end-call
              write report-line from rc-merged-line
           end-perform
           .

        write-copy-compiled-in.
           move mv-store-name to report-store-name
           move mv-store-address to report-store-address
           move mv-date to report-issue-date
           move mv-cust-name to report-cust-name
           move mv-dob to report-dob
           move mv-rx-type to report-rx-type
           move mv-rx-date to report-rx-date
           move mv-rx-right to report-right
           move mv-rx-left to report-left
           move mv-consultant to report-consultant
           move mv-goc-number to report-goc-number
           move mv-review-due to report-review-due

           write report-line from report-line-1
           write report-line from report-line-2
           move spaces to report-line
           write report-line
           write report-line from report-line-3
           move spaces to report-line
           write report-line
           write report-line from report-line-4
           write report-line from report-line-5
           write report-line from report-line-6
           move spaces to report-line
           write report-line
           write report-line from report-eye-heading
           write report-line from report-line-7
           write report-line from report-line-8
           move spaces to report-line
           write report-line
           write report-line from report-line-9
           write report-line from report-line-10
           write report-line from report-line-11
           move spaces to report-line
           write report-line
           write report-line from report-line-12
           .

      *> the record is never changed after sign-off, so what it
      *> holds is printed as issued and the corrections follow
        write-rx-addenda.
           move "L" to am-action
           move "P" to am-record-type
           move lnk-rx-key to am-record-key
           call "clinamend" using amend-request
           end-call
           if am-list-count equals 0
              exit paragraph
           end-if
           move spaces to report-line
           write report-line
           write report-line from report-amend-heading
           perform varying rc-amend-idx from 1 by 1
                until rc-amend-idx > am-list-count
                   or rc-amend-idx > 20
              move spaces to report-amend-date
              string am-ls-date(rc-amend-idx)(7:2) "/"
                 am-ls-date(rc-amend-idx)(5:2) "/"
                 am-ls-date(rc-amend-idx)(1:4)
                 delimited by size into report-amend-date
              end-string
              move am-ls-field(rc-amend-idx) to report-amend-field
              move am-ls-old(rc-amend-idx) to report-amend-old
              move am-ls-new(rc-amend-idx) to report-amend-new
              move am-ls-reason(rc-amend-idx) to report-amend-reason
              write report-line from report-amend-line
           end-perform
           .

        print-file.
           move pdr-filename to printer-filename-body
           move 0 to printer-filename-len
           inspect pdr-filename
            tallying printer-filename-len
            for characters

           move "rxcopy" to printer-title-body
           move 6 to printer-title-len

           move 0 to printer-flags
           move 0 to printer-window-handle
           call "PC_PRINT_FILE" using
                by reference printer-filename
                by reference printer-title
                by value printer-flags
                by value printer-window-handle
           end-call
           move "P" to spr-status
           if return-code not equal 0
             move "H" to spr-status
             move return-code to pdr-return-code
             move "Failed to print file" to popup-title

             string "Print status code is "
                pdr-return-code
                into popup-message-1

             move spaces to popup-message-2
             move "Okay" to popup-button-1
             call "errpopup" using popup-title,
                  popup-message-1,
                  popup-message-2
                  popup-button-1
             end-call
           end-if

           move "RXCOPY" to spr-doc-type
           move lnk-id to spr-store-id
           move lnk-Operator-Id to spr-created-by
           move pdr-filename to spr-doc-path
           call "spooladd" using spool-request
           end-call
           .

      *> a copy held on the spool after a printer failure is still a
      *> copy issued - the reprint comes off the spool, not from here
        log-copy-issued.
           move lnk-rx-key to ri-rx-key
           move rc-today to ri-issued-date
           move rc-now to ri-issued-time
           move lnk-issued-to to ri-issued-to
           move lnk-Operator-Id to ri-issued-by
           move lnk-id to ri-store-id

           open i-o rxissue-file
           if ws-file-status equals "35"
              open output rxissue-file
           end-if
           perform check-file-status
           write rxissue-record
           if fs-key-already-exists
              rewrite rxissue-record
           end-if
           perform check-file-status
           close rxissue-file
           perform check-file-status
           .

       copy "common.cpy".
