       identification division.
       program-id. dxprev.

      *> condition prevalence (dxprev.txt) - how many customers each
      *> coded condition is standing against, by age band, store by
      *> store under region totals laid out as regionrpt.cbl does.
      *> a customer counts once per condition while the latest
      *> entry for either eye is confirmed (diagnosis-fd.cpy), at
      *> the store that confirmed it; suspected and resolved
      *> conditions don't count. age is taken at the run date from
      *> the customer record, and a date of birth not on file
      *> counts under "n/k". reached from the region report prompt.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "diagnosis-fc.cpy".
       copy "dxcode-fc.cpy".
       copy "customer-fc.cpy".
       copy "stores-fc.cpy".
       copy "region-fc.cpy".

       select prevalence-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "diagnosis-fd.cpy".
       copy "dxcode-fd.cpy".
       copy "customer-fd.cpy".
       copy "stores-fd.cpy".
       copy "region-fd.cpy".

       fd prevalence-report.
       01 report-line          pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename         pic x(20) value "dxprev.txt".

       01 eof                  pic x.

       01 date-today-temp.
         03 yyyy               pic 9999.
         03 mm                 pic 99.
         03 dd                 pic 99.

      *> the stores and their regions, as regionrpt.cbl loads them
       01 pv-store-count       binary-long value 0.
       01 pv-store occurs MAX-STORES.
         03 pv-st-id           pic 9(5).
         03 pv-st-region       pic x(3).
       01 pv-st-idx            binary-long.
       01 pv-inner-idx         binary-long.

      *> the code list, in code order
       78 PV-MAX-CODES         value 40.
       01 pv-code-count        binary-long value 0.
       01 pv-code occurs PV-MAX-CODES.
         03 pv-cd-code         pic x(6).
         03 pv-cd-description  pic x(30).
         03 pv-cd-icd10        pic x(8).
       01 pv-cd-idx            binary-long.

      *> 0-15, 16-39, 40-59, 60-74, 75 and over, not known
       78 PV-BANDS             value 6.
       01 pv-counts.
         03 pv-count-store occurs MAX-STORES.
           05 pv-count-code occurs PV-MAX-CODES.
             07 pv-band-count  binary-long occurs PV-BANDS.
       01 pv-band              binary-long.
       01 pv-age               binary-long.

      *> one customer's entries - the latest for each code and eye
       78 PV-MAX-HELD          value 60.
       01 pv-cust-id           pic 9(9).
       01 pv-held-count        binary-long.
       01 pv-held occurs PV-MAX-HELD.
         03 pv-hd-code         pic x(6).
         03 pv-hd-eye          pic x.
         03 pv-hd-date         pic 9(8).
         03 pv-hd-status       pic x.
         03 pv-hd-store-id     pic 9(5).
       01 pv-hd-idx            binary-long.
       01 pv-counted-code      pic x(6) occurs PV-MAX-HELD.
       01 pv-counted-count     binary-long.
       01 pv-counted-idx       binary-long.
       01 pv-seen              pic x.

       01 pv-region-code       pic x(3).
       01 pv-region-done       pic x(3) occurs MAX-STORES.
       01 pv-done-count        binary-long value 0.
       01 pv-done-idx          binary-long.
       01 pv-reg-counts.
         03 pv-reg-code occurs PV-MAX-CODES.
           05 pv-reg-band      binary-long occurs PV-BANDS.
       01 pv-line-total        binary-long.
       01 pv-any               pic x.

       01 report-header-line.
         03 filler             pic x(50) value
            "Condition prevalence - confirmed diagnoses as at ".
         03 rpt-run-date       pic x(10).

       01 report-region-line.
         03 filler             pic x(7)  value "Region ".
         03 rpt-region-code    pic x(3).
         03 filler             pic x     value " ".
         03 rpt-region-name    pic x(30).

       01 report-store-line.
         03 filler             pic x(2)  value spaces.
         03 filler             pic x(6)  value "Store ".
         03 rpt-store-id       pic 9(5).

       01 report-column-line.
         03 filler             pic x(4)  value spaces.
         03 filler             pic x(41) value
            "Condition                      ICD-10".
         03 filler             pic x(42) value
            " 0-15 16-39 40-59 60-74   75+   n/k Total".

       01 report-count-line.
         03 filler             pic x(4)  value spaces.
         03 rpt-description    pic x(30).
         03 filler             pic x     value space.
         03 rpt-icd10          pic x(8).
         03 filler             pic x(2)  value spaces.
         03 rpt-band-count     pic zzzz9 occurs PV-BANDS.
         03 rpt-total          pic zzzzz9.

       01 report-note-line.
         03 filler             pic x(4)  value spaces.
         03 rpt-note           pic x(60).

       linkage section.
       copy "common_lnk.cpy".

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-store-info.
           accept date-today-temp from date YYYYMMDD
           initialize pv-counts

           perform load-store-regions
           perform load-code-list

           open input diagnosis-file
           if fs-okay
              open input cust-file
              perform scan-diagnoses
              close cust-file
              close diagnosis-file
           end-if

           perform write-prevalence-report
           goback.

        load-store-regions.
           open input store-file
           if not fs-okay
              exit paragraph
           end-if

           move low-values to sf-Store-Information
           start store-file
               key >= sf-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read store-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if

              if eof not equals "y"
                 and pv-store-count < MAX-STORES
                 add 1 to pv-store-count
                 move sf-id to pv-st-id(pv-store-count)
                 if sf-Region-Code equals spaces
                    move "---" to pv-st-region(pv-store-count)
                 else
                    move sf-Region-Code
                       to pv-st-region(pv-store-count)
                 end-if
              end-if
           end-perform

           close store-file
           .

        load-code-list.
           open input dxcode-file
           if not fs-okay
              exit paragraph
           end-if
           move low-values to dc-code
           start dxcode-file
               key >= dc-code
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read dxcode-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y"
                 move "y" to eof
              else
                 if pv-code-count < PV-MAX-CODES
                    add 1 to pv-code-count
                    move dc-code to pv-cd-code(pv-code-count)
                    move dc-description
                       to pv-cd-description(pv-code-count)
                    move dc-icd10 to pv-cd-icd10(pv-code-count)
                 end-if
              end-if
           end-perform
           close dxcode-file
           .

      *> customer by customer through the alternate key - each
      *> customer's entries are held, then counted when the next
      *> customer's first entry turns up
        scan-diagnoses.
           move 0 to pv-held-count
           move 0 to pv-cust-id
           move 0 to dg-customer-id
           start diagnosis-file
               key >= dg-customer-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read diagnosis-file next record
                 at end move "y" to eof
              end-read
      *> "02" just says another entry shares this customer id
              if status-key-1 not equals "0"
                 move "y" to eof
              end-if
              if eof not equals "y"
                 if dg-customer-id not equals pv-cust-id
                    perform count-customer
                    move dg-customer-id to pv-cust-id
                    move 0 to pv-held-count
                 end-if
                 perform hold-latest-entry
              end-if
           end-perform
           perform count-customer
           .

        hold-latest-entry.
           perform varying pv-hd-idx from 1 by 1
                until pv-hd-idx > pv-held-count
              if pv-hd-code(pv-hd-idx) equals dg-code
                 and pv-hd-eye(pv-hd-idx) equals dg-eye
                 if dg-diag-date >= pv-hd-date(pv-hd-idx)
                    move dg-diag-date to pv-hd-date(pv-hd-idx)
                    move dg-status to pv-hd-status(pv-hd-idx)
                    move dg-store-id to pv-hd-store-id(pv-hd-idx)
                 end-if
                 exit paragraph
              end-if
           end-perform
           if pv-held-count < PV-MAX-HELD
              add 1 to pv-held-count
              move dg-code to pv-hd-code(pv-held-count)
              move dg-eye to pv-hd-eye(pv-held-count)
              move dg-diag-date to pv-hd-date(pv-held-count)
              move dg-status to pv-hd-status(pv-held-count)
              move dg-store-id to pv-hd-store-id(pv-held-count)
           end-if
           .

      *> each code confirmed for either eye counts once, at the
      *> store of the first confirmed entry held for it
        count-customer.
           if pv-held-count equals 0
              exit paragraph
           end-if
           perform work-out-age-band
           move 0 to pv-counted-count
           perform varying pv-hd-idx from 1 by 1
                until pv-hd-idx > pv-held-count
              if pv-hd-status(pv-hd-idx) equals "C"
                 perform count-one-condition
              end-if
           end-perform
           .

        count-one-condition.
           move "n" to pv-seen
           perform varying pv-counted-idx from 1 by 1
                until pv-counted-idx > pv-counted-count
              if pv-counted-code(pv-counted-idx)
                 equals pv-hd-code(pv-hd-idx)
                 move "y" to pv-seen
              end-if
           end-perform
           if pv-seen equals "y"
              exit paragraph
           end-if
           add 1 to pv-counted-count
           move pv-hd-code(pv-hd-idx)
              to pv-counted-code(pv-counted-count)

           perform varying pv-cd-idx from 1 by 1
                until pv-cd-idx > pv-code-count
              if pv-cd-code(pv-cd-idx) equals pv-hd-code(pv-hd-idx)
                 exit perform
              end-if
           end-perform
           if pv-cd-idx > pv-code-count
              exit paragraph
           end-if

           perform varying pv-st-idx from 1 by 1
                until pv-st-idx > pv-store-count
              if pv-st-id(pv-st-idx) equals pv-hd-store-id(pv-hd-idx)
                 exit perform
              end-if
           end-perform
           if pv-st-idx > pv-store-count
              if pv-store-count >= MAX-STORES
                 exit paragraph
              end-if
      *> a diagnosis at a store with no store record - counted under
      *> its own id and the unassigned region
              add 1 to pv-store-count
              move pv-store-count to pv-st-idx
              move pv-hd-store-id(pv-hd-idx) to pv-st-id(pv-st-idx)
              move "---" to pv-st-region(pv-st-idx)
           end-if

           add 1 to pv-band-count(pv-st-idx pv-cd-idx pv-band)
           .

        work-out-age-band.
           move PV-BANDS to pv-band
           move pv-cust-id to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key exit paragraph
           end-read
           if f-Dob-yyyy is not numeric or f-Dob-yyyy equals 0
              exit paragraph
           end-if
           compute pv-age = yyyy - f-Dob-yyyy
           if mm < f-Dob-mm
              or (mm equals f-Dob-mm and dd < f-Dob-dd)
              subtract 1 from pv-age
           end-if
           evaluate true
              when pv-age < 16
                 move 1 to pv-band
              when pv-age < 40
                 move 2 to pv-band
              when pv-age < 60
                 move 3 to pv-band
              when pv-age < 75
                 move 4 to pv-band
              when other
                 move 5 to pv-band
           end-evaluate
           .

        write-prevalence-report.
           open output prevalence-report
           string dd "/" mm "/" yyyy delimited by size
              into rpt-run-date
           end-string
           write report-line from report-header-line

           if pv-code-count equals 0
              move "No diagnosis codes on file" to rpt-note
              write report-line from report-note-line
           end-if

           perform varying pv-st-idx from 1 by 1
                until pv-st-idx > pv-store-count
              move pv-st-region(pv-st-idx) to pv-region-code
              perform check-region-already-done
              if pv-seen not equals "y"
                 perform write-one-region
              end-if
           end-perform

           close prevalence-report
           .

        check-region-already-done.
           move "n" to pv-seen
           perform varying pv-done-idx from 1 by 1
                until pv-done-idx > pv-done-count
              if pv-region-done(pv-done-idx) equals pv-region-code
                 move "y" to pv-seen
              end-if
           end-perform
           .

        write-one-region.
           add 1 to pv-done-count
           move pv-region-code to pv-region-done(pv-done-count)

           initialize pv-reg-counts
           perform varying pv-inner-idx from 1 by 1
                until pv-inner-idx > pv-store-count
              if pv-st-region(pv-inner-idx) equals pv-region-code
                 perform varying pv-cd-idx from 1 by 1
                      until pv-cd-idx > pv-code-count
                    perform varying pv-band from 1 by 1
                         until pv-band > PV-BANDS
                       add pv-band-count(pv-inner-idx pv-cd-idx
                          pv-band) to pv-reg-band(pv-cd-idx pv-band)
                    end-perform
                 end-perform
              end-if
           end-perform

           move spaces to report-line
           write report-line
           move pv-region-code to rpt-region-code
           perform read-region-name
           write report-line from report-region-line
           write report-line from report-column-line

           move "n" to pv-any
           perform varying pv-cd-idx from 1 by 1
                until pv-cd-idx > pv-code-count
              move 0 to pv-line-total
              perform varying pv-band from 1 by 1
                   until pv-band > PV-BANDS
                 move pv-reg-band(pv-cd-idx pv-band)
                    to rpt-band-count(pv-band)
                 add pv-reg-band(pv-cd-idx pv-band) to pv-line-total
              end-perform
              if pv-line-total > 0
                 perform write-count-line
              end-if
           end-perform
           if pv-any not equals "y"
              move "No confirmed conditions" to rpt-note
              write report-line from report-note-line
           end-if

           perform varying pv-inner-idx from 1 by 1
                until pv-inner-idx > pv-store-count
              if pv-st-region(pv-inner-idx) equals pv-region-code
                 perform write-one-store
              end-if
           end-perform
           .

        write-one-store.
           move pv-st-id(pv-inner-idx) to rpt-store-id
           write report-line from report-store-line
           move "n" to pv-any
           perform varying pv-cd-idx from 1 by 1
                until pv-cd-idx > pv-code-count
              move 0 to pv-line-total
              perform varying pv-band from 1 by 1
                   until pv-band > PV-BANDS
                 move pv-band-count(pv-inner-idx pv-cd-idx pv-band)
                    to rpt-band-count(pv-band)
                 add pv-band-count(pv-inner-idx pv-cd-idx pv-band)
                    to pv-line-total
              end-perform
              if pv-line-total > 0
                 perform write-count-line
              end-if
           end-perform
           if pv-any not equals "y"
              move "No confirmed conditions" to rpt-note
              write report-line from report-note-line
           end-if
           .

        write-count-line.
           move "y" to pv-any
           move pv-cd-description(pv-cd-idx) to rpt-description
           move pv-cd-icd10(pv-cd-idx) to rpt-icd10
           move pv-line-total to rpt-total
           write report-line from report-count-line
           .

        read-region-name.
           move spaces to rpt-region-name
           if pv-region-code equals "---"
              move "(no region assigned)" to rpt-region-name
              exit paragraph
           end-if
           open input region-file
           if fs-okay
              move pv-region-code to rg-region-code
              read region-file
                 invalid key continue
                 not invalid key
                    move rg-region-name to rpt-region-name
              end-read
              close region-file
           end-if
           .

       copy "common.cpy".
