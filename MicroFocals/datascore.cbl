       identification division.
       program-id. datascore.

      *> customer data completeness scorecard - every live customer
      *> record is graded on the fields our processes actually
      *> break without: an email and a mobile for reminders, the GP
      *> for referrals, the NHS number for GOS claims, consent ever
      *> asked, and a date of birth. each present field earns its
      *> weight (DCS-WT-xxx, summing to 100) towards the record's
      *> score. the report gives, per Preferred-Store-Id, the
      *> percentage of records holding each field, the store's
      *> overall score against last month's, and the store's worst
      *> records with what they're missing. this month's figures go
      *> on the history file (datascore-fd.cpy), and a closing list
      *> names every store whose score fell since last month, for
      *> the area managers to chase. addrcleanup.cbl still owns the
      *> postcode format checks. headless - run from the monthly
      *> run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "customer-fc.cpy".
       copy "stores-fc.cpy".
       copy "datascore-fc.cpy".

       select score-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "customer-fd.cpy".
       copy "stores-fd.cpy".
       copy "datascore-fd.cpy".

       fd score-report.
       01 report-line           pic x(110).

       working-storage section.
       copy "common_ws.cpy".

      *> field weights - what a missing field costs a record
       78 DCS-WT-EMAIL          value 15.
       78 DCS-WT-MOBILE         value 15.
       78 DCS-WT-GP             value 20.
       78 DCS-WT-NHS            value 20.
       78 DCS-WT-CONSENT        value 15.
       78 DCS-WT-DOB            value 15.
      *> worst records listed per store
       78 DCS-WORST-MAX         value 10.

       01 rpt-filename          pic x(20) value "datascore.txt".
       01 eof                   pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 dcs-this-month        pic 9(6).
       01 dcs-last-month        pic 9(6).
       01 redefines dcs-last-month.
         03 dcs-last-yyyy       pic 9999.
         03 dcs-last-mm         pic 99.

      *> one record's grading - present flags in field order
       01 dcs-present.
         03 dcs-has-email       pic x.
         03 dcs-has-mobile      pic x.
         03 dcs-has-gp          pic x.
         03 dcs-has-nhs         pic x.
         03 dcs-has-consent     pic x.
         03 dcs-has-dob         pic x.
       01 redefines dcs-present.
         03 dcs-has-field       pic x occurs 6.
       01 dcs-score             pic 999.
       01 dcs-missing           pic x(40).
       01 dcs-ptr               binary-long.
       01 dcs-tel               pic x(20).
       01 dcs-dob-date          pic 9(8).

       01 dcs-field-names.
         03 filler              pic x(8) value "email".
         03 filler              pic x(8) value "mobile".
         03 filler              pic x(8) value "GP".
         03 filler              pic x(8) value "NHS no".
         03 filler              pic x(8) value "consent".
         03 filler              pic x(8) value "DOB".
       01 redefines dcs-field-names.
         03 dcs-field-name      pic x(8) occurs 6.

      *> per-store totals and worst records, in the order stores are
      *> first met
       01 dcs-store-count       binary-long value 0.
       01 dcs-dropped           binary-long value 0.
       01 dcs-store-agg occurs MAX-STORES.
         03 dcs-st-id           pic 9(5).
         03 dcs-st-records      binary-long.
         03 dcs-st-present      binary-long occurs 6.
         03 dcs-st-score-total  binary-long.
         03 dcs-st-worst-count  binary-long.
         03 dcs-st-worst occurs DCS-WORST-MAX.
           05 dcs-wr-cust-id    pic 9(9).
           05 dcs-wr-name       pic x(30).
           05 dcs-wr-score      pic 999.
           05 dcs-wr-missing    pic x(40).
       01 dcs-st-idx            binary-long.
       01 dcs-fld               binary-long.
       01 dcs-wr-idx            binary-long.
       01 dcs-wr-high           binary-long.
       01 dcs-wr-low            binary-long.
       01 dcs-wr-done-flags.
         03 dcs-wr-done         pic x occurs DCS-WORST-MAX.
       01 dcs-wr-printed        binary-long.

       01 dcs-overall           pic 999v9.
       01 dcs-prev-found        pic x.
       01 dcs-prev-overall      pic 999v9.
       01 dcs-has-history       pic x.
       01 dcs-worse-count       binary-long value 0.
       01 dcs-worse-id          pic 9(5) occurs MAX-STORES.
       01 dcs-worse-now         pic 999v9 occurs MAX-STORES.
       01 dcs-worse-before      pic 999v9 occurs MAX-STORES.
       01 dcs-customer-count    binary-long value 0.

       01 report-title-line.
         03 filler              pic x(45) value
            "Customer data completeness scorecard - month ".
         03 rpt-title-month     pic 9(6).

       01 report-store-line.
         03 filler              pic x(6)  value "Store ".
         03 rpt-store-id        pic zzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-store-name      pic x(40).
         03 filler              pic x(2)  value spaces.
         03 rpt-store-records   pic zzzzzz9.
         03 filler              pic x(8)  value " records".

       01 report-header-line.
         03 filler              pic x(8)  value "Email".
         03 filler              pic x(8)  value "Mobile".
         03 filler              pic x(8)  value "GP".
         03 filler              pic x(8)  value "NHS no".
         03 filler              pic x(8)  value "Consent".
         03 filler              pic x(8)  value "DOB".
         03 filler              pic x(9)  value "Overall".
         03 filler              pic x(11) value "Last month".
         03 filler              pic x(8)  value "Change".

       01 report-pct-line.
         03 rpt-field-pct occurs 6.
           05 rpt-pct           pic zz9.9.
           05 filler            pic x(3)  value spaces.
         03 rpt-overall         pic zz9.9.
         03 filler              pic x(4)  value spaces.
         03 rpt-last            pic x(11).
         03 rpt-change          pic x(8).

       01 dcs-pct-edited        pic zz9.9.
       01 dcs-change-edited     pic +zz9.9.
       01 dcs-change            pic s999v9.

       01 report-worst-header.
         03 filler              pic x(4)  value spaces.
         03 filler              pic x(11) value "Customer".
         03 filler              pic x(32) value "Name".
         03 filler              pic x(7)  value "Score".
         03 filler              pic x(20) value "Missing".

       01 report-worst-line.
         03 filler              pic x(4)  value spaces.
         03 rpt-wr-cust-id      pic 9(9).
         03 filler              pic x(2)  value spaces.
         03 rpt-wr-name         pic x(30).
         03 filler              pic x(2)  value spaces.
         03 rpt-wr-score        pic zz9.
         03 filler              pic x(4)  value spaces.
         03 rpt-wr-missing      pic x(40).

       01 report-worse-line.
         03 filler              pic x(6)  value "Store ".
         03 rpt-worse-id        pic zzzz9.
         03 filler              pic x(4)  value spaces.
         03 rpt-worse-before    pic zz9.9.
         03 filler              pic x(4)  value " -> ".
         03 rpt-worse-now       pic zz9.9.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           move date-today-temp(1:6) to dcs-this-month
           move dcs-this-month to dcs-last-month
           if dcs-last-mm equals 1
              move 12 to dcs-last-mm
              subtract 1 from dcs-last-yyyy
           else
              subtract 1 from dcs-last-mm
           end-if

           open output score-report
           move dcs-this-month to rpt-title-month
           write report-line from report-title-line

           open input cust-file
           if not fs-okay
              move "No customer file" to report-line
              write report-line
              close score-report
              goback
           end-if
           perform grade-all-customers
           close cust-file

           move "y" to dcs-has-history
           open i-o datascore-file
           if ws-file-status equals "35"
              open output datascore-file
              perform check-file-status
              close datascore-file
              open i-o datascore-file
           end-if
           if not fs-okay
              move "n" to dcs-has-history
           end-if

           open input store-file
           perform varying dcs-st-idx from 1 by 1
                until dcs-st-idx > dcs-store-count
              perform report-one-store
           end-perform
           close store-file
           if dcs-has-history equals "y"
              close datascore-file
           end-if

           perform report-worse-stores

           if dcs-dropped not equals 0
              move spaces to report-line
              write report-line
              move "Store table full - some stores left out"
                 to report-line
              write report-line
           end-if
           close score-report

           display dcs-customer-count " customer(s) scored across "
              dcs-store-count " store(s), " dcs-worse-count
              " getting worse - see " rpt-filename
           goback.

        grade-all-customers.
           move 0 to f-Customer-Id of f-CustomerInformation
           start cust-file
               key > f-Customer-Id of f-CustomerInformation
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read cust-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and f-Deceased not equals "y"
                 and f-Deceased not equals "Y"
                 perform grade-one-customer
              end-if
           end-perform
           .

      *> a bounced email or number counts as missing - the counter
      *> has already been told to ask for new details
        grade-one-customer.
           move all "n" to dcs-present

           if (f-Home-Email not equals spaces
               or f-Work-Email not equals spaces)
              and f-Email-Bad not equals "Y"
              move "y" to dcs-has-email
           end-if

           if f-Tel-Bad not equals "Y"
              move f-Home-Tel to dcs-tel
              perform check-mobile-number
              move f-Work-Tel to dcs-tel
              perform check-mobile-number
           end-if

           if f-gp-name not equals spaces
              move "y" to dcs-has-gp
           end-if
           if f-NHS-Number not equals 0
              move "y" to dcs-has-nhs
           end-if
           if f-Consent-Flags not equals spaces
              move "y" to dcs-has-consent
           end-if

           compute dcs-dob-date = f-Dob-yyyy * 10000
              + f-Dob-mm * 100 + f-Dob-dd
           if f-Dob-yyyy not equals 0
              and function test-date-yyyymmdd(dcs-dob-date) equals 0
              move "y" to dcs-has-dob
           end-if

           move 0 to dcs-score
           if dcs-has-email equals "y"
              add DCS-WT-EMAIL to dcs-score
           end-if
           if dcs-has-mobile equals "y"
              add DCS-WT-MOBILE to dcs-score
           end-if
           if dcs-has-gp equals "y"
              add DCS-WT-GP to dcs-score
           end-if
           if dcs-has-nhs equals "y"
              add DCS-WT-NHS to dcs-score
           end-if
           if dcs-has-consent equals "y"
              add DCS-WT-CONSENT to dcs-score
           end-if
           if dcs-has-dob equals "y"
              add DCS-WT-DOB to dcs-score
           end-if

           perform find-store-agg
           if dcs-st-idx equals 0
              exit paragraph
           end-if

           add 1 to dcs-customer-count
           add 1 to dcs-st-records(dcs-st-idx)
           add dcs-score to dcs-st-score-total(dcs-st-idx)
           perform varying dcs-fld from 1 by 1 until dcs-fld > 6
              if dcs-has-field(dcs-fld) equals "y"
                 add 1 to dcs-st-present(dcs-st-idx dcs-fld)
              end-if
           end-perform

           if dcs-score < 100
              perform note-worst-record
           end-if
           .

      *> a UK mobile - 07... or +447..., leading spaces ignored
        check-mobile-number.
           move function trim(dcs-tel leading) to dcs-tel
           if dcs-tel(1:2) equals "07" or dcs-tel(1:4) equals "+447"
              move "y" to dcs-has-mobile
           end-if
           .

        find-store-agg.
           perform varying dcs-st-idx from 1 by 1
                until dcs-st-idx > dcs-store-count
              if dcs-st-id(dcs-st-idx) equals f-Preferred-Store-Id
                 exit paragraph
              end-if
           end-perform
           if dcs-store-count >= MAX-STORES
              add 1 to dcs-dropped
              move 0 to dcs-st-idx
              exit paragraph
           end-if
           add 1 to dcs-store-count
           move dcs-store-count to dcs-st-idx
           initialize dcs-store-agg(dcs-st-idx)
           move f-Preferred-Store-Id to dcs-st-id(dcs-st-idx)
           .

      *> keeps the store's DCS-WORST-MAX lowest scores - once the
      *> list is full a new record only gets in by displacing the
      *> highest score on it
        note-worst-record.
           if dcs-st-worst-count(dcs-st-idx) < DCS-WORST-MAX
              add 1 to dcs-st-worst-count(dcs-st-idx)
              move dcs-st-worst-count(dcs-st-idx) to dcs-wr-idx
           else
              move 1 to dcs-wr-high
              perform varying dcs-wr-idx from 2 by 1
                   until dcs-wr-idx > DCS-WORST-MAX
                 if dcs-wr-score(dcs-st-idx dcs-wr-idx) >
                    dcs-wr-score(dcs-st-idx dcs-wr-high)
                    move dcs-wr-idx to dcs-wr-high
                 end-if
              end-perform
              if dcs-score >= dcs-wr-score(dcs-st-idx dcs-wr-high)
                 exit paragraph
              end-if
              move dcs-wr-high to dcs-wr-idx
           end-if

           perform list-missing-fields
           move f-Customer-Id of f-CustomerInformation
              to dcs-wr-cust-id(dcs-st-idx dcs-wr-idx)
           move f-FullName to dcs-wr-name(dcs-st-idx dcs-wr-idx)
           move dcs-score to dcs-wr-score(dcs-st-idx dcs-wr-idx)
           move dcs-missing to dcs-wr-missing(dcs-st-idx dcs-wr-idx)
           .

        list-missing-fields.
           move spaces to dcs-missing
           move 1 to dcs-ptr
           perform varying dcs-fld from 1 by 1 until dcs-fld > 6
              if dcs-has-field(dcs-fld) not equals "y"
                 string dcs-field-name(dcs-fld) delimited by "  "
                    " " delimited by size
                    into dcs-missing with pointer dcs-ptr
                 end-string
              end-if
           end-perform
           .

        report-one-store.
           move spaces to report-line
           write report-line
           move dcs-st-id(dcs-st-idx) to rpt-store-id
           move dcs-st-records(dcs-st-idx) to rpt-store-records
           move spaces to rpt-store-name
           if dcs-st-id(dcs-st-idx) equals 0
              move "(no preferred store)" to rpt-store-name
           else
              move dcs-st-id(dcs-st-idx) to sf-id
              read store-file
                 invalid key continue
                 not invalid key
                    move sf-name-of-store to rpt-store-name
              end-read
           end-if
           write report-line from report-store-line
           write report-line from report-header-line

           perform varying dcs-fld from 1 by 1 until dcs-fld > 6
              compute rpt-pct(dcs-fld) rounded =
                 dcs-st-present(dcs-st-idx dcs-fld) * 100
                 / dcs-st-records(dcs-st-idx)
           end-perform
           compute dcs-overall rounded =
              dcs-st-score-total(dcs-st-idx)
              / dcs-st-records(dcs-st-idx)
           move dcs-overall to rpt-overall

           move spaces to rpt-last rpt-change
           perform keep-store-history
           if dcs-prev-found equals "y"
              move dcs-prev-overall to dcs-pct-edited
              move dcs-pct-edited to rpt-last
              compute dcs-change = dcs-overall - dcs-prev-overall
              move dcs-change to dcs-change-edited
              move dcs-change-edited to rpt-change
              if dcs-change < 0
                 add 1 to dcs-worse-count
                 move dcs-st-id(dcs-st-idx)
                    to dcs-worse-id(dcs-worse-count)
                 move dcs-overall to dcs-worse-now(dcs-worse-count)
                 move dcs-prev-overall
                    to dcs-worse-before(dcs-worse-count)
              end-if
           else
              move "-" to rpt-last
           end-if
           write report-line from report-pct-line

           if dcs-st-worst-count(dcs-st-idx) not equals 0
              perform report-worst-records
           end-if
           .

      *> last month's figures read back for the trend, then this
      *> month's written (or replaced on a rerun)
        keep-store-history.
           move "n" to dcs-prev-found
           if dcs-has-history not equals "y"
              exit paragraph
           end-if

           move dcs-last-month to dsc-yyyymm
           move dcs-st-id(dcs-st-idx) to dsc-store-id
           read datascore-file
              invalid key continue
              not invalid key
                 move "y" to dcs-prev-found
                 move dsc-overall to dcs-prev-overall
           end-read

           move dcs-this-month to dsc-yyyymm
           move dcs-st-id(dcs-st-idx) to dsc-store-id
           move dcs-st-records(dcs-st-idx) to dsc-records
           perform varying dcs-fld from 1 by 1 until dcs-fld > 6
              compute dsc-field-pct(dcs-fld) rounded =
                 dcs-st-present(dcs-st-idx dcs-fld) * 100
                 / dcs-st-records(dcs-st-idx)
           end-perform
           move dcs-overall to dsc-overall
           move date-today-temp to dsc-run-date
           write datascore-entry
           if fs-key-already-exists
              rewrite datascore-entry
           end-if
           perform check-file-status
           .

      *> lowest score first
        report-worst-records.
           write report-line from report-worst-header
           move all "n" to dcs-wr-done-flags
           perform varying dcs-wr-printed from 1 by 1
                until dcs-wr-printed > dcs-st-worst-count(dcs-st-idx)
              move 0 to dcs-wr-low
              perform varying dcs-wr-idx from 1 by 1
                   until dcs-wr-idx > dcs-st-worst-count(dcs-st-idx)
                 if dcs-wr-done(dcs-wr-idx) not equals "y"
                    if dcs-wr-low equals 0
                       move dcs-wr-idx to dcs-wr-low
                    else
                       if dcs-wr-score(dcs-st-idx dcs-wr-idx) <
                          dcs-wr-score(dcs-st-idx dcs-wr-low)
                          move dcs-wr-idx to dcs-wr-low
                       end-if
                    end-if
                 end-if
              end-perform
              move "y" to dcs-wr-done(dcs-wr-low)
              move dcs-wr-cust-id(dcs-st-idx dcs-wr-low)
                 to rpt-wr-cust-id
              move dcs-wr-name(dcs-st-idx dcs-wr-low) to rpt-wr-name
              move dcs-wr-score(dcs-st-idx dcs-wr-low) to rpt-wr-score
              move dcs-wr-missing(dcs-st-idx dcs-wr-low)
                 to rpt-wr-missing
              write report-line from report-worst-line
           end-perform
           .

        report-worse-stores.
           move spaces to report-line
           write report-line
           if dcs-worse-count equals 0
              move "No store's score fell since last month"
                 to report-line
              write report-line
              exit paragraph
           end-if
           move "Stores whose score fell since last month"
              to report-line
           write report-line
           perform varying dcs-st-idx from 1 by 1
                until dcs-st-idx > dcs-worse-count
              move dcs-worse-id(dcs-st-idx) to rpt-worse-id
              move dcs-worse-before(dcs-st-idx) to rpt-worse-before
              move dcs-worse-now(dcs-st-idx) to rpt-worse-now
              write report-line from report-worse-line
           end-perform
           .

       copy "common.cpy".
