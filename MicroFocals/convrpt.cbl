       identification division.
       program-id. convrpt.

      *> sight-test-to-dispense conversion - for every attended
      *> sight test in a target month, did the customer buy glasses
      *> from us within 30 days. a test is an attended slot whose
      *> customer was issued an Rx dated that day; it converted if a
      *> dispensing order (not cancelled) was taken for the customer
      *> in the 30 days from the test. reported by the consultant
      *> who issued the Rx (rx-consultant-id) and by store - tests,
      *> conversions, rate and average order value - followed by the
      *> customers given a spectacle Rx with a significant change
      *> who didn't buy, for the store to follow up.
      *>
      *> the target month (yyyymm) comes from the command line;
      *> blank means last month, so each test has had its 30 days.
      *> the appointment file is keyed year/week, so the month is
      *> resolved into a (week, day-of-week) table through dateinfo,
      *> the same way gosclaim.cbl does it. headless, for the
      *> month-end run-control list. the phone number on the
      *> follow-up list is always masked as set for "convrpt" in
      *> masking.dat (piimask.cbl), the same as riskcall.cbl.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "app-fc.cpy".
       copy "prescription-fc.cpy".
       copy "disporder-fc.cpy".
       copy "customer-fc.cpy".

       select conversion-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "app-fd.cpy".
       copy "prescription-fd.cpy".
       copy "disporder-fd.cpy".
       copy "customer-fd.cpy".

       fd conversion-report.
       01 report-line           pic x(100).

       working-storage section.
       copy "common_ws.cpy".
       copy "dateinfo.cpy" replacing ==:Prefix-:== by ==di-==.

       01 rpt-filename          pic x(20) value "convrpt.txt".
       01 eof                   pic x.
       01 cv-eof                pic x.
       01 day-counter           binary-long.
       01 counter               binary-long.
       01 cmd-line              pic x(128).

      *> identifier masking for the follow-up list
       01 pii-follow-request.
       copy "piireq.cpy" replacing ==:Prefix-:== by ==mv-==.
       01 today-temp.
         03 yyyy                pic 9999.
         03 mm                  pic 99.
         03 dd                  pic 99.
       01 cv-target-yyyymm.
         03 cv-target-yyyy      pic 9999.
         03 cv-target-mm        pic 99.
       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

      *> (week, day-of-week) -> day of month for the target month
       01 cv-day-count          binary-long.
       01 cv-days occurs 31.
         03 cv-day-week         pic 99.
         03 cv-day-dow          pic 9.
         03 cv-day-dd           pic 99.
       01 cv-day-idx            binary-long.
       01 cv-day-found          pic x.
       01 cv-no-disporder       pic x value "n".
       01 cv-no-cust-file       pic x value "n".

      *> the window a dispensing order must fall in, and what counts
      *> as a significant change of Rx (dioptres, either eye)
       78 CV-WINDOW-DAYS        value 30.
       01 cv-sig-change         pic 9v99 value 0.50.

       01 cv-cust-id            pic 9(9).
       01 cv-test-date          pic 9(8).
       01 cv-test-num           binary-long.
       01 cv-order-num          binary-long.
       01 cv-consultant-id      pic 9(9).
       01 cv-rx-found           pic x.
       01 cv-rx-type            pic x.
       01 cv-converted          pic x.
       01 cv-order-value        pic 9(6)v99.

      *> the Rx issued at the test, and the customer's spectacle Rx
      *> before it, for the change test
       01 cv-this-rx.
         03 cv-this-r-sph       pic s9(2)v99.
         03 cv-this-r-cyl       pic s9(2)v99.
         03 cv-this-r-add       pic 9v99.
         03 cv-this-l-sph       pic s9(2)v99.
         03 cv-this-l-cyl       pic s9(2)v99.
         03 cv-this-l-add       pic 9v99.
       01 cv-prev-rx.
         03 cv-prev-r-sph       pic s9(2)v99.
         03 cv-prev-r-cyl       pic s9(2)v99.
         03 cv-prev-r-add       pic 9v99.
         03 cv-prev-l-sph       pic s9(2)v99.
         03 cv-prev-l-cyl       pic s9(2)v99.
         03 cv-prev-l-add       pic 9v99.
       01 cv-prev-found         pic x.
       01 cv-diff               pic s9(2)v99.
       01 cv-change-reason      pic x(12).

      *> one table serves both cuts - "C" rows by consultant id,
      *> "S" rows by store id
       78 CV-MAX-AGG            value 200.
       01 cv-agg occurs CV-MAX-AGG.
         03 cv-agg-kind         pic x.
         03 cv-agg-id           pic 9(9).
         03 cv-agg-name         pic x(30).
         03 cv-agg-tests        binary-long.
         03 cv-agg-converted    binary-long.
         03 cv-agg-value        pic 9(9)v99.
       01 cv-agg-count-used     binary-long value 0.
       01 cv-agg-idx            binary-long.
       01 cv-find-kind          pic x.
       01 cv-find-id            pic 9(9).
       01 cv-rate               pic 999v9.
       01 cv-avg                pic 9(6)v99.

      *> the follow-up list, written after the rates
       78 CV-MAX-FOLLOW         value 500.
       01 cv-follow-count       binary-long value 0.
       01 cv-follow-over        binary-long value 0.
       01 cv-follow occurs CV-MAX-FOLLOW.
         03 cv-fu-store-id      pic 9(5).
         03 cv-fu-cust-id       pic 9(9).
         03 cv-fu-test-date     pic 9(8).
         03 cv-fu-reason        pic x(12).
       01 cv-fu-idx             binary-long.

       01 report-header-line.
         03 filler              pic x(40)
            value "Sight test to dispense conversion - ".
         03 rpt-hdr-mm          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-yyyy        pic 9999.

       01 report-section-line.
         03 rpt-section         pic x(60).

       01 report-column-line.
         03 filler              pic x(50) value
            "  Consultant/store                 Tests  Bought ".
         03 filler              pic x(30) value
            " Rate%  Avg order".

       01 report-detail-line.
         03 filler              pic x(2)  value spaces.
         03 rpt-who             pic x(32).
         03 filler              pic x(1)  value spaces.
         03 rpt-tests           pic zzzz9.
         03 filler              pic x(3)  value spaces.
         03 rpt-converted       pic zzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-rate            pic zz9.9.
         03 filler              pic x(2)  value spaces.
         03 rpt-avg             pic zzzzz9.99.

       01 report-follow-column.
         03 filler              pic x(50) value
            "  Store  Customer   Name                          ".
         03 filler              pic x(50) value
            "Tested    Telephone       Why".

       01 report-follow-line.
         03 filler              pic x(2)  value spaces.
         03 rpt-fu-store        pic zzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-fu-cust         pic 9(9).
         03 filler              pic x(2)  value spaces.
         03 rpt-fu-name         pic x(28).
         03 filler              pic x(2)  value spaces.
         03 rpt-fu-tested       pic 9(8).
         03 filler              pic x(2)  value spaces.
         03 rpt-fu-tel          pic x(14).
         03 filler              pic x(2)  value spaces.
         03 rpt-fu-reason       pic x(12).

       01 report-none-line.
         03 filler              pic x(40)
            value "  None this month".

       01 report-over-line.
         03 filler              pic x(30)
            value "  ... and a further ".
         03 rpt-over            pic zzzz9.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform resolve-target-month
           perform build-month-day-table

           move "O" to mv-action
           move "convrpt" to mv-output
           move "N" to mv-in-full
           move "convrpt" to mv-operator
           move space to mv-role
           call "piimask" using pii-follow-request
           end-call

           open input appointment-file
           if not fs-okay
              display "Appointment file unavailable"
              goback
           end-if
           open input prescription-file
           if not fs-okay
              close appointment-file
              display "Prescription file unavailable"
              goback
           end-if
           open input disporder-file
           if not fs-okay
              move "y" to cv-no-disporder
           end-if
           open input cust-file
           if not fs-okay
              move "y" to cv-no-cust-file
           end-if

           move low-values to appointment-key
           start appointment-file
               key >= appointment-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read appointment-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and app-year equals cv-target-yyyy
                 perform scan-week-for-tests
              end-if
           end-perform

           close appointment-file
           if cv-no-disporder not equals "y"
              close disporder-file
           end-if

           perform write-conversion-report

           close prescription-file
           if cv-no-cust-file not equals "y"
              close cust-file
           end-if
           display "Conversion report for " cv-target-yyyymm
              " written to " rpt-filename
           goback.

        resolve-target-month.
           accept cmd-line from command-line
           if cmd-line not equals spaces
              and cmd-line(1:6) is numeric
              move cmd-line(1:6) to cv-target-yyyymm
           else
              accept today-temp from date yyyymmdd
              move yyyy to cv-target-yyyy
              move mm to cv-target-mm
              if cv-target-mm equals 1
                 move 12 to cv-target-mm
                 subtract 1 from cv-target-yyyy
              else
                 subtract 1 from cv-target-mm
              end-if
           end-if
           .

      *> same as gosclaim.cbl - one dateinfo call per real day
        build-month-day-table.
           move 0 to cv-day-count
           perform varying day-counter from 1 by 1
                until day-counter > 31
              move cv-target-yyyy to sf-yyyy
              move cv-target-mm to sf-mm
              move day-counter to sf-dd
              if function test-date-yyyymmdd(sf-date) equals 0
                 call "dateinfo" using sf-date di-date-info
                 add 1 to cv-day-count
                 move di-week-num to cv-day-week(cv-day-count)
                 move di-day-of-week-num to cv-day-dow(cv-day-count)
                 move day-counter to cv-day-dd(cv-day-count)
              end-if
           end-perform
           .

        scan-week-for-tests.
           perform varying day-counter from 1 by 1
                until day-counter > 7
              move "n" to cv-day-found
              perform varying cv-day-idx from 1 by 1
                   until cv-day-idx > cv-day-count
                 if cv-day-week(cv-day-idx) equals app-week and
                    cv-day-dow(cv-day-idx) equals day-counter
                    move "y" to cv-day-found
                    exit perform
                 end-if
              end-perform

              if cv-day-found equals "y"
                 perform varying counter from 1 by 1
                      until counter > MAX-SLOTS-PER-DAY
                    if app-cust-id of app-days(day-counter counter)
                          not equals invalid-custid
                       and app-cust-id of
                           app-days(day-counter counter)
                          not equals blocked-slot-id
                       and (app-attended of
                           app-days(day-counter counter)
                          equals "y" or "Y")
                       and not app-slot-double-cont
                           (day-counter counter)
                       perform tally-one-visit
                    end-if
                 end-perform
              end-if
           end-perform
           .

      *> a visit that issued no Rx that day wasn't a sight test (a
      *> collection, a fitting) and isn't counted
        tally-one-visit.
           move app-cust-id of app-days(day-counter counter)
              to cv-cust-id
           move cv-target-yyyy to sf-yyyy
           move cv-target-mm to sf-mm
           move cv-day-dd(cv-day-idx) to sf-dd
           move sf-date to cv-test-date
           move function integer-of-date(sf-date) to cv-test-num

           perform find-test-rx
           if cv-rx-found not equals "y"
              exit paragraph
           end-if

           perform find-dispensing-order

           move "C" to cv-find-kind
           move cv-consultant-id to cv-find-id
           perform find-agg-row
           if cv-consultant-id equals app-consultant-id
              move app-consultant-name to cv-agg-name(cv-agg-idx)
           end-if
           perform count-visit

           move "S" to cv-find-kind
           move app-store-id to cv-find-id
           perform find-agg-row
           perform count-visit

           if cv-converted not equals "y"
              and cv-rx-type equals "S"
              perform check-significant-change
              if cv-change-reason not equals spaces
                 perform add-follow-up
              end-if
           end-if
           .

        count-visit.
           add 1 to cv-agg-tests(cv-agg-idx)
           if cv-converted equals "y"
              add 1 to cv-agg-converted(cv-agg-idx)
              add cv-order-value to cv-agg-value(cv-agg-idx)
           end-if
           .

      *> the spectacle Rx from the test if there is one, otherwise
      *> a contact lens Rx
        find-test-rx.
           move "n" to cv-rx-found
           move cv-cust-id to rx-customer-id
           move cv-test-date to rx-test-date
           move "S" to rx-type
           read prescription-file
              invalid key
                 move "C" to rx-type
                 read prescription-file
                    invalid key
                       exit paragraph
                 end-read
           end-read
           move "y" to cv-rx-found
           move rx-type to cv-rx-type
           move rx-consultant-id to cv-consultant-id
           if cv-consultant-id equals 0
              move app-consultant-id to cv-consultant-id
           end-if
           move rx-r-sphere to cv-this-r-sph
           move rx-r-cylinder to cv-this-r-cyl
           move rx-r-add to cv-this-r-add
           move rx-l-sphere to cv-this-l-sph
           move rx-l-cylinder to cv-this-l-cyl
           move rx-l-add to cv-this-l-add
           .

      *> the first live order for the customer in the window - the
      *> customer alternate key brings their orders together
        find-dispensing-order.
           move "n" to cv-converted
           move 0 to cv-order-value
           if cv-no-disporder equals "y"
              exit paragraph
           end-if
           move cv-cust-id to do-customer-id
           start disporder-file
               key = do-customer-id
               invalid key move "y" to cv-eof
               not invalid key move "n" to cv-eof
           end-start
           perform until cv-eof equals "y"
              read disporder-file next record
                 at end move "y" to cv-eof
              end-read
              if not fs-okay
                 or do-customer-id not equals cv-cust-id
                 move "y" to cv-eof
              end-if
              if cv-eof not equals "y"
                 and not do-status-cancelled
                 and do-remake-of equals 0
                 move do-date-ordered to sf-date
                 move function integer-of-date(sf-date)
                    to cv-order-num
                 if cv-order-num >= cv-test-num
                    and cv-order-num <= cv-test-num + CV-WINDOW-DAYS
                    move "y" to cv-converted
                    move do-total-price to cv-order-value
                    move "y" to cv-eof
                 end-if
              end-if
           end-perform
           .

      *> against the customer's last spectacle Rx before this one -
      *> a first spectacle Rx counts, as a new wearer is worth the
      *> call too
        check-significant-change.
           move spaces to cv-change-reason
           move "n" to cv-prev-found
           move cv-cust-id to rx-customer-id
           move 0 to rx-test-date
           move space to rx-type
           start prescription-file
               key >= rx-key
               invalid key move "y" to cv-eof
               not invalid key move "n" to cv-eof
           end-start
           perform until cv-eof equals "y"
              read prescription-file next record
                 at end move "y" to cv-eof
              end-read
              if not fs-okay
                 or rx-customer-id not equals cv-cust-id
                 or rx-test-date >= cv-test-date
                 move "y" to cv-eof
              end-if
              if cv-eof not equals "y"
                 and rx-type-spectacle
                 move "y" to cv-prev-found
                 move rx-r-sphere to cv-prev-r-sph
                 move rx-r-cylinder to cv-prev-r-cyl
                 move rx-r-add to cv-prev-r-add
                 move rx-l-sphere to cv-prev-l-sph
                 move rx-l-cylinder to cv-prev-l-cyl
                 move rx-l-add to cv-prev-l-add
              end-if
           end-perform

           if cv-prev-found not equals "y"
              move "First Rx" to cv-change-reason
              exit paragraph
           end-if

           compute cv-diff = cv-this-r-sph - cv-prev-r-sph
           perform test-change
           compute cv-diff = cv-this-r-cyl - cv-prev-r-cyl
           perform test-change
           compute cv-diff = cv-this-r-add - cv-prev-r-add
           perform test-change
           compute cv-diff = cv-this-l-sph - cv-prev-l-sph
           perform test-change
           compute cv-diff = cv-this-l-cyl - cv-prev-l-cyl
           perform test-change
           compute cv-diff = cv-this-l-add - cv-prev-l-add
           perform test-change
           .

        test-change.
           if cv-diff < 0
              compute cv-diff = 0 - cv-diff
           end-if
           if cv-diff >= cv-sig-change
              move "Rx change" to cv-change-reason
           end-if
           .

        add-follow-up.
           if cv-follow-count >= CV-MAX-FOLLOW
              add 1 to cv-follow-over
              exit paragraph
           end-if
           add 1 to cv-follow-count
           move app-store-id to cv-fu-store-id(cv-follow-count)
           move cv-cust-id to cv-fu-cust-id(cv-follow-count)
           move cv-test-date to cv-fu-test-date(cv-follow-count)
           move cv-change-reason to cv-fu-reason(cv-follow-count)
           .

      *> same find-or-add idiom as refundrpt.cbl's aggregates - a
      *> full table folds the overflow into its last row rather than
      *> losing the count
        find-agg-row.
           perform varying cv-agg-idx from 1 by 1
                until cv-agg-idx > cv-agg-count-used
              if cv-agg-kind(cv-agg-idx) equals cv-find-kind
                 and cv-agg-id(cv-agg-idx) equals cv-find-id
                 exit perform
              end-if
           end-perform
           if cv-agg-idx > cv-agg-count-used
              if cv-agg-count-used >= CV-MAX-AGG
                 move CV-MAX-AGG to cv-agg-idx
                 exit paragraph
              end-if
              add 1 to cv-agg-count-used
              move cv-agg-count-used to cv-agg-idx
              initialize cv-agg(cv-agg-idx)
              move cv-find-kind to cv-agg-kind(cv-agg-idx)
              move cv-find-id to cv-agg-id(cv-agg-idx)
           end-if
           .

        write-conversion-report.
           open output conversion-report
           move cv-target-mm to rpt-hdr-mm
           move cv-target-yyyy to rpt-hdr-yyyy
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           move "By consultant" to rpt-section
           write report-line from report-section-line
           write report-line from report-column-line
           move "C" to cv-find-kind
           perform write-section-rows

           move spaces to report-line
           write report-line
           move "By store" to rpt-section
           write report-line from report-section-line
           write report-line from report-column-line
           move "S" to cv-find-kind
           perform write-section-rows

           move spaces to report-line
           write report-line
           move "Significant Rx change, no glasses bought - follow up"
              to rpt-section
           write report-line from report-section-line
           write report-line from report-follow-column
           if cv-follow-count equals 0
              write report-line from report-none-line
           end-if
           perform varying cv-fu-idx from 1 by 1
                until cv-fu-idx > cv-follow-count
              perform write-follow-up-line
           end-perform
           if cv-follow-over > 0
              move cv-follow-over to rpt-over
              write report-line from report-over-line
           end-if

           close conversion-report
           .

        write-section-rows.
           move "n" to eof
           perform varying cv-agg-idx from 1 by 1
                until cv-agg-idx > cv-agg-count-used
              if cv-agg-kind(cv-agg-idx) equals cv-find-kind
                 move "y" to eof
                 perform write-aggregate-line
              end-if
           end-perform
           if eof equals "n"
              write report-line from report-none-line
           end-if
           .

        write-aggregate-line.
           move spaces to rpt-who
           if cv-find-kind equals "C"
              string cv-agg-id(cv-agg-idx) " "
                 cv-agg-name(cv-agg-idx)
                 delimited by size into rpt-who
              end-string
           else
              move cv-agg-id(cv-agg-idx) to rpt-who
           end-if
           move cv-agg-tests(cv-agg-idx) to rpt-tests
           move cv-agg-converted(cv-agg-idx) to rpt-converted
           move 0 to cv-rate cv-avg
           if cv-agg-tests(cv-agg-idx) > 0
              compute cv-rate rounded =
                 cv-agg-converted(cv-agg-idx) * 100
                 / cv-agg-tests(cv-agg-idx)
           end-if
           if cv-agg-converted(cv-agg-idx) > 0
              compute cv-avg rounded =
                 cv-agg-value(cv-agg-idx)
                 / cv-agg-converted(cv-agg-idx)
           end-if
           move cv-rate to rpt-rate
           move cv-avg to rpt-avg
           write report-line from report-detail-line
           .

        write-follow-up-line.
           move cv-fu-store-id(cv-fu-idx) to rpt-fu-store
           move cv-fu-cust-id(cv-fu-idx) to rpt-fu-cust
           move cv-fu-test-date(cv-fu-idx) to rpt-fu-tested
           move cv-fu-reason(cv-fu-idx) to rpt-fu-reason
           move spaces to rpt-fu-name rpt-fu-tel
           if cv-no-cust-file equals "y"
              write report-line from report-follow-line
              exit paragraph
           end-if
           move cv-fu-cust-id(cv-fu-idx)
              to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key continue
              not invalid key
                 move f-fullname to rpt-fu-name
                 move "M" to mv-action
                 move "P" to mv-kind
                 move cv-fu-cust-id(cv-fu-idx) to mv-customer-id
                 move f-home-tel to mv-value
                 call "piimask" using pii-follow-request
                 end-call
                 move mv-value to rpt-fu-tel
           end-read
           write report-line from report-follow-line
           .

       copy "common.cpy".
