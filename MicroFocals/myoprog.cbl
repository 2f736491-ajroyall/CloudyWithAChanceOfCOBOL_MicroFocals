       identification division.
       program-id. myoprog.

      *> myopia management progression report - for every child on
      *> the programme (myopiamaint.cbl), the change per year in
      *> spherical equivalent from the baseline Rx to the newest
      *> spectacle Rx on the prescription file, and in axial length
      *> from the baseline to the latest review, each eye, set
      *> against the progression expected - a child progressing
      *> faster than that is flagged for the optometrist, since the
      *> treatment isn't holding. a second section lists the
      *> children overdue a review. rates need at least
      *> MG-MIN-INTERVAL-DAYS between the two measurements to mean
      *> anything; a shorter span is left blank. same headless
      *> run-and-report shape as refchase.cbl.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "myopia-fc.cpy".
       copy "myreview-fc.cpy".
       copy "prescription-fc.cpy".
       copy "customer-fc.cpy".

       select progress-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "myopia-fd.cpy".
       copy "myreview-fd.cpy".
       copy "prescription-fd.cpy".
       copy "customer-fd.cpy".

       fd progress-report.
       01 report-line      pic x(132).

       working-storage section.
       copy "common_ws.cpy".

      *> the progression a child on myopia control is expected to
      *> stay within, per year - more myopic shift in spherical
      *> equivalent (dioptres) or more axial growth (mm) than this
      *> and the child is flagged
       78 MG-EXPECTED-SE-PER-YEAR    value 0.50.
       78 MG-EXPECTED-AXIAL-PER-YEAR value 0.30.
       78 MG-MIN-INTERVAL-DAYS       value 90.

       01 rpt-filename       pic x(20) value "myoprog.txt".
       01 eof                pic x.
       01 mg-rx-eof          pic x.
       01 mg-rv-eof          pic x.
       01 mg-cust-open       pic x value "n".
       01 child-count        binary-long value 0.
       01 flagged-count      binary-long value 0.
       01 overdue-count      binary-long value 0.

       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

       01 mg-today           pic 9(8).
       01 mg-today-num       pic 9(9).
       01 mg-from-num        pic 9(9).
       01 mg-to-num          pic 9(9).
       01 mg-days            pic s9(9).
       01 mg-flag            pic x.
       01 mg-date-shown      pic x(10).

      *> spherical equivalent, baseline and newest, per eye
       01 mg-base-date       pic 9(8).
       01 mg-latest-rx-date  pic 9(8).
       01 mg-base-r-se       pic s9(3)v999.
       01 mg-base-l-se       pic s9(3)v999.
       01 mg-latest-r-se     pic s9(3)v999.
       01 mg-latest-l-se     pic s9(3)v999.
       01 mg-r-se-rate       pic s9(3)v99.
       01 mg-l-se-rate       pic s9(3)v99.
       01 mg-se-rate-found   pic x.

      *> axial length, latest review per eye
       01 mg-latest-rv-date  pic 9(8).
       01 mg-latest-r-axial  pic 9(2)v99.
       01 mg-latest-l-axial  pic 9(2)v99.
       01 mg-r-axial-rate    pic s9(3)v99.
       01 mg-l-axial-rate    pic s9(3)v99.
       01 mg-axial-rate-found pic x.

       01 report-title-line.
         03 filler            pic x(60) value
            "Myopia management - progression per year".
       01 report-header-line.
         03 filler            pic x(11) value "Customer".
         03 filler            pic x(26) value "Name".
         03 filler            pic x(3)  value "Tx".
         03 filler            pic x(12) value "Started".
         03 filler            pic x(16) value "SE/yr  R     L".
         03 filler            pic x(16) value "Axial/yr R   L".
         03 filler            pic x(12) value "Review due".

       01 report-detail-line.
         03 rpt-cust-id       pic 9(9).
         03 filler            pic x(2)  value spaces.
         03 rpt-cust-name     pic x(24).
         03 filler            pic x(2)  value spaces.
         03 rpt-treatment     pic x.
         03 filler            pic x(2)  value spaces.
         03 rpt-started       pic x(10).
         03 filler            pic x(2)  value spaces.
         03 rpt-r-se-rate     pic x(6).
         03 filler            pic x(2)  value spaces.
         03 rpt-l-se-rate     pic x(6).
         03 filler            pic x(2)  value spaces.
         03 rpt-r-axial-rate  pic x(6).
         03 filler            pic x(2)  value spaces.
         03 rpt-l-axial-rate  pic x(6).
         03 filler            pic x(2)  value spaces.
         03 rpt-review-due    pic x(10).
         03 filler            pic x(2)  value spaces.
         03 rpt-flag          pic x(24).

       01 mg-rate-edited     pic -9.99.

       01 overdue-title-line.
         03 filler            pic x(60) value
            "Children overdue a myopia management review".
       01 overdue-header-line.
         03 filler            pic x(11) value "Customer".
         03 filler            pic x(26) value "Name".
         03 filler            pic x(12) value "Last review".
         03 filler            pic x(12) value "Due".
         03 filler            pic x(12) value "Days over".

       01 overdue-detail-line.
         03 od-cust-id        pic 9(9).
         03 filler            pic x(2)  value spaces.
         03 od-cust-name      pic x(24).
         03 filler            pic x(2)  value spaces.
         03 od-last-review    pic x(10).
         03 filler            pic x(2)  value spaces.
         03 od-due            pic x(10).
         03 filler            pic x(2)  value spaces.
         03 od-days-over      pic zzz9.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept sf-date from date yyyymmdd
           move sf-date to mg-today
           move function integer-of-date(sf-date) to mg-today-num

           open input myopia-file
           if ws-file-status equals "35"
              display "Nobody enrolled on myopia management"
              goback
           end-if
           if ws-file-status not equals "00"
              perform check-file-status
              goback
           end-if

           open input myreview-file
           open input prescription-file
           open input cust-file
           if fs-okay
              move "y" to mg-cust-open
           end-if

           open output progress-report
           write report-line from report-title-line
           write report-line from report-header-line

           perform start-myopia-pass
           perform until eof equals "y"
              perform read-next-child
              if eof not equals "y"
                 if mp-status-active
                    perform report-child-progress
                 end-if
              end-if
           end-perform

           move spaces to report-line
           write report-line
           write report-line from overdue-title-line
           write report-line from overdue-header-line

           perform start-myopia-pass
           perform until eof equals "y"
              perform read-next-child
              if eof not equals "y"
                 if mp-status-active
                    and mp-next-review-due < mg-today
                    perform report-overdue-child
                 end-if
              end-if
           end-perform

           close progress-report
           close myopia-file
           close myreview-file
           close prescription-file
           if mg-cust-open equals "y"
              close cust-file
           end-if

           display child-count " child(ren) on the programme, "
              flagged-count " progressing faster than expected, "
              overdue-count " overdue a review - see " rpt-filename
           goback.

        start-myopia-pass.
           move "n" to eof
           move 0 to mp-customer-id
           start myopia-file
              key > mp-customer-id
              invalid key move "y" to eof
           end-start
           .

        read-next-child.
           read myopia-file next record
              at end move "y" to eof
           end-read
           if fs-no-record or fs-no-next-logical-record
              move "y" to eof
           end-if
           .

        report-child-progress.
           add 1 to child-count
           move spaces to rpt-flag
           move "n" to mg-flag

           perform work-out-se-rate
           perform work-out-axial-rate

           move mp-customer-id to rpt-cust-id
           perform fill-child-name
           move mp-treatment to rpt-treatment
           move mp-start-date to sf-date
           perform format-sf-date
           move mg-date-shown to rpt-started
           move mp-next-review-due to sf-date
           perform format-sf-date
           move mg-date-shown to rpt-review-due

           move spaces to rpt-r-se-rate rpt-l-se-rate
           if mg-se-rate-found equals "y"
              move mg-r-se-rate to mg-rate-edited
              move mg-rate-edited to rpt-r-se-rate
              move mg-l-se-rate to mg-rate-edited
              move mg-rate-edited to rpt-l-se-rate
              if mg-r-se-rate < 0 - MG-EXPECTED-SE-PER-YEAR
                 or mg-l-se-rate < 0 - MG-EXPECTED-SE-PER-YEAR
                 move "y" to mg-flag
                 move "SE FASTER THAN EXPECTED" to rpt-flag
              end-if
           end-if

           move spaces to rpt-r-axial-rate rpt-l-axial-rate
           if mg-axial-rate-found equals "y"
              move mg-r-axial-rate to mg-rate-edited
              move mg-rate-edited to rpt-r-axial-rate
              move mg-l-axial-rate to mg-rate-edited
              move mg-rate-edited to rpt-l-axial-rate
              if mg-r-axial-rate > MG-EXPECTED-AXIAL-PER-YEAR
                 or mg-l-axial-rate > MG-EXPECTED-AXIAL-PER-YEAR
                 if mg-flag equals "y"
                    move "SE AND AXIAL FASTER" to rpt-flag
                 else
                    move "AXIAL FASTER THAN EXPECTED" to rpt-flag
                 end-if
                 move "y" to mg-flag
              end-if
           end-if

           if mg-flag equals "y"
              add 1 to flagged-count
           end-if
           write report-line from report-detail-line
           .

      *> spherical equivalent is sphere plus half the cylinder. the
      *> baseline is the programme's; the newest is the latest
      *> spectacle Rx tested after the baseline was taken
        work-out-se-rate.
           move "n" to mg-se-rate-found
           compute mg-base-r-se =
              mp-base-r-sphere + (mp-base-r-cylinder / 2)
           compute mg-base-l-se =
              mp-base-l-sphere + (mp-base-l-cylinder / 2)
           if mp-baseline-rx-date not equals 0
              move mp-baseline-rx-date to mg-base-date
           else
              move mp-start-date to mg-base-date
           end-if

           move 0 to mg-latest-rx-date
           move mp-customer-id to rx-customer-id
           move 0 to rx-test-yyyy rx-test-mm rx-test-dd
           move space to rx-type
           start prescription-file
               key >= rx-key
               invalid key move "y" to mg-rx-eof
               not invalid key move "n" to mg-rx-eof
           end-start
           if not fs-okay
              move "y" to mg-rx-eof
           end-if

           perform until mg-rx-eof equals "y"
              read prescription-file next record
                 at end move "y" to mg-rx-eof
              end-read
              if not fs-okay or mg-rx-eof equals "y" or
                 rx-customer-id not equals mp-customer-id
                 move "y" to mg-rx-eof
              else
                 if rx-type-spectacle
                    and rx-test-date > mg-base-date
                    move rx-test-date to mg-latest-rx-date
                    compute mg-latest-r-se =
                       rx-r-sphere + (rx-r-cylinder / 2)
                    compute mg-latest-l-se =
                       rx-l-sphere + (rx-l-cylinder / 2)
                 end-if
              end-if
           end-perform

           if mg-latest-rx-date equals 0
              exit paragraph
           end-if
           move mg-base-date to sf-date
           move function integer-of-date(sf-date) to mg-from-num
           move mg-latest-rx-date to sf-date
           move function integer-of-date(sf-date) to mg-to-num
           compute mg-days = mg-to-num - mg-from-num
           if mg-days < MG-MIN-INTERVAL-DAYS
              exit paragraph
           end-if

           compute mg-r-se-rate rounded =
              (mg-latest-r-se - mg-base-r-se) * 365.25 / mg-days
           compute mg-l-se-rate rounded =
              (mg-latest-l-se - mg-base-l-se) * 365.25 / mg-days
           move "y" to mg-se-rate-found
           .

      *> baseline axial length at the start, against the latest
      *> review's
        work-out-axial-rate.
           move "n" to mg-axial-rate-found
           move 0 to mg-latest-rv-date
           move mp-customer-id to mr-customer-id
           move 0 to mr-review-date
           start myreview-file
               key >= mr-key
               invalid key move "y" to mg-rv-eof
               not invalid key move "n" to mg-rv-eof
           end-start
           if not fs-okay
              move "y" to mg-rv-eof
           end-if

           perform until mg-rv-eof equals "y"
              read myreview-file next record
                 at end move "y" to mg-rv-eof
              end-read
              if not fs-okay or mg-rv-eof equals "y" or
                 mr-customer-id not equals mp-customer-id
                 move "y" to mg-rv-eof
              else
                 move mr-review-date to mg-latest-rv-date
                 move mr-r-axial to mg-latest-r-axial
                 move mr-l-axial to mg-latest-l-axial
              end-if
           end-perform

           if mg-latest-rv-date equals 0
              or mp-base-r-axial equals 0
              exit paragraph
           end-if
           move mp-start-date to sf-date
           move function integer-of-date(sf-date) to mg-from-num
           move mg-latest-rv-date to sf-date
           move function integer-of-date(sf-date) to mg-to-num
           compute mg-days = mg-to-num - mg-from-num
           if mg-days < MG-MIN-INTERVAL-DAYS
              exit paragraph
           end-if

           compute mg-r-axial-rate rounded =
              (mg-latest-r-axial - mp-base-r-axial) * 365.25 / mg-days
           compute mg-l-axial-rate rounded =
              (mg-latest-l-axial - mp-base-l-axial) * 365.25 / mg-days
           move "y" to mg-axial-rate-found
           .

        report-overdue-child.
           add 1 to overdue-count
           move mp-customer-id to od-cust-id
           perform fill-child-name
           move rpt-cust-name to od-cust-name
           if mp-last-review-date equals 0
              move "none yet" to od-last-review
           else
              move mp-last-review-date to sf-date
              perform format-sf-date
              move mg-date-shown to od-last-review
           end-if
           move mp-next-review-due to sf-date
           perform format-sf-date
           move mg-date-shown to od-due
           move function integer-of-date(sf-date) to mg-from-num
           compute od-days-over = mg-today-num - mg-from-num
           write report-line from overdue-detail-line
           .

        fill-child-name.
           move spaces to rpt-cust-name
           if mg-cust-open not equals "y"
              exit paragraph
           end-if
           move mp-customer-id
              to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key continue
              not invalid key
                 move f-FullName to rpt-cust-name
           end-read
           .

        format-sf-date.
           move spaces to mg-date-shown
           string sf-dd "/" sf-mm "/" sf-yyyy
              delimited by size
              into mg-date-shown
           end-string
           .

       copy "common.cpy".
