       identification division.
       program-id. rxchgrpt.

      *> large prescription changes for clinical review (rxchgrpt.txt)
      *> - every Rx tested in the last RC-DEFAULT-DAYS days that
      *> rxmaint.cbl flagged as having moved past the re-check limits
      *> from the customer's previous Rx of the same type, with the
      *> new and previous values side by side, which values moved
      *> and who keyed the consultant's confirmation. run weekly,
      *> from the review menu or headless from the run-control list;
      *> a day count on the command line or as the run-control step
      *> argument widens the window. the prescription file is read
      *> in key order - customer, test date, type - so each
      *> customer's previous Rx of a type has always just gone by.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "prescription-fc.cpy".
       copy "customer-fc.cpy".

       select rxchange-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "prescription-fd.cpy".
       copy "customer-fd.cpy".

       fd rxchange-report.
       01 report-line           pic x(80).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "rxchgrpt.txt".
       01 eof                   pic x.
       01 cmd-line              pic x(40).

       78 RC-DEFAULT-DAYS       value 7.

       01 rc-window-days        pic 9(4).
       01 rc-from-date          pic 9(8).
       01 rc-flag-count         binary-long value 0.
       01 rc-cust-file-open     pic x.
       01 rc-type-idx           binary-long.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 rc-today              pic 9(8).

      *> the customer's latest Rx seen so far of each type, 1 = the
      *> spectacle Rx, 2 = contact lens
       01 rc-last-customer      pic 9(9) value 0.
       01 rc-last-rx occurs 2.
         03 rc-last-date        pic 9(8).
         03 rc-last-right       pic x(17).
         03 rc-last-left        pic x(17).

       01 rc-sph-edited         pic +Z9.99.
       01 rc-cyl-edited         pic +Z9.99.
       01 rc-axis               pic 9(3).
       01 rc-eye-text           pic x(17).

       01 report-header-line.
         03 filler              pic x(40) value
            "Large prescription changes tested since ".
         03 rpt-hdr-from        pic 9(8).

       01 report-column-line.
         03 filler              pic x(10) value "Customer".
         03 filler              pic x(27) value "Name".
         03 filler              pic x(10) value "Tested".
         03 filler              pic x(5)  value "Type".
         03 filler              pic x(11) value "Consultant".
         03 filler              pic x(10) value "Keyed by".

       01 report-detail-line.
         03 rpt-customer-id     pic 9(9).
         03 filler              pic x     value space.
         03 rpt-name            pic x(26).
         03 filler              pic x     value space.
         03 rpt-test-date       pic 9(8).
         03 filler              pic x(2)  value spaces.
         03 rpt-type            pic x.
         03 filler              pic x(4)  value spaces.
         03 rpt-consultant-id   pic 9(9).
         03 filler              pic x(2)  value spaces.
         03 rpt-confirm-by      pic x(10).

       01 report-values-line.
         03 filler              pic x(4)  value spaces.
         03 rpt-values-label    pic x(10).
         03 rpt-values-date     pic 9(8).
         03 filler              pic x(2)  value spaces.
         03 filler              pic x(2)  value "R ".
         03 rpt-values-right    pic x(17).
         03 filler              pic x(2)  value spaces.
         03 filler              pic x(2)  value "L ".
         03 rpt-values-left     pic x(17).

       01 report-moved-line.
         03 filler              pic x(4)  value spaces.
         03 filler              pic x(10) value "Moved".
         03 rpt-moved           pic x(36).

       01 report-none-line      pic x(40) value
          "No large changes in the window".

       01 blank-line            pic x value space.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           move date-today-temp to rc-today

           accept cmd-line from command-line
           if cmd-line equals spaces
              display "MFOCALSTEPARG" upon environment-name
              accept cmd-line from environment-value
           end-if
           if cmd-line not equals spaces
              and function test-numval(cmd-line) equals 0
              and function numval(cmd-line) > 0
              compute rc-window-days = function numval(cmd-line)
           else
              move RC-DEFAULT-DAYS to rc-window-days
           end-if
           compute rc-from-date = function date-of-integer(
              function integer-of-date(rc-today) - rc-window-days)

           open input prescription-file
           if not fs-okay
              display "No prescriptions on file"
              goback
           end-if
           open input cust-file
           if fs-okay
              move "y" to rc-cust-file-open
           else
              move "n" to rc-cust-file-open
           end-if

           open output rxchange-report
           move rc-from-date to rpt-hdr-from
           write report-line from report-header-line
           write report-line from blank-line
           write report-line from report-column-line

           move low-values to rx-key
           start prescription-file
               key >= rx-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read prescription-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 perform consider-rx
              end-if
           end-perform

           if rc-flag-count equals 0
              write report-line from report-none-line
           end-if

           close rxchange-report
           if rc-cust-file-open equals "y"
              close cust-file
           end-if
           close prescription-file

           display rc-flag-count " large Rx change(s) - see "
              rpt-filename
           goback.

        consider-rx.
           if rx-customer-id not equals rc-last-customer
              move rx-customer-id to rc-last-customer
              initialize rc-last-rx(1) rc-last-rx(2)
           end-if
      *> an Rx from another practice is no test of ours to review,
      *> and no baseline for the next one
           if rx-type-external
              exit paragraph
           end-if
           if rx-type-contact
              move 2 to rc-type-idx
           else
              move 1 to rc-type-idx
           end-if

           if rx-change-flagged
              and rx-test-date >= rc-from-date
              perform write-flagged-rx
           end-if

           move rx-test-date to rc-last-date(rc-type-idx)
           move rx-r-sphere to rc-sph-edited
           move rx-r-cylinder to rc-cyl-edited
           move rx-r-axis to rc-axis
           perform format-eye-values
           move rc-eye-text to rc-last-right(rc-type-idx)
           move rx-l-sphere to rc-sph-edited
           move rx-l-cylinder to rc-cyl-edited
           move rx-l-axis to rc-axis
           perform format-eye-values
           move rc-eye-text to rc-last-left(rc-type-idx)
           .

        write-flagged-rx.
           add 1 to rc-flag-count
           move rx-customer-id to rpt-customer-id
           move spaces to rpt-name
           if rc-cust-file-open equals "y"
              move rx-customer-id
                 to f-Customer-Id of f-CustomerInformation
              read cust-file
                 invalid key continue
                 not invalid key
                    move f-FullName of f-CustomerInformation
                       to rpt-name
              end-read
           end-if
           move rx-test-date to rpt-test-date
           move rx-type to rpt-type
           move rx-consultant-id to rpt-consultant-id
           move rx-change-confirm-by to rpt-confirm-by
           write report-line from report-detail-line

           move "New" to rpt-values-label
           move rx-test-date to rpt-values-date
           move rx-r-sphere to rc-sph-edited
           move rx-r-cylinder to rc-cyl-edited
           move rx-r-axis to rc-axis
           perform format-eye-values
           move rc-eye-text to rpt-values-right
           move rx-l-sphere to rc-sph-edited
           move rx-l-cylinder to rc-cyl-edited
           move rx-l-axis to rc-axis
           perform format-eye-values
           move rc-eye-text to rpt-values-left
           write report-line from report-values-line

      *> the previous Rx as it stood when the change was measured -
      *> a later re-key of that older Rx would make this disagree,
      *> so only the one actually compared against is shown
           move "Previous" to rpt-values-label
           move rx-change-prev-date to rpt-values-date
           if rc-last-date(rc-type-idx) equals rx-change-prev-date
              move rc-last-right(rc-type-idx) to rpt-values-right
              move rc-last-left(rc-type-idx) to rpt-values-left
           else
              move "not on file" to rpt-values-right
              move spaces to rpt-values-left
           end-if
           write report-line from report-values-line

           move rx-change-detail to rpt-moved
           write report-line from report-moved-line
           write report-line from blank-line
           .

      *> one eye as "+1.25/-0.50x180"
        format-eye-values.
           move spaces to rc-eye-text
           string rc-sph-edited "/" rc-cyl-edited "x" rc-axis
              delimited by size into rc-eye-text
           end-string
           .

       copy "common.cpy".
