       identification division.
       program-id. amendrpt.

      *> monthly clinical record amendments - every addendum made in
      *> the month before the run date to a signed-off result or
      *> prescription (clinamend-fd.cpy), listed by the consultant
      *> whose record it is: when, which record, the value before
      *> and after, who keyed it and why, with a count per
      *> consultant. the clinical governance lead reads it for the
      *> records corrected often or late. the month follows
      *> lvmonth.cbl, which suits the overnight run-control list on
      *> the first of the month. headless.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "clinamend-fc.cpy".
       copy "consultants-fc.cpy".

       select amend-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "clinamend-fd.cpy".

       fd consultants-file.
       01 cf-consultant.
       copy "consultants.cpy" replacing ==:Prefix-:== by ==cf-==.

       fd amend-report.
       01 report-line          pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename         pic x(20) value "amendrpt.txt".

       01 eof                  pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 am-target-yyyy       pic 9999.
       01 am-target-mm         pic 99.
       01 am-date              pic 9(8).
       01 redefines am-date.
         03 am-dt-yyyy         pic 9999.
         03 am-dt-mm           pic 99.
         03 am-dt-dd           pic 99.

      *> the month's addenda, in file order
       78 AM-MAX-ROWS          value 2000.
       01 am-row-count         binary-long value 0.
       01 am-rows occurs AM-MAX-ROWS.
         03 am-rw-consultant   pic 9(9).
         03 am-rw-entry        pic x(300).
       01 am-row               binary-long.
       01 am-dropped           binary-long value 0.
       01 am-dropped-display   pic z(6)9.

      *> consultants in the order first met, for the grouping
       01 am-cons-count        binary-long value 0.
       01 am-cons-id           pic 9(9) occurs AM-MAX-ROWS.
       01 am-cons-idx          binary-long.
       01 am-cons-total        binary-long.

       01 report-header-line.
         03 filler             pic x(40)
            value "Clinical record amendments - month of".
         03 rpt-month          pic 99.
         03 filler             pic x     value "/".
         03 rpt-year           pic 9999.

       01 report-consultant-line.
         03 filler             pic x(11) value "Consultant ".
         03 rpt-cons-id        pic z(8)9.
         03 filler             pic x(1)  value space.
         03 rpt-cons-name      pic x(60).

       01 report-column-line.
         03 filler             pic x(50) value
            "  Amended    Record        Customer  Value".
         03 filler             pic x(40) value
            "        Was          Now          By".

       01 report-detail-line.
         03 filler             pic x(2)  value spaces.
         03 rpt-amend-date     pic x(10).
         03 filler             pic x(1)  value space.
         03 rpt-record         pic x(13).
         03 rpt-customer       pic z(8)9.
         03 filler             pic x(2)  value spaces.
         03 rpt-field          pic x(11).
         03 rpt-old            pic x(12).
         03 filler             pic x(1)  value space.
         03 rpt-new            pic x(12).
         03 filler             pic x(1)  value space.
         03 rpt-by             pic x(10).

       01 report-reason-line.
         03 filler             pic x(15) value spaces.
         03 filler             pic x(8)  value "Reason: ".
         03 rpt-reason         pic x(50).

       01 report-total-line.
         03 filler             pic x(2)  value spaces.
         03 rpt-total          pic zzz9.
         03 filler             pic x(20) value " amendment(s)".

       01 report-note-line.
         03 rpt-note           pic x(60).

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           move yyyy to am-target-yyyy
           move mm to am-target-mm
           if am-target-mm equals 1
              move 12 to am-target-mm
              subtract 1 from am-target-yyyy
           else
              subtract 1 from am-target-mm
           end-if

           open output amend-report
           move am-target-mm to rpt-month
           move am-target-yyyy to rpt-year
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           open input clinamend-file
           if ws-file-status equals "35"
              move "No clinical record amendments on file" to rpt-note
              write report-line from report-note-line
              close amend-report
              goback
           end-if
           move "clinamend-file" to fs-current-file
           perform check-file-status

           move low-values to ca-key
           start clinamend-file
               key >= ca-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read clinamend-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if

              if eof not equals "y"
                 perform collect-addendum
              end-if
           end-perform

           close clinamend-file

           open input consultants-file
           perform varying am-cons-idx from 1 by 1
                until am-cons-idx > am-cons-count
              perform write-consultant-group
           end-perform
           close consultants-file

           if am-row-count equals 0
              move "No records amended in the month" to rpt-note
              write report-line from report-note-line
           end-if
           if am-dropped > 0
              move am-dropped to am-dropped-display
              move spaces to rpt-note
              string "More amendments than the report holds - "
                 am-dropped-display " not listed" delimited by size
                 into rpt-note
              end-string
              write report-line from report-note-line
           end-if
           close amend-report

           display "amendrpt: " am-row-count " amendment(s) for "
              am-target-mm "/" am-target-yyyy " - see " rpt-filename
           goback.

        collect-addendum.
           move ca-amend-date to am-date
           if am-dt-yyyy not equals am-target-yyyy
              or am-dt-mm not equals am-target-mm
              exit paragraph
           end-if
           if am-row-count >= AM-MAX-ROWS
              add 1 to am-dropped
              exit paragraph
           end-if
           add 1 to am-row-count
           move ca-consultant-id to am-rw-consultant(am-row-count)
           move clinamend-entry to am-rw-entry(am-row-count)

           perform varying am-cons-idx from 1 by 1
                until am-cons-idx > am-cons-count
              if am-cons-id(am-cons-idx) equals ca-consultant-id
                 exit paragraph
              end-if
           end-perform
           add 1 to am-cons-count
           move ca-consultant-id to am-cons-id(am-cons-count)
           .

        write-consultant-group.
           move am-cons-id(am-cons-idx) to rpt-cons-id
           move "(no longer on file)" to rpt-cons-name
           move am-cons-id(am-cons-idx) to cf-Consultant-Id
           read consultants-file
              invalid key continue
              not invalid key move cf-FullName to rpt-cons-name
           end-read
           write report-line from report-consultant-line
           write report-line from report-column-line

           move 0 to am-cons-total
           perform varying am-row from 1 by 1
                until am-row > am-row-count
              if am-rw-consultant(am-row) equals am-cons-id(am-cons-idx)
                 move am-rw-entry(am-row) to clinamend-entry
                 perform write-addendum-lines
                 add 1 to am-cons-total
              end-if
           end-perform

           move am-cons-total to rpt-total
           write report-line from report-total-line
           move spaces to report-line
           write report-line
           .

      *> a result is named by the day it was recorded, an Rx by its
      *> test date - both are in the record key
        write-addendum-lines.
           move spaces to rpt-amend-date
           string ca-amend-date(7:2) "/" ca-amend-date(5:2) "/"
              ca-amend-date(1:4) delimited by size into rpt-amend-date
           end-string
           move spaces to rpt-record
           if ca-record-rx
              string "Rx " ca-record-key(16:2) "/"
                 ca-record-key(14:2) "/" ca-record-key(10:4)
                 delimited by size into rpt-record
              end-string
           else
              string "Res " ca-record-date(7:2) "/"
                 ca-record-date(5:2) "/" ca-record-date(1:4)
                 delimited by size into rpt-record
              end-string
           end-if
           move ca-customer-id to rpt-customer
           move ca-field to rpt-field
           move ca-old-value to rpt-old
           move ca-new-value to rpt-new
           move ca-amended-by to rpt-by
           write report-line from report-detail-line
           move ca-reason to rpt-reason
           write report-line from report-reason-line
           .

       copy "common.cpy".
