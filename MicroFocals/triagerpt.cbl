       identification division.
       program-id. triagerpt.

      *> urgent triage exceptions - the daily list for the clinical
      *> lead off the triage log (triage-fd.cpy). first every call
      *> triaged to be seen today or within 48 hours that missed its
      *> target: still unbooked on or after the target date, or
      *> booked into a slot later than the target. then every caller
      *> sent to A&E, so the lead can follow them up. calls taken in
      *> the last UT-DAYS-BACK days are covered, so an exception
      *> shows on a week of reports and then drops off. headless -
      *> run from the triage screen (triage.cbl) or the daily
      *> run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "triage-fc.cpy".

       select triage-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "triage-fd.cpy".

       fd triage-report.
       01 report-line           pic x(120).

       working-storage section.
       copy "common_ws.cpy".

       78 UT-DAYS-BACK          value 7.

       01 rpt-filename          pic x(20) value "triagerpt.txt".
       01 eof                   pic x.
       01 ut-pass               pic 9.
       01 ut-today              pic 9(8).
       01 ut-from-date          pic 9(8).
       01 ut-late-count         binary-long value 0.
       01 ut-ae-count           binary-long value 0.
       01 ut-sym-ptr            binary-long.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       01 report-title-line.
         03 rpt-title           pic x(60).

       01 report-header-line.
         03 filler              pic x(11) value "Triage id".
         03 filler              pic x(7)  value "Store".
         03 filler              pic x(11) value "Customer".
         03 filler              pic x(27) value "Name".
         03 filler              pic x(15) value "Called".
         03 filler              pic x(10) value "Target".
         03 filler              pic x(10) value "Booked for".
         03 filler              pic x(20) value "Symptoms".

       01 report-detail-line.
         03 rpt-triage-id       pic 9(9).
         03 filler              pic x(2)  value spaces.
         03 rpt-store-id        pic zzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-cust-id         pic 9(9).
         03 filler              pic x(2)  value spaces.
         03 rpt-cust-name       pic x(25).
         03 filler              pic x(2)  value spaces.
         03 rpt-call-date       pic 9(8).
         03 filler              pic x     value space.
         03 rpt-call-time       pic 9(4).
         03 filler              pic x(2)  value spaces.
         03 rpt-target          pic x(8).
         03 filler              pic x(2)  value spaces.
         03 rpt-booked          pic x(8).
         03 filler              pic x(2)  value spaces.
         03 rpt-symptoms        pic x(30).

       01 report-total-line.
         03 rpt-tot-label       pic x(40).
         03 rpt-tot-count       pic zzzz9.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           move date-today-temp to ut-today
           compute ut-from-date = function date-of-integer(
              function integer-of-date(ut-today) - UT-DAYS-BACK)

           open output triage-report

           open input triage-file
           if not fs-okay
              move "No triage calls on file" to report-line
              write report-line
              close triage-report
              goback
           end-if

           perform varying ut-pass from 1 by 1 until ut-pass > 2
              move spaces to report-line
              write report-line
              if ut-pass equals 1
                 move "Urgent calls not booked within target"
                    to rpt-title
              else
                 move "Callers sent to A&E" to rpt-title
              end-if
              write report-line from report-title-line
              write report-line from report-header-line
              perform report-pass
           end-perform

           close triage-file

           move spaces to report-line
           write report-line
           move "Calls that missed their target" to rpt-tot-label
           move ut-late-count to rpt-tot-count
           write report-line from report-total-line
           move "Callers sent to A&E" to rpt-tot-label
           move ut-ae-count to rpt-tot-count
           write report-line from report-total-line
           close triage-report

           display ut-late-count " call(s) missed target, "
              ut-ae-count " sent to A&E - see " rpt-filename
           goback.

        report-pass.
           move 0 to ug-triage-id
           start triage-file
               key > ug-triage-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read triage-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and ug-call-date >= ut-from-date
                 perform check-one-call
              end-if
           end-perform
           .

        check-one-call.
           if ut-pass equals 1
              evaluate true
                 when ug-status-awaiting
                    and ug-target-date <= ut-today
                    continue
                 when ug-status-booked
                    and ug-app-date > ug-target-date
                    continue
                 when other
                    exit paragraph
              end-evaluate
              add 1 to ut-late-count
           else
              if not ug-status-ae
                 exit paragraph
              end-if
              add 1 to ut-ae-count
           end-if
           perform write-call-line
           .

        write-call-line.
           move ug-triage-id to rpt-triage-id
           move ug-store-id to rpt-store-id
           move ug-customer-id to rpt-cust-id
           move ug-customer-name to rpt-cust-name
           move ug-call-date to rpt-call-date
           move ug-call-time to rpt-call-time
           move spaces to rpt-target rpt-booked
           if ug-target-date not equals 0
              move ug-target-date to rpt-target
           end-if
           if ug-status-booked
              move ug-app-date to rpt-booked
           else
              if ug-status-awaiting
                 move "NOT YET" to rpt-booked
              end-if
           end-if

           perform list-symptoms
           write report-line from report-detail-line
           .

      *> the reported symptoms as short words, in list order
        list-symptoms.
           move spaces to rpt-symptoms
           move 1 to ut-sym-ptr
           if ug-sym-flashes equals "Y"
              string "flashes " delimited by size
                 into rpt-symptoms with pointer ut-sym-ptr
              end-string
           end-if
           if ug-sym-floaters equals "Y"
              string "floaters " delimited by size
                 into rpt-symptoms with pointer ut-sym-ptr
              end-string
           end-if
           if ug-sym-sudden-loss equals "Y"
              string "loss " delimited by size
                 into rpt-symptoms with pointer ut-sym-ptr
              end-string
           end-if
           if ug-sym-red-painful equals "Y"
              string "red-eye " delimited by size
                 into rpt-symptoms with pointer ut-sym-ptr
              end-string
           end-if
           if ug-sym-shadow equals "Y"
              string "shadow " delimited by size
                 into rpt-symptoms with pointer ut-sym-ptr
              end-string
           end-if
           if ug-sym-injury equals "Y"
              string "injury " delimited by size
                 into rpt-symptoms with pointer ut-sym-ptr
              end-string
           end-if
           if ug-sym-double equals "Y"
              string "double " delimited by size
                 into rpt-symptoms with pointer ut-sym-ptr
              end-string
           end-if
           if ug-sym-other equals "Y"
              string "other " delimited by size
                 into rpt-symptoms with pointer ut-sym-ptr
              end-string
           end-if
           .

       copy "common.cpy".
