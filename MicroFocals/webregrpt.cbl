       identification division.
       program-id. webregrpt.

      *> web pre-registration exceptions (webregrpt.txt) - every
      *> registration reception rejected, with the reason and who
      *> rejected it, then every one still pending whose visit date
      *> has gone by (the customer never came in, or nobody went
      *> through it with them). run from the counter option
      *> (webreg.cbl) or headless from the run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "webreg-fc.cpy".

       select webreg-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "webreg-fd.cpy".

       fd webreg-report.
       01 report-line           pic x(120).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "webregrpt.txt".
       01 eof                   pic x.
       01 wp-rejected-count     binary-long value 0.
       01 wp-overdue-count      binary-long value 0.
       01 wp-pass               pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 wp-today              pic 9(8).

       01 rejected-header-line.
         03 filler              pic x(14) value "Rejected".
         03 filler              pic x(7)  value "Store".
         03 filler              pic x(10) value "Visit".
         03 filler              pic x(32) value "Name".
         03 filler              pic x(42) value "Reason".
         03 filler              pic x(12) value "By".

       01 overdue-header-line.
         03 filler              pic x(14) value "Still pending".
         03 filler              pic x(7)  value "Store".
         03 filler              pic x(10) value "Visit".
         03 filler              pic x(32) value "Name".
         03 filler              pic x(10) value "Loaded".

       01 report-detail-line.
         03 rpt-web-ref         pic x(12).
         03 filler              pic x(2)  value spaces.
         03 rpt-store-id        pic zzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-visit-date      pic 9(8).
         03 filler              pic x(2)  value spaces.
         03 rpt-name            pic x(30).
         03 filler              pic x(2)  value spaces.
         03 rpt-reason          pic x(40).
         03 filler              pic x(2)  value spaces.
         03 rpt-by              pic x(10).

       01 blank-line            pic x value space.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           move date-today-temp to wp-today

           open input webreg-file
           if not fs-okay
              display "No web registrations on file"
              goback
           end-if
           open output webreg-report

      *> two passes over the queue - rejections first, then the
      *> overdue pending ones
           write report-line from rejected-header-line
           move "R" to wp-pass
           perform scan-registrations
           write report-line from blank-line
           write report-line from overdue-header-line
           move "P" to wp-pass
           perform scan-registrations

           close webreg-report
           close webreg-file

           display wp-rejected-count " rejected, "
              wp-overdue-count " pending past their visit - see "
              rpt-filename
           goback.

        scan-registrations.
           move low-values to wb-web-ref
           start webreg-file
               key > wb-web-ref
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read webreg-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 evaluate true
                    when wp-pass equals "R" and wb-status-rejected
                       perform write-rejected-line
                    when wp-pass equals "P" and wb-status-pending
                         and wb-visit-date < wp-today
                       perform write-overdue-line
                 end-evaluate
              end-if
           end-perform
           .

        write-rejected-line.
           move wb-web-ref to rpt-web-ref
           move wb-store-id to rpt-store-id
           move wb-visit-date to rpt-visit-date
           move wb-fullname to rpt-name
           move wb-reject-reason to rpt-reason
           move wb-actioned-by to rpt-by
           write report-line from report-detail-line
           add 1 to wp-rejected-count
           .

        write-overdue-line.
           move wb-web-ref to rpt-web-ref
           move wb-store-id to rpt-store-id
           move wb-visit-date to rpt-visit-date
           move wb-fullname to rpt-name
           move spaces to rpt-reason
           move wb-loaded-date to rpt-reason(1:8)
           move spaces to rpt-by
           write report-line from report-detail-line
           add 1 to wp-overdue-count
           .

       copy "common.cpy".
