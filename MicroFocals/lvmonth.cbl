       identification division.
       program-id. lvmonth.

      *> monthly low vision aid summary - per store, the aids out on
      *> loan and how many of those are past their due-back date as
      *> the run finds them, then the loans closed in the month
      *> before the run date that didn't come back: aids written off
      *> as lost and aids the customer kept and was invoiced for,
      *> each with their value. the month follows compsummary.cbl,
      *> which suits the overnight run-control list on the first of
      *> the month. headless.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "lvloan-fc.cpy".

       select summary-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "lvloan-fd.cpy".

       fd summary-report.
       01 report-line          pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename         pic x(20) value "lvmonth.txt".

       01 eof                  pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 lm-today             pic 9(8).
       01 lm-target-yyyy       pic 9999.
       01 lm-target-mm         pic 99.
       01 lm-closed-date       pic 9(8).
       01 redefines lm-closed-date.
         03 lm-cd-yyyy         pic 9999.
         03 lm-cd-mm           pic 99.
         03 lm-cd-dd           pic 99.

      *> one cell per store with a loan to count
       78 LM-MAX-STORES        value 100.
       01 lm-cell occurs LM-MAX-STORES.
         03 lm-cl-store        pic 9(5).
         03 lm-cl-out          binary-long.
         03 lm-cl-overdue      binary-long.
         03 lm-cl-lost         binary-long.
         03 lm-cl-lost-value   pic 9(7)v99.
         03 lm-cl-bought       binary-long.
         03 lm-cl-bought-value pic 9(7)v99.
       01 lm-cell-count        binary-long value 0.
       01 lm-cell-idx          binary-long.
       01 lm-counted           pic x.

       01 report-header-line.
         03 filler             pic x(34)
            value "Low vision aid loans - month of".
         03 rpt-month          pic 99.
         03 filler             pic x     value "/".
         03 rpt-year           pic 9999.

       01 report-column-line.
         03 filler             pic x(33) value
            "Store         Out Overdue    Lost".
         03 filler             pic x(30) value
            "      Value    Kept      Value".

       01 report-detail-line.
         03 filler             pic x(6)  value "Store ".
         03 rpt-store-id       pic zzzz9.
         03 filler             pic x(2)  value "  ".
         03 rpt-out            pic zzz9.
         03 filler             pic x(4)  value "    ".
         03 rpt-overdue        pic zzz9.
         03 filler             pic x(4)  value "    ".
         03 rpt-lost           pic zzz9.
         03 filler             pic x(1)  value " ".
         03 rpt-lost-value     pic zzzzzz9.99.
         03 filler             pic x(4)  value "    ".
         03 rpt-bought         pic zzz9.
         03 filler             pic x(1)  value " ".
         03 rpt-bought-value   pic zzzzzz9.99.

       01 report-note-line.
         03 rpt-note           pic x(60).

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           move date-today-temp to lm-today
           move yyyy to lm-target-yyyy
           move mm to lm-target-mm
           if lm-target-mm equals 1
              move 12 to lm-target-mm
              subtract 1 from lm-target-yyyy
           else
              subtract 1 from lm-target-mm
           end-if

           open output summary-report
           move lm-target-mm to rpt-month
           move lm-target-yyyy to rpt-year
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           open input lvloan-file
           if ws-file-status equals "35"
              move "No low vision aid loans on file" to rpt-note
              write report-line from report-note-line
              close summary-report
              goback
           end-if
           move "lvloan-file" to fs-current-file
           perform check-file-status

           move 0 to ln-loan-id
           start lvloan-file
               key > ln-loan-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read lvloan-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if

              if eof not equals "y"
                 perform tally-loan
              end-if
           end-perform

           close lvloan-file

           write report-line from report-column-line
           perform varying lm-cell-idx from 1 by 1
                until lm-cell-idx > lm-cell-count
              move lm-cl-store(lm-cell-idx) to rpt-store-id
              move lm-cl-out(lm-cell-idx) to rpt-out
              move lm-cl-overdue(lm-cell-idx) to rpt-overdue
              move lm-cl-lost(lm-cell-idx) to rpt-lost
              move lm-cl-lost-value(lm-cell-idx) to rpt-lost-value
              move lm-cl-bought(lm-cell-idx) to rpt-bought
              move lm-cl-bought-value(lm-cell-idx) to rpt-bought-value
              write report-line from report-detail-line
           end-perform
           if lm-cell-count equals 0
              move "Nothing out and nothing closed in the month"
                 to rpt-note
              write report-line from report-note-line
           end-if
           close summary-report

           display "lvmonth: " lm-cell-count " store(s) for "
              lm-target-mm "/" lm-target-yyyy " - see " rpt-filename
           goback.

      *> an open loan counts as out (and overdue past its due-back
      *> date) whatever month it was issued; a closed one only counts
      *> when it was lost or bought in the month reported
        tally-loan.
           move "n" to lm-counted
           move ln-closed-date to lm-closed-date
           evaluate true
              when ln-outcome-open
                 move "y" to lm-counted
              when ln-outcome-lost or ln-outcome-purchased
                 if lm-cd-yyyy equals lm-target-yyyy
                    and lm-cd-mm equals lm-target-mm
                    move "y" to lm-counted
                 end-if
           end-evaluate
           if lm-counted not equals "y"
              exit paragraph
           end-if

           perform varying lm-cell-idx from 1 by 1
                until lm-cell-idx > lm-cell-count
              if lm-cl-store(lm-cell-idx) equals ln-store-id
                 exit perform
              end-if
           end-perform
           if lm-cell-idx > lm-cell-count
              if lm-cell-count >= LM-MAX-STORES
                 exit paragraph
              end-if
              add 1 to lm-cell-count
              move lm-cell-count to lm-cell-idx
              initialize lm-cell(lm-cell-idx)
              move ln-store-id to lm-cl-store(lm-cell-idx)
           end-if

           evaluate true
              when ln-outcome-open
                 add 1 to lm-cl-out(lm-cell-idx)
                 if ln-due-date < lm-today
                    add 1 to lm-cl-overdue(lm-cell-idx)
                 end-if
              when ln-outcome-lost
                 add 1 to lm-cl-lost(lm-cell-idx)
                 add ln-closed-value to lm-cl-lost-value(lm-cell-idx)
              when ln-outcome-purchased
                 add 1 to lm-cl-bought(lm-cell-idx)
                 add ln-closed-value
                    to lm-cl-bought-value(lm-cell-idx)
           end-evaluate
           .

       copy "common.cpy".
