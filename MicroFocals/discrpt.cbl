       identification division.
       program-id. discrpt.

      *> discounts given (discrpt.txt) - every POS discount line
      *> (a credit with reason DS, posledger.cbl) dated in the month,
      *> totalled by store, discount code and the operator who keyed
      *> it, with a subtotal per store and a grand total, so the
      *> managers can see what was given away, where and by whom.
      *> the month defaults to last month; a YYYYMM on the command
      *> line or as the run-control step argument picks another.
      *> run from the discount maintenance screen (discmaint.cbl) or
      *> headless from the run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "ledger-fc.cpy".

       select discount-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "ledger-fd.cpy".

       fd discount-report.
       01 report-line           pic x(80).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "discrpt.txt".
       01 eof                   pic x.
       01 cmd-line              pic x(40).

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       01 dr-target-yyyymm.
         03 dr-target-yyyy      pic 9999.
         03 dr-target-mm        pic 99.

      *> one row per store/code/operator, kept in that order as rows
      *> are added so the report comes straight off the table
       78 DR-MAX-ROWS           value 500.
       01 dr-row-count          binary-long value 0.
       01 dr-rows occurs DR-MAX-ROWS.
         03 dr-row-key.
           05 dr-row-store      pic 9(5).
           05 dr-row-code       pic x(8).
           05 dr-row-operator   pic x(10).
         03 dr-row-lines        pic 9(6).
         03 dr-row-amount       pic s9(8)v99.
       01 dr-this-key.
         03 dr-this-store       pic 9(5).
         03 dr-this-code        pic x(8).
         03 dr-this-operator    pic x(10).
       01 dr-idx                binary-long.
       01 dr-insert             binary-long.
       01 dr-shuffle            binary-long.
       01 dr-dropped            binary-long value 0.

       01 dr-current-store      pic 9(5).
       01 dr-store-lines        pic 9(7).
       01 dr-store-amount       pic s9(9)v99.
       01 dr-total-lines        pic 9(7) value 0.
       01 dr-total-amount       pic s9(9)v99 value 0.

       01 report-header-line.
         03 filler              pic x(30) value
            "POS discounts given in month ".
         03 rpt-hdr-month       pic 9(6).

       01 report-column-line.
         03 filler              pic x(8)  value "Store".
         03 filler              pic x(10) value "Code".
         03 filler              pic x(12) value "Operator".
         03 filler              pic x(10) value "Lines".
         03 filler              pic x(12) value "Given".

       01 report-detail-line.
         03 rpt-store-id        pic zzzz9.
         03 filler              pic x(3)  value spaces.
         03 rpt-code            pic x(8).
         03 filler              pic x(2)  value spaces.
         03 rpt-operator        pic x(10).
         03 filler              pic x(2)  value spaces.
         03 rpt-lines           pic zzzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-amount          pic -zzzzzz9.99.

       01 report-total-line.
         03 filler              pic x(8)  value spaces.
         03 rpt-total-label     pic x(22).
         03 rpt-total-lines     pic zzzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-total-amount    pic -zzzzzz9.99.

       01 report-none-line      pic x(40) value
          "No discounts given in the month".
       01 report-dropped-line.
         03 filler              pic x(40) value
            "Store/code/operator rows not reported: ".
         03 rpt-dropped         pic zzzz9.

       01 blank-line            pic x value space.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform resolve-target-month

           open input ledger-file
           if not fs-okay
              display "No ledger on file"
              goback
           end-if

           move 0 to lg-entry-id
           start ledger-file
               key >= lg-entry-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read ledger-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and lg-type-credit
                 and lg-reason-code equals "DS"
                 and lg-entry-yyyy equals dr-target-yyyy
                 and lg-entry-mm equals dr-target-mm
                 perform add-discount-line
              end-if
           end-perform
           close ledger-file

           perform write-discount-report

           display dr-total-lines " discount line(s) in "
              dr-target-yyyymm " - see " rpt-filename
           goback.

        resolve-target-month.
           accept cmd-line from command-line
           if cmd-line equals spaces
              display "MFOCALSTEPARG" upon environment-name
              accept cmd-line from environment-value
           end-if
           if cmd-line not equals spaces
              and cmd-line(1:6) is numeric
              move cmd-line(1:6) to dr-target-yyyymm
           else
              accept date-today-temp from date YYYYMMDD
              move yyyy to dr-target-yyyy
              move mm to dr-target-mm
              if dr-target-mm equals 1
                 move 12 to dr-target-mm
                 subtract 1 from dr-target-yyyy
              else
                 subtract 1 from dr-target-mm
              end-if
           end-if
           .

      *> the line's own store/code/operator row, added in key order
      *> when it's the first of its kind
        add-discount-line.
           move lg-store-id to dr-this-store
           move lg-discount-code to dr-this-code
           move lg-taken-by to dr-this-operator

           move 0 to dr-insert
           perform varying dr-idx from 1 by 1
                until dr-idx > dr-row-count
              if dr-row-key(dr-idx) equals dr-this-key
                 add 1 to dr-row-lines(dr-idx)
                 add lg-net-amount lg-vat-amount
                    to dr-row-amount(dr-idx)
                 exit paragraph
              end-if
              if dr-row-key(dr-idx) > dr-this-key
                 move dr-idx to dr-insert
                 exit perform
              end-if
           end-perform

           if dr-row-count equals DR-MAX-ROWS
              add 1 to dr-dropped
              exit paragraph
           end-if
           if dr-insert equals 0
              compute dr-insert = dr-row-count + 1
           end-if
           perform varying dr-shuffle from dr-row-count by -1
                until dr-shuffle < dr-insert
              move dr-rows(dr-shuffle) to dr-rows(dr-shuffle + 1)
           end-perform
           add 1 to dr-row-count

           move dr-this-key to dr-row-key(dr-insert)
           move 1 to dr-row-lines(dr-insert)
           compute dr-row-amount(dr-insert) =
              lg-net-amount + lg-vat-amount
           .

        write-discount-report.
           open output discount-report
           move dr-target-yyyymm to rpt-hdr-month
           write report-line from report-header-line
           write report-line from blank-line

           if dr-row-count equals 0
              write report-line from report-none-line
              close discount-report
              exit paragraph
           end-if

           write report-line from report-column-line
           move dr-row-store(1) to dr-current-store
           move 0 to dr-store-lines dr-store-amount

           perform varying dr-idx from 1 by 1
                until dr-idx > dr-row-count
              if dr-row-store(dr-idx) not equals dr-current-store
                 perform write-store-total
                 move dr-row-store(dr-idx) to dr-current-store
                 move 0 to dr-store-lines dr-store-amount
              end-if
              move dr-row-store(dr-idx) to rpt-store-id
              move dr-row-code(dr-idx) to rpt-code
              move dr-row-operator(dr-idx) to rpt-operator
              move dr-row-lines(dr-idx) to rpt-lines
              move dr-row-amount(dr-idx) to rpt-amount
              write report-line from report-detail-line
              add dr-row-lines(dr-idx) to dr-store-lines
                 dr-total-lines
              add dr-row-amount(dr-idx) to dr-store-amount
                 dr-total-amount
           end-perform
           perform write-store-total

           move "All stores" to rpt-total-label
           move dr-total-lines to rpt-total-lines
           move dr-total-amount to rpt-total-amount
           write report-line from report-total-line

           if dr-dropped > 0
              move dr-dropped to rpt-dropped
              write report-line from blank-line
              write report-line from report-dropped-line
           end-if

           close discount-report
           .

        write-store-total.
           move "Store total" to rpt-total-label
           move dr-store-lines to rpt-total-lines
           move dr-store-amount to rpt-total-amount
           write report-line from report-total-line
           write report-line from blank-line
           .

       copy "common.cpy".
