      *> file per employer at the scheme's agreed tariff. the target
      *> month (yyyymm) comes from the command line; blank means the
      *> current month. the month is resolved into a (week, day) table
      *> through dateinfo the same way gosclaim.cbl does. a month
      *> whose ledger period has been closed (periodchk.cbl) is
      *> invoiced in the current period instead, each invoice saying
      *> which month's visits it is late billing for.

       environment division.
       special-names.
       01 sb-target-yyyymm.
         03 sb-target-yyyy       pic 9999.
         03 sb-target-mm         pic 99.
      *> the ledger period the invoices are raised in - the target
      *> month itself unless that period is closed
       01 sb-invoice-yyyymm      pic 9(6).

      *> request block handed to periodchk
       01 period-request.
         03 pr-date              pic 9(8).
         03 pr-post-date         pic 9(8).
       01 pr-result              binary-long.

       01 sf-date     pic 99999999.
       01 redefines sf-date.
           move "n" to eof

           perform resolve-target-month
           perform check-ledger-period
           if pr-result equals PERIODCHK-CLOSED
              display "Ledger period closed - nothing invoiced for "
                 sb-target-yyyymm
              goback
           end-if
           perform build-month-day-table

           open input cust-file
           end-if
           .

      *> the target month's first day stands for the whole month
        check-ledger-period.
           move sb-target-yyyymm to pr-date(1:6)
           move "01" to pr-date(7:2)
           call "periodchk" using period-request
           end-call
           move return-code to pr-result
           move pr-post-date(1:6) to sb-invoice-yyyymm
           .

        build-month-day-table.
           move 0 to sb-day-count
           perform varying day-counter from 1 by 1
              delimited by size into inv-filename
           open output invoice-file

           move sb-invoice-yyyymm to inv-yyyymm
           write invoice-line from invoice-header-1
           if pr-result equals PERIODCHK-LATE
              move spaces to invoice-line
              string "Late billing for visits in " sb-target-yyyymm
                 " - that ledger period is closed"
                 delimited by size into invoice-line
              write invoice-line
           end-if
           move sc-employer-name to inv-employer
           write invoice-line from invoice-header-2
           move sc-po-reference to inv-po
