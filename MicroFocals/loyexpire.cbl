       identification division.
       program-id. loyexpire.

      *> loyalty points expiry - points lapse once they have gone
      *> LOYALTY-EXPIRY-DAYS (two years) unused. points are spent
      *> oldest first, so whatever an account holds beyond what it
      *> earned (or was given back) within the last two years is
      *> the unused old stock, and that lapses through loypost.cbl's
      *> "X" operation - which caps at the balance and writes the
      *> history line, so the statement (loystmt.cbl) and the points
      *> liability in the accounts export (acctexport.cbl) both see
      *> it. each account lapsed is listed in loyexpire.txt.
      *>
      *> headless, for the month-end run-control list - a re-run
      *> the same day finds nothing more to lapse. every account is
      *> re-read by key around each posting, since loypost.cbl opens
      *> both points files itself.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "loyalty-fc.cpy".
       copy "loyaltx-fc.cpy".

       select expiry-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "loyalty-fd.cpy".
       copy "loyaltx-fd.cpy".

       fd expiry-report.
       01 report-line           pic x(80).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "loyexpire.txt".
       01 eof                   pic x.
       01 sub-eof               pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

       01 le-today              pic 9(8).
       01 le-cutoff-num         pic 9(9).
       01 le-line-num           pic 9(9).
       01 le-last-id            pic 9(9) value 0.
       01 le-customer-id        pic 9(9).
       01 le-balance            pic 9(9).
       01 le-recent-points      pic 9(9).
       01 le-lapse-points       pic 9(9).
       01 le-accounts-read      binary-long value 0.
       01 le-accounts-lapsed    binary-long value 0.
       01 le-points-lapsed      pic 9(9) value 0.

       01 loyalty-request.
         03 ly-rq-op             pic x.
         03 ly-rq-customer-id    pic 9(9).
         03 ly-rq-points         pic 9(9).
         03 ly-rq-ledger-id      pic 9(9).
         03 ly-rq-store-id       pic 9(5).
         03 ly-rq-operator       pic x(10).
         03 ly-rq-date           pic 9(8).
         03 ly-rq-posted         pic 9(9).
         03 ly-rq-balance        pic 9(9).

       01 report-header-line.
         03 filler              pic x(40)
            value "Loyalty points lapsed unused, run ".
         03 rpt-hdr-dd          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-mm          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-yyyy        pic 9999.

       01 report-column-line.
         03 filler              pic x(50) value
            "Customer        Held    Lapsed      Left".

       01 report-detail-line.
         03 rpt-customer        pic zzzzzzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-held            pic zzzzzzzz9.
         03 filler              pic x(1)  value spaces.
         03 rpt-lapsed          pic zzzzzzzz9.
         03 filler              pic x(1)  value spaces.
         03 rpt-left            pic zzzzzzzz9.

       01 report-total-line.
         03 filler              pic x(11) value "Total".
         03 rpt-tot-accounts    pic zzzzzzzz9.
         03 filler              pic x(1)  value spaces.
         03 rpt-tot-lapsed      pic zzzzzzzz9.

       01 report-none-line.
         03 filler              pic x(40)
            value "No points due to lapse".

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           move yyyy to sf-yyyy
           move mm to sf-mm
           move dd to sf-dd
           move sf-date to le-today
           compute le-cutoff-num = function integer-of-date(sf-date)
              - LOYALTY-EXPIRY-DAYS

           open output expiry-report
           move sf-dd to rpt-hdr-dd
           move sf-mm to rpt-hdr-mm
           move sf-yyyy to rpt-hdr-yyyy
           write report-line from report-header-line
           move spaces to report-line
           write report-line
           write report-line from report-column-line

           move "n" to eof
           perform until eof equals "y"
              perform read-next-account
              if eof not equals "y"
                 perform lapse-old-points
              end-if
           end-perform

           move spaces to report-line
           write report-line
           if le-accounts-lapsed equals 0
              write report-line from report-none-line
           else
              move le-accounts-lapsed to rpt-tot-accounts
              move le-points-lapsed to rpt-tot-lapsed
              write report-line from report-total-line
           end-if
           close expiry-report

           display le-accounts-read " account(s) read, "
              le-accounts-lapsed " with points lapsed ("
              le-points-lapsed " points) - see " rpt-filename
           goback.

      *> the next account after the last one looked at, the file
      *> closed again before anything is posted
        read-next-account.
           open input loyalty-file
           if not fs-okay
              move "y" to eof
              exit paragraph
           end-if
           move le-last-id to ly-customer-id
           start loyalty-file
               key > ly-customer-id
               invalid key move "y" to eof
           end-start
           if eof not equals "y"
              read loyalty-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
           end-if
           if eof not equals "y"
              add 1 to le-accounts-read
              move ly-customer-id to le-last-id le-customer-id
              move ly-balance to le-balance
           end-if
           close loyalty-file
           .

        lapse-old-points.
           if le-balance equals 0
              exit paragraph
           end-if

           move 0 to le-recent-points
           open input loyaltx-file
           if fs-okay
              move le-customer-id to lt-customer-id
              move 0 to lt-seq
              start loyaltx-file
                  key > lt-key
                  invalid key move "y" to sub-eof
                  not invalid key move "n" to sub-eof
              end-start
              perform until sub-eof equals "y"
                 read loyaltx-file next record
                    at end move "y" to sub-eof
                 end-read
                 if not fs-okay or sub-eof equals "y"
                    or lt-customer-id not equals le-customer-id
                    move "y" to sub-eof
                 else
                    if lt-type-earned or lt-type-reinstated
                       move lt-date to sf-date
                       compute le-line-num =
                          function integer-of-date(sf-date)
                       if le-line-num > le-cutoff-num
                          add lt-points to le-recent-points
                       end-if
                    end-if
                 end-if
              end-perform
              close loyaltx-file
           end-if

           if le-balance <= le-recent-points
              exit paragraph
           end-if
           compute le-lapse-points = le-balance - le-recent-points

           move "X" to ly-rq-op
           move le-customer-id to ly-rq-customer-id
           move le-lapse-points to ly-rq-points
           move 0 to ly-rq-ledger-id ly-rq-store-id
           move "loyexpire" to ly-rq-operator
           move le-today to ly-rq-date
           call "loypost" using loyalty-request
           end-call
           if return-code not equals LOYPOST-OK
              or ly-rq-posted equals 0
              exit paragraph
           end-if

           add 1 to le-accounts-lapsed
           add ly-rq-posted to le-points-lapsed
           move le-customer-id to rpt-customer
           move le-balance to rpt-held
           move ly-rq-posted to rpt-lapsed
           move ly-rq-balance to rpt-left
           write report-line from report-detail-line
           .

       copy "common.cpy".
