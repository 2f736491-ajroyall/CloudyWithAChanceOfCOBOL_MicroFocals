       special-names.
         crt status is key-status.
       file-control.
      *> appointments record file - read keyed through the date
      *> index for just the weeks in range, or scanned sequentially
      *> where the index hasn't been built, same idiom as
      *> dnareport.cbl
       copy "app-fc.cpy".
       copy "apptdate-fc.cpy".

      *> consultant master - agency locums are left out of the
      *> payroll tallies, their days reconcile through locumrpt.cbl

       data division.
       copy "app-fd.cpy".
       copy "apptdate-fd.cpy".
       copy "stores-fd.cpy".

       fd consultants-file.
       01 pf-to-key               pic 9(6).
       01 pf-this-key             pic 9(6).

      *> date index bounds - from six days before the from date, so
      *> the first day of the from date's week is always inside
       01 pf-index-from-date      pic 9(8).
       01 pf-index-to-date        pic 9(8).
       01 pf-index-eof            pic x.

       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.

           move "n" to fields-valid
           perform until fields-valid equals "y"
              perform idle-accept-start
              accept g-payrollpopup timeout after idle-accept-secs
              perform f1-or-quit

              call "valdated" using
           move pf-from-dd to sf-dd
           call "dateinfo" using sf-date di-date-info
           compute pf-from-key = (sf-yyyy * 100) + di-week-num
           move function date-of-integer
              (function integer-of-date(sf-date) - 6)
              to pf-index-from-date

           move pf-to-yyyy to sf-yyyy
           move pf-to-mm to sf-mm
           move pf-to-dd to sf-dd
           call "dateinfo" using sf-date di-date-info
           compute pf-to-key = (sf-yyyy * 100) + di-week-num
           move sf-date to pf-index-to-date

           perform generate-payroll-feed

           move "appointment-file" to fs-current-file
           perform check-file-status

           open input apptdate-file
           if fs-okay
              perform read-weeks-by-date-index
              close apptdate-file
           else
              perform read-weeks-sequentially
           end-if

           close appointment-file

           if pf-consultant-count equals 0
              write report-line from report-line-6
           else
              write report-line from report-line-2
              perform varying ls-counter from 1 by 1
                  until ls-counter > pf-consultant-count
                 perform write-consultant-line
              end-perform
           end-if

           close payroll-file
           .

      *> one pass of the date index from the from date's week to
      *> the to date - each week record is picked up once, on the
      *> entry for its first day
        read-weeks-by-date-index.
           move pf-index-from-date to ad-date
           move 0 to ad-store-id ad-consultant-id ad-year ad-week
           start apptdate-file
               key >= apptdate-key
               invalid key move "y" to pf-index-eof
               not invalid key move "n" to pf-index-eof
           end-start

           perform until pf-index-eof equals "y"
              read apptdate-file next record
                 at end move "y" to pf-index-eof
              end-read
              if not fs-okay or pf-index-eof equals "y"
                 or ad-date > pf-index-to-date
                 move "y" to pf-index-eof
              else
                 if ad-day equals 1
                    move ad-store-id to app-store-id
                    move ad-year to app-year
                    move ad-week to app-week
                    move ad-consultant-id to app-consultant-id
                    read appointment-file
                       invalid key continue
                       not invalid key
                          perform consider-week-for-payroll
                    end-read
                 end-if
              end-if
           end-perform
           .

        read-weeks-sequentially.
           move low-values to appointment-key
           start appointment-file
               key >= appointment-key
              end-if

              if eof not equals "y"
                 perform consider-week-for-payroll
              end-if
           end-perform
           .

        consider-week-for-payroll.
           compute pf-this-key = (app-year * 100) + app-week
           if pf-this-key >= pf-from-key and
              pf-this-key <= pf-to-key
              perform scan-appointment-for-payroll
           end-if
           .

        scan-appointment-for-payroll.
