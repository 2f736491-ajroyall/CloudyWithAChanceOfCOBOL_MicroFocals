       special-names.
         crt status is key-status.
       file-control.
       *> appointments record file - read keyed through the date
       *> index for just the weeks in range, or scanned sequentially
       *> across every store/year/week/consultant where the index
       *> hasn't been built, same idiom as custapphist.cbl
       copy "app-fc.cpy".
       copy "apptdate-fc.cpy".

       select dna-report assign to dynamic pdr-filename
        organization is line sequential.

       data division.
       copy "app-fd.cpy".
       copy "apptdate-fd.cpy".
       fd dna-report.
       01 report-line          pic x(80).

       01 dr-to-key               pic 9(6).
       01 dr-this-key             pic 9(6).

      *> date index bounds - from six days before the from date, so
      *> the first day of the from date's week is always inside
       01 dr-index-from-date      pic 9(8).
       01 dr-index-to-date        pic 9(8).
       01 dr-index-eof            pic x.

       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.

           move "n" to fields-valid
           perform until fields-valid equals "y"
              perform idle-accept-start
              accept g-dnapopup timeout after idle-accept-secs
              perform f1-or-quit

              call "valdated" using
           move dr-from-dd to sf-dd
           call "dateinfo" using sf-date di-date-info
           compute dr-from-key = (sf-yyyy * 100) + di-week-num
           move function date-of-integer
              (function integer-of-date(sf-date) - 6)
              to dr-index-from-date

           move dr-to-yyyy to sf-yyyy
           move dr-to-mm to sf-mm
           move dr-to-dd to sf-dd
           call "dateinfo" using sf-date di-date-info
           compute dr-to-key = (sf-yyyy * 100) + di-week-num
           move sf-date to dr-index-to-date

           perform generate-dna-report

           move "appointment-file" to fs-current-file
           perform check-file-status

           move 0 to booked-count

           open input apptdate-file
           if fs-okay
              perform read-weeks-by-date-index
              close apptdate-file
           else
              perform read-weeks-sequentially
           end-if

           close appointment-file

           if booked-count equals 0
           close dna-report
           .

      *> one pass of the date index from the from date's week to
      *> the to date - each week record is picked up once, on the
      *> entry for its first day
        read-weeks-by-date-index.
           move dr-index-from-date to ad-date
           move 0 to ad-store-id ad-consultant-id ad-year ad-week
           start apptdate-file
               key >= apptdate-key
               invalid key move "y" to dr-index-eof
               not invalid key move "n" to dr-index-eof
           end-start

           perform until dr-index-eof equals "y"
              read apptdate-file next record
                 at end move "y" to dr-index-eof
              end-read
              if not fs-okay or dr-index-eof equals "y"
                 or ad-date > dr-index-to-date
                 move "y" to dr-index-eof
              else
                 if ad-day equals 1
                    move ad-store-id to app-store-id
                    move ad-year to app-year
                    move ad-week to app-week
                    move ad-consultant-id to app-consultant-id
                    read appointment-file
                       invalid key continue
                       not invalid key perform consider-week-for-dna
                    end-read
                 end-if
              end-if
           end-perform
           .

        read-weeks-sequentially.
           move low-values to appointment-key
           start appointment-file
               key >= appointment-key
               invalid key move "y" to eof
           end-start

           if not fs-okay
              move "y" to eof
           else
              move "n" to eof
           end-if

           perform until eof equals "y"
              read appointment-file next record
                 at end move "y" to eof
              end-read

              if fs-no-record
                 move "y" to eof
              end-if

              if eof not equals "y"
                 perform consider-week-for-dna
              end-if
           end-perform
           .

        consider-week-for-dna.
           compute dr-this-key = (app-year * 100) + app-week
           if dr-this-key >= dr-from-key and
              dr-this-key <= dr-to-key
              perform scan-appointment-for-dna
           end-if
           .

        scan-appointment-for-dna.
           perform varying day-counter from 1 by 1 until
                day-counter > 7
