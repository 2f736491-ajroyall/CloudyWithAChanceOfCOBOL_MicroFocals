       identification division.
       program-id. daycloserpt.

      *> days never closed (daycloserpt.txt) - every store and date
      *> in the look-back window that had bookings on it but no
      *> end-of-day close record (dayclose-fd.cpy), with how many
      *> slots were booked and how many of those still have no
      *> outcome. today is left out, it may yet be closed. the
      *> window is DR-DEFAULT-DAYS back from yesterday unless a day
      *> count is given on the command line or as the run-control
      *> step argument. weeks are found through the date index
      *> where it has been built and by a scan of the appointment
      *> file where it hasn't, same idiom as dnareport.cbl. run from
      *> the close screen's menu option (dayclose.cbl) or headless
      *> from the run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "app-fc.cpy".
       copy "apptdate-fc.cpy".
       copy "dayclose-fc.cpy".

       select dayclose-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "app-fd.cpy".
       copy "apptdate-fd.cpy".
       copy "dayclose-fd.cpy".

       fd dayclose-report.
       01 report-line           pic x(80).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "daycloserpt.txt".
       01 eof                   pic x.
       01 cmd-line              pic x(40).

       78 DR-DEFAULT-DAYS       value 60.
       78 DR-MAX-DAYS           value 2000.

       01 dr-window-days        pic 9(4).
       01 dr-from-date          pic 9(8).
       01 dr-to-date            pic 9(8).
       01 dr-index-from-date    pic 9(8).
       01 dr-index-eof          pic x.
       01 dr-day                binary-long.
       01 dr-slot               binary-long.
       01 dr-idx                binary-long.
       01 dr-booked             binary-long.
       01 dr-open               binary-long.
       01 dr-found              pic x.
       01 dr-never-count        binary-long value 0.
       01 dr-close-file-open    pic x.

      *> store/date pairs that had bookings, with their counts
       01 dr-day-count          binary-long value 0.
       01 dr-days occurs DR-MAX-DAYS.
         03 dr-day-store        pic 9(5).
         03 dr-day-date         pic 9(8).
         03 dr-day-booked       pic 9(4).
         03 dr-day-open         pic 9(4).

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 dr-today              pic 9(8).

       01 dr-week-request.
         03 dr-wd-year          pic 9999.
         03 dr-wd-week          pic 99.
         03 dr-wd-date          pic 9(8) occurs 7.

       01 report-header-line.
         03 filler              pic x(30) value
            "Days booked but never closed, ".
         03 rpt-hdr-from        pic 9(8).
         03 filler              pic x(4)  value " to ".
         03 rpt-hdr-to          pic 9(8).

       01 report-column-line.
         03 filler              pic x(8)  value "Store".
         03 filler              pic x(10) value "Date".
         03 filler              pic x(8)  value "Booked".
         03 filler              pic x(12) value "No outcome".

       01 report-detail-line.
         03 rpt-store-id        pic zzzz9.
         03 filler              pic x(3)  value spaces.
         03 rpt-date            pic 9(8).
         03 filler              pic x(2)  value spaces.
         03 rpt-booked          pic zzz9.
         03 filler              pic x(4)  value spaces.
         03 rpt-open            pic zzz9.

       01 report-none-line      pic x(40) value
          "Every booked day in the window was closed".

       01 blank-line            pic x value space.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           move date-today-temp to dr-today

           accept cmd-line from command-line
           if cmd-line equals spaces
              display "MFOCALSTEPARG" upon environment-name
              accept cmd-line from environment-value
           end-if
           if cmd-line not equals spaces
              and function test-numval(cmd-line) equals 0
              and function numval(cmd-line) > 0
              compute dr-window-days = function numval(cmd-line)
           else
              move DR-DEFAULT-DAYS to dr-window-days
           end-if

           compute dr-to-date = function date-of-integer(
              function integer-of-date(dr-today) - 1)
           compute dr-from-date = function date-of-integer(
              function integer-of-date(dr-today) - dr-window-days)
           compute dr-index-from-date = function date-of-integer(
              function integer-of-date(dr-from-date) - 6)

           open input appointment-file
           if not fs-okay
              display "No appointments on file"
              goback
           end-if

           open input apptdate-file
           if fs-okay
              perform read-weeks-by-date-index
              close apptdate-file
           else
              perform read-weeks-sequentially
           end-if
           close appointment-file

           open output dayclose-report
           move dr-from-date to rpt-hdr-from
           move dr-to-date to rpt-hdr-to
           write report-line from report-header-line
           write report-line from blank-line
           write report-line from report-column-line

      *> no close file at all means no day has ever been closed
           open input dayclose-file
           if fs-okay
              move "y" to dr-close-file-open
           else
              move "n" to dr-close-file-open
           end-if
           perform varying dr-idx from 1 by 1
                until dr-idx > dr-day-count
              perform check-day-closed
           end-perform
           if dr-close-file-open equals "y"
              close dayclose-file
           end-if

           if dr-never-count equals 0
              write report-line from report-none-line
           end-if
           close dayclose-report

           display dr-never-count " booked day(s) never closed - see "
              rpt-filename
           goback.

      *> each week record picked up once, on the entry for its
      *> first day, from the week holding the window's first date
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
                 or ad-date > dr-to-date
                 move "y" to dr-index-eof
              else
                 if ad-day equals 1
                    move ad-store-id to app-store-id
                    move ad-year to app-year
                    move ad-week to app-week
                    move ad-consultant-id to app-consultant-id
                    read appointment-file
                       invalid key continue
                       not invalid key perform consider-week
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
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read appointment-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 perform consider-week
              end-if
           end-perform
           .

        consider-week.
           move app-year to dr-wd-year
           move app-week to dr-wd-week
           call "weekdates" using dr-week-request
           end-call

           perform varying dr-day from 1 by 1 until dr-day > 7
              if dr-wd-date(dr-day) >= dr-from-date
                 and dr-wd-date(dr-day) <= dr-to-date
                 perform count-day-slots
              end-if
           end-perform
           .

      *> booked slots on the day, and how many of those were never
      *> given an outcome - the first half of a double-length
      *> booking counts for both
        count-day-slots.
           move 0 to dr-booked dr-open
           perform varying dr-slot from 1 by 1
                until dr-slot > MAX-SLOTS-PER-DAY
              if app-cust-id of app-days(dr-day dr-slot)
                    not equals invalid-custid
                 and app-cust-id of app-days(dr-day dr-slot)
                    not equals blocked-slot-id
                 and app-cust-id of app-days(dr-day dr-slot)
                    not equals ignore-custid
                 and not app-slot-double-cont(dr-day dr-slot)
                 add 1 to dr-booked
                 if app-attended of app-days(dr-day dr-slot)
                       not equals "y"
                    and app-attended of app-days(dr-day dr-slot)
                       not equals "Y"
                    and app-cancel-reason of app-days(dr-day dr-slot)
                       equals CANCEL-REASON-NONE
                    add 1 to dr-open
                 end-if
              end-if
           end-perform

           if dr-booked > 0
              perform find-or-add-day
              if dr-found equals "y"
                 add dr-booked to dr-day-booked(dr-idx)
                 add dr-open to dr-day-open(dr-idx)
              end-if
           end-if
           .

        find-or-add-day.
           move "n" to dr-found
           perform varying dr-idx from 1 by 1
                until dr-idx > dr-day-count
              if dr-day-store(dr-idx) equals app-store-id
                 and dr-day-date(dr-idx) equals dr-wd-date(dr-day)
                 move "y" to dr-found
                 exit perform
              end-if
           end-perform

           if dr-found equals "n"
              and dr-day-count < DR-MAX-DAYS
              add 1 to dr-day-count
              move dr-day-count to dr-idx
              move app-store-id to dr-day-store(dr-idx)
              move dr-wd-date(dr-day) to dr-day-date(dr-idx)
              move 0 to dr-day-booked(dr-idx) dr-day-open(dr-idx)
              move "y" to dr-found
           end-if
           .

        check-day-closed.
           if dr-close-file-open equals "y"
              move dr-day-store(dr-idx) to dc-store-id
              move dr-day-date(dr-idx) to dc-date
              read dayclose-file
                 invalid key continue
                 not invalid key exit paragraph
              end-read
           end-if

           move dr-day-store(dr-idx) to rpt-store-id
           move dr-day-date(dr-idx) to rpt-date
           move dr-day-booked(dr-idx) to rpt-booked
           move dr-day-open(dr-idx) to rpt-open
           write report-line from report-detail-line
           add 1 to dr-never-count
           .

       copy "common.cpy".
