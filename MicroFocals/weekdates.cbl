       identification division.
       program-id. weekdates.

      *> the seven calendar dates (yyyymmdd) of an appointment week
      *> record's year and week - the inverse of dateinfo.cbl's
      *> numbering, where week 1 runs from the Sunday on or before
      *> 1 January, worked the same way targetrpt.cbl works out a
      *> week's start. day 1 of the result is app-days(1).

       data division.
       working-storage section.
       01 wd-jan1-date          pic 9(8).
       01 redefines wd-jan1-date.
         03 wd-jan1-yyyy        pic 9999.
         03 wd-jan1-mm          pic 99.
         03 wd-jan1-dd          pic 99.
       01 wd-jan1-num           pic 9(9).
       01 wd-jan1-dow           pic 9.
       01 wd-year-tmp           pic 9(9).
       01 wd-week-start-num     pic 9(9).
       01 wd-idx                binary-long.

       linkage section.
       01 lnk-week-request.
         03 lnk-wd-year          pic 9999.
         03 lnk-wd-week          pic 99.
         03 lnk-wd-date          pic 9(8) occurs 7.

       procedure division using lnk-week-request.
           move lnk-wd-year to wd-jan1-yyyy
           move 1 to wd-jan1-mm wd-jan1-dd
           compute wd-jan1-num = function integer-of-date(wd-jan1-date)
           divide wd-jan1-num by 7 giving wd-year-tmp
              remainder wd-jan1-dow
           add 1 to wd-jan1-dow
           compute wd-week-start-num =
              wd-jan1-num + (lnk-wd-week - 1) * 7
           if wd-jan1-dow < 7
              compute wd-week-start-num =
                 wd-week-start-num - (7 - wd-jan1-dow)
           end-if

           perform varying wd-idx from 1 by 1 until wd-idx > 7
              move function date-of-integer(wd-week-start-num
                 + wd-idx - 1) to lnk-wd-date(wd-idx)
           end-perform
           goback returning 0.
