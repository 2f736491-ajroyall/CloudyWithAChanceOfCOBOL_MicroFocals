       fd apptdate-file.
      *> date-ordered index over the appointment file - one entry
      *> per day of every week record, keyed calendar-date first so
      *> a date-range batch starts at its first date and reads only
      *> the week records it needs instead of scanning every
      *> store/year/week/consultant. the year and week are in the
      *> key as well as the date because dateinfo.cbl's numbering
      *> lets the last week of one year and week 1 of the next
      *> share their days. maintained by the booking programs (via
      *> apptdatemaint.cbl) whenever a week record is written, and
      *> by the programs that remove week records; apptdatebuild.cbl
      *> reseeds it from the appointment file if it is lost or
      *> suspect, and integrity.cbl checks the two still agree.
       01 apptdate-entry.
         03 apptdate-key.
           05 ad-date             pic 9(8).
           05 ad-store-id         pic 9(5).
           05 ad-consultant-id    pic 9(9).
           05 ad-year             pic 9999.
           05 ad-week             pic 99.
      *> which of the week record's seven days this date is
         03 ad-day                pic 9.
