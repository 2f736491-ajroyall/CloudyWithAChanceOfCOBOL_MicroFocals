       identification division.
       program-id. auditrpt.

      *> clinical record audit summary - the peer review scores on
      *> the audit worklist (clinaudit-fd.cpy) summarised by
      *> consultant, one line per quarter sampled, oldest first, so
      *> the governance lead can see each consultant's record
      *> keeping over time. per checklist item the score is the
      *> share of applicable visits where it was met (an item marked
      *> not applicable counts for neither side); the overall score
      *> is the same across all four items. visits sampled but not
      *> yet reviewed are counted, not scored. headless - run from
      *> the audit review screen (auditrev.cbl) or the run-control
      *> list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "clinaudit-fc.cpy".

       select audit-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "clinaudit-fd.cpy".

       fd audit-report.
       01 report-line           pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "auditrpt.txt".
       01 eof                   pic x.

      *> one row per consultant per quarter - the file is keyed
      *> quarter first, so each consultant's rows land oldest first
       78 AR-MAX-ROWS           value 2000.
       01 ar-row-count          binary-long value 0.
       01 ar-rows occurs AR-MAX-ROWS.
         03 ar-rw-consultant    pic 9(9).
         03 ar-rw-name          pic x(40).
         03 ar-rw-quarter       pic 9(5).
         03 ar-rw-sampled       binary-long.
         03 ar-rw-reviewed      binary-long.
         03 ar-rw-met           binary-long occurs 4.
         03 ar-rw-not-met       binary-long occurs 4.
       01 ar-idx                binary-long.
       01 ar-row                binary-long.
       01 ar-item               binary-long.
       01 ar-found              pic x.
       01 ar-dropped            binary-long value 0.

      *> consultants in the order first met, for the grouping
       01 ar-cons-count         binary-long value 0.
       01 ar-cons-id            pic 9(9) occurs AR-MAX-ROWS.
       01 ar-cons-idx           binary-long.

       01 ar-tot-met            binary-long.
       01 ar-tot-applicable     binary-long.

       01 report-title-line.
         03 filler              pic x(44) value
            "Clinical record audit - scores by consultant".

       01 report-consultant-line.
         03 filler              pic x(12) value "Consultant ".
         03 rpt-cons-name       pic x(40).
         03 filler              pic x(2)  value spaces.
         03 rpt-cons-id         pic 9(9).

       01 report-header-line.
         03 filler              pic x(10) value "  Quarter".
         03 filler              pic x(9)  value "Sampled".
         03 filler              pic x(10) value "Reviewed".
         03 filler              pic x(9)  value "History".
         03 filler              pic x(9)  value "IOP".
         03 filler              pic x(10) value "Referral".
         03 filler              pic x(9)  value "Rx".
         03 filler              pic x(8)  value "Overall".

       01 report-detail-line.
         03 filler              pic x(2)  value spaces.
         03 rpt-yyyy            pic 9999.
         03 filler              pic x     value "Q".
         03 rpt-q               pic 9.
         03 filler              pic x(2)  value spaces.
         03 rpt-sampled         pic zzzz9.
         03 filler              pic x(4)  value spaces.
         03 rpt-reviewed        pic zzzz9.
         03 filler              pic x(4)  value spaces.
         03 rpt-item-pct        pic x(9)  occurs 4.
         03 rpt-overall         pic x(8).

       01 ar-pct                pic zz9.
       01 ar-pct-text           pic x(9).

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           open output audit-report
           write report-line from report-title-line

           open input clinaudit-file
           if not fs-okay
              move "No audit worklist on file" to report-line
              write report-line
              close audit-report
              goback
           end-if
           perform tally-audit-entries
           close clinaudit-file

           perform varying ar-cons-idx from 1 by 1
                until ar-cons-idx > ar-cons-count
              perform report-one-consultant
           end-perform

           if ar-dropped not equals 0
              move spaces to report-line
              write report-line
              move "Table full - some quarters left out" to report-line
              write report-line
           end-if
           close audit-report

           display ar-cons-count " consultant(s) summarised - see "
              rpt-filename
           goback.

        tally-audit-entries.
           move low-values to au-key
           start clinaudit-file
               key > au-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read clinaudit-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 perform tally-one-entry
              end-if
           end-perform
           .

        tally-one-entry.
           move "n" to ar-found
           perform varying ar-idx from 1 by 1
                until ar-idx > ar-row-count
              if ar-rw-consultant(ar-idx) equals au-consultant-id and
                 ar-rw-quarter(ar-idx) equals au-quarter
                 move "y" to ar-found
                 exit perform
              end-if
           end-perform

           if ar-found not equals "y"
              if ar-row-count >= AR-MAX-ROWS
                 add 1 to ar-dropped
                 exit paragraph
              end-if
              add 1 to ar-row-count
              move ar-row-count to ar-idx
              initialize ar-rows(ar-idx)
              move au-consultant-id to ar-rw-consultant(ar-idx)
              move au-consultant-name to ar-rw-name(ar-idx)
              move au-quarter to ar-rw-quarter(ar-idx)
              perform note-consultant
           end-if

           add 1 to ar-rw-sampled(ar-idx)
           if not au-status-reviewed
              exit paragraph
           end-if
           add 1 to ar-rw-reviewed(ar-idx)
           perform varying ar-item from 1 by 1 until ar-item > 4
              evaluate au-chk-item(ar-item)
                 when "Y"
                    add 1 to ar-rw-met(ar-idx ar-item)
                 when "N"
                    add 1 to ar-rw-not-met(ar-idx ar-item)
              end-evaluate
           end-perform
           .

        note-consultant.
           perform varying ar-cons-idx from 1 by 1
                until ar-cons-idx > ar-cons-count
              if ar-cons-id(ar-cons-idx) equals au-consultant-id
                 exit paragraph
              end-if
           end-perform
           add 1 to ar-cons-count
           move au-consultant-id to ar-cons-id(ar-cons-count)
           .

        report-one-consultant.
           move "n" to ar-found
           perform varying ar-row from 1 by 1
                until ar-row > ar-row-count
              if ar-rw-consultant(ar-row) equals ar-cons-id(ar-cons-idx)
                 if ar-found not equals "y"
                    move "y" to ar-found
                    move spaces to report-line
                    write report-line
                    move ar-rw-name(ar-row) to rpt-cons-name
                    move ar-rw-consultant(ar-row) to rpt-cons-id
                    write report-line from report-consultant-line
                    write report-line from report-header-line
                 end-if
                 perform report-one-quarter
              end-if
           end-perform
           .

        report-one-quarter.
           move ar-rw-quarter(ar-row)(1:4) to rpt-yyyy
           move ar-rw-quarter(ar-row)(5:1) to rpt-q
           move ar-rw-sampled(ar-row) to rpt-sampled
           move ar-rw-reviewed(ar-row) to rpt-reviewed

           move 0 to ar-tot-met ar-tot-applicable
           perform varying ar-item from 1 by 1 until ar-item > 4
              add ar-rw-met(ar-row ar-item) to ar-tot-met
              compute ar-tot-applicable = ar-tot-applicable
                 + ar-rw-met(ar-row ar-item)
                 + ar-rw-not-met(ar-row ar-item)
              if ar-rw-met(ar-row ar-item)
                 + ar-rw-not-met(ar-row ar-item) equals 0
                 move "-" to ar-pct-text
              else
                 compute ar-pct rounded =
                    ar-rw-met(ar-row ar-item) * 100
                    / (ar-rw-met(ar-row ar-item)
                       + ar-rw-not-met(ar-row ar-item))
                 move spaces to ar-pct-text
                 string ar-pct "%" delimited by size
                    into ar-pct-text
                 end-string
              end-if
              move ar-pct-text to rpt-item-pct(ar-item)
           end-perform

           if ar-tot-applicable equals 0
              move "-" to rpt-overall
           else
              compute ar-pct rounded =
                 ar-tot-met * 100 / ar-tot-applicable
              move spaces to rpt-overall
              string ar-pct "%" delimited by size into rpt-overall
              end-string
           end-if
           write report-line from report-detail-line
           .

       copy "common.cpy".
