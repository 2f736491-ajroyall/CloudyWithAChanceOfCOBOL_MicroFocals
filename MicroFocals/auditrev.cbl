       identification division.
       program-id. auditrev.

      *> clinical record audit review - the reviewing consultant
      *> works the quarterly sample auditpick.cbl put on the audit
      *> worklist (clinaudit-fd.cpy). each visit is shown with the
      *> evidence the batch found in the records, and scored against
      *> the fixed checklist - history recorded, IOP taken where
      *> indicated, referral made where needed, Rx issued - each
      *> item met, not met or not applicable, with comments. the
      *> summary by consultant over time (auditrpt.cbl) is run from
      *> the same menu option.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "clinaudit-fc.cpy".

       data division.
       copy "clinaudit-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       78 AV-MAX-LIST           value 12.
       01 av-list-count         binary-long value 0.
       01 av-list occurs AV-MAX-LIST.
         03 av-list-key         pic x(28).
         03 av-list-quarter     pic 9(5).
         03 av-list-consultant  pic x(24).
         03 av-list-name        pic x(26).
         03 av-list-date        pic 9(8).

       01 av-row                binary-long.
       01 ls-eof                pic x.
       01 av-in-line            pic 99.
       01 av-idx                binary-long.
       01 fields-valid          pic x.

       01 av-in-checklist.
         03 av-in-history       pic x.
         03 av-in-iop           pic x.
         03 av-in-referral      pic x.
         03 av-in-rx            pic x.
       01 av-in-item redefines av-in-checklist pic x occurs 4.
       01 av-in-comments        pic x(60).

       01 av-visit-date         pic 9(8).
       01 av-evidence-line      pic x(76).

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       linkage section.
       copy "common_lnk.cpy".

       screen section.
       copy "common_ss.cpy".

       01 g-auditpick.
           03 line 20 col 4 pic x(30) value
              "Line to review (0 to leave):".
           03 line 20 col 36 pic 99 using av-in-line.

       01 g-auditscore.
           03 line 13 col 4 pic x(50) value
              "Score each item [Y] met, [N] not met, [A] n/a".
           03 line 15 col 4 pic x(30) value "History recorded".
           03 line 15 col 36 pic x using av-in-history.
           03 line 16 col 4 pic x(30) value
              "IOP taken where indicated".
           03 line 16 col 36 pic x using av-in-iop.
           03 line 17 col 4 pic x(30) value
              "Referral made where needed".
           03 line 17 col 36 pic x using av-in-referral.
           03 line 18 col 4 pic x(30) value "Rx issued".
           03 line 18 col 36 pic x using av-in-rx.
           03 line 20 col 4 pic x(10) value "Comments".
           03 line 20 col 16 pic x(60) using av-in-comments.

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Clinical Record Audit" to Menu-Name
           move "AU_M01" to Menu-Id

           perform clr-screen
           display g-menuheader
           move "[R]eview sampled records or [S]ummary by consultant"
              to popup-l-message
           move "[R], [S] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "s"
              when "S"
                 call "auditrpt"
                 end-call
                 cancel "auditrpt"
                 move "Summary written to auditrpt.txt"
                    to popup-l-message
                 move "Okay" to popup-l-button
                 perform display-lower-popup
                 goback
              when "r"
              when "R"
                 continue
              when other
                 goback
           end-evaluate

           accept date-today-temp from date YYYYMMDD

           perform load-audit-list
           perform show-audit-list

           if av-list-count equals 0
              move "Nothing waiting for review" to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              goback
           end-if

           move 0 to av-in-line
           display g-auditpick
           perform idle-accept-start
           accept g-auditpick timeout after idle-accept-secs
           perform f1-or-quit

           if av-in-line equals 0 or av-in-line > av-list-count
              goback
           end-if

           perform review-one-visit

           goback.
      $end

      *> the oldest quarter first, as the file is keyed
        load-audit-list.
           move 0 to av-list-count
           open input clinaudit-file
           if not fs-okay
              exit paragraph
           end-if

           move low-values to au-key
           start clinaudit-file
               key > au-key
               invalid key move "y" to ls-eof
               not invalid key move "n" to ls-eof
           end-start

           perform until ls-eof equals "y"
              read clinaudit-file next record
                 at end move "y" to ls-eof
              end-read
              if fs-okay and ls-eof not equals "y"
                 if au-status-waiting
                    add 1 to av-list-count
                    move au-key to av-list-key(av-list-count)
                    move au-quarter
                       to av-list-quarter(av-list-count)
                    move au-consultant-name
                       to av-list-consultant(av-list-count)
                    move au-customer-name
                       to av-list-name(av-list-count)
                    move au-visit-date
                       to av-list-date(av-list-count)
                    if av-list-count >= AV-MAX-LIST
                       move "y" to ls-eof
                    end-if
                 end-if
              else
                 move "y" to ls-eof
              end-if
           end-perform
           close clinaudit-file
           .

        show-audit-list.
           perform clr-screen
           display g-menuheader
           display "Visits awaiting audit review" at line 3 column 4

           if av-list-count equals 0
              display "Worklist is empty" at line 5 column 4
           else
              perform varying av-row from 1 by 1
                  until av-row > av-list-count
                 display av-row at line av-row + 4 column 2
                 display av-list-quarter(av-row)
                    at line av-row + 4 column 6
                 display av-list-consultant(av-row)
                    at line av-row + 4 column 13
                 display av-list-name(av-row)
                    at line av-row + 4 column 39
                 display av-list-date(av-row)
                    at line av-row + 4 column 67
              end-perform
           end-if
           .

      *> the evidence the batch found, then the checklist - the
      *> record is re-read so a second reviewer working the same
      *> list can't score a visit already done
        review-one-visit.
           open i-o clinaudit-file
           if not fs-okay
              exit paragraph
           end-if
           move av-list-key(av-in-line) to au-key
           read clinaudit-file
              invalid key
                 close clinaudit-file
                 exit paragraph
           end-read
           if not au-status-waiting
              close clinaudit-file
              move "Already reviewed" to popup-title
              move "Another reviewer has scored this visit"
                 to popup-message-1
              move spaces to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              exit paragraph
           end-if

           perform show-visit-evidence

           move spaces to av-in-checklist av-in-comments
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-auditscore
              perform idle-accept-start
              accept g-auditscore timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-checklist
           end-perform

           move av-in-checklist to au-checklist
           move av-in-comments to au-comments
           move lnk-Operator-Id to au-reviewed-by
           move date-today-temp to au-reviewed-date
           move "R" to au-status
           rewrite clinaudit-entry
           perform check-file-status
           close clinaudit-file

           move "Audit scores saved" to popup-l-message
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

        show-visit-evidence.
           perform clr-screen
           display g-menuheader
           move au-visit-date to av-visit-date
           display "Consultant" at line 3 column 4
           display au-consultant-name at line 3 column 16
           display "Patient" at line 4 column 4
           display au-customer-id at line 4 column 16
           display au-customer-name(1:40) at line 4 column 27
           display "Visit date" at line 5 column 4
           display av-visit-date at line 5 column 16

           move spaces to av-evidence-line
           string "Results recorded: " au-result-found
              "   IOP taken: " au-iop-recorded
              "   Rx issued: " au-rx-found
              delimited by size into av-evidence-line
           end-string
           display av-evidence-line at line 7 column 4

           move spaces to av-evidence-line
           if au-referral-found equals "Y"
              string "Referral sent: " au-referral-condition
                 delimited by size into av-evidence-line
              end-string
           else
              move "No referral sent after the visit"
                 to av-evidence-line
           end-if
           display av-evidence-line at line 8 column 4

           display "Outcome note" at line 10 column 4
           display au-outcome-note at line 11 column 4
           .

        validate-checklist.
           move "y" to fields-valid
           move function upper-case(av-in-checklist)
              to av-in-checklist
           perform varying av-idx from 1 by 1 until av-idx > 4
              if av-in-item(av-idx) not equals "Y" and
                 av-in-item(av-idx) not equals "N" and
                 av-in-item(av-idx) not equals "A"
                 move "n" to fields-valid
              end-if
           end-perform

           if fields-valid not equals "y"
              move "Field validation error" to popup-title
              move spaces to popup-message-1
              move "Score every item Y, N or A" to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

       copy "common.cpy".
