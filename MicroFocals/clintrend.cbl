      *> a patient's eye pressure across visits is a picture instead
      *> of three records nobody lines up. readings past the alert
      *> rules (the same clinalert.dat thresholds clinrec.cbl flags
      *> at capture time) are starred. visual field results from the
      *> field analyser follow on a second screen, per eye with the
      *> mean deviation, so a field loss creeping on is as visible as
      *> the pressure.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "apresult-fc.cpy".
       copy "vfresult-fc.cpy".

       select clinalert-file assign "$MFOCALDIR/clinalert.dat"
        organization is line sequential

       data division.
       copy "apresult-fd.cpy".
       copy "vfresult-fd.cpy".

       fd clinalert-file.
       01 clinalert-line         pic x(10).
       01 ct-this-iop           pic 99.
       01 ct-prev-iop           pic 99.

      *> field results - the alternate key hands them back in the
      *> order they were taken, and the list keeps the newest
      *> screenful by shuffling down
       01 ct-field occurs CT-MAX-RESULTS.
         03 ct-vf-date          pic 9(8).
         03 ct-vf-eye           pic x.
         03 ct-vf-type          pic x(10).
         03 ct-vf-md            pic s9(2)v99.
         03 ct-vf-reliability   pic x.
         03 ct-vf-pending       pic x.
       01 ct-field-count        binary-long value 0.
       01 ct-md-edited          pic +z9.99.

       01 al-abs-threshold      pic 99 value 21.
       01 al-jump-threshold     pic 99 value 5.
       01 al-line-no            binary-long.
           perform show-trend

           perform press-any-key

           perform collect-field-results
           if ct-field-count > 0
              perform show-field-history
              perform press-any-key
           end-if
           goback.

      *> the results file is keyed by slot, so the customer's visits
           end-perform
           .

        collect-field-results.
           move 0 to ct-field-count
           open input vfresult-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-Customer-Id to vf-customer-id
           start vfresult-file
               key >= vf-customer-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read vfresult-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y"
                 or vf-customer-id not equals wsc-Customer-Id
                 move "y" to eof
              else
                 perform keep-field-result
              end-if
           end-perform
           close vfresult-file
           .

        keep-field-result.
           if ct-field-count < CT-MAX-RESULTS
              add 1 to ct-field-count
           else
              perform varying ct-shuffle from 1 by 1
                   until ct-shuffle >= CT-MAX-RESULTS
                 move ct-field(ct-shuffle + 1)
                    to ct-field(ct-shuffle)
              end-perform
           end-if
           move vf-test-date to ct-vf-date(ct-field-count)
           move vf-eye to ct-vf-eye(ct-field-count)
           move vf-test-type to ct-vf-type(ct-field-count)
           move vf-mean-deviation to ct-vf-md(ct-field-count)
           move vf-reliability to ct-vf-reliability(ct-field-count)
           move vf-import-status to ct-vf-pending(ct-field-count)
           .

        show-field-history.
           perform clr-screen
           display g-menuheader
           display "Visual field history for " at line 3 column 4
           display wsc-FullName at line 3 column 30
           display "Date        Eye Test        MD dB  Rel"
              at line 5 column 4

           perform varying ct-idx from 1 by 1
                until ct-idx > ct-field-count
              compute ct-row = 5 + ct-idx
              move ct-vf-date(ct-idx) to ct-date-work
              move ct-dw-dd to ct-ds-dd
              move ct-dw-mm to ct-ds-mm
              move ct-dw-yyyy to ct-ds-yyyy
              display ct-date-show at line ct-row column 4
              display ct-vf-eye(ct-idx) at line ct-row column 17
              display ct-vf-type(ct-idx) at line ct-row column 20
              move ct-vf-md(ct-idx) to ct-md-edited
              display ct-md-edited at line ct-row column 31
              display ct-vf-reliability(ct-idx)
                 at line ct-row column 39
              if ct-vf-pending(ct-idx) equals "I"
                 display "not yet confirmed" at line ct-row column 42
              end-if
           end-perform
           .

        flag-breach.
           move "n" to ct-flag
           move function max(ct-iop-right(ct-idx)
