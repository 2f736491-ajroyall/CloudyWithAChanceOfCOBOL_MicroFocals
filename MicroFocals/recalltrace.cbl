       identification division.
       program-id. recalltrace.

      *> manufacturer recall trace - for a product code and a range
      *> of batch/lot numbers (one batch when the range is left
      *> open), every batch on the register (stbatch-fd.cpy) in the
      *> range is put on hold at every store, so none of it leaves
      *> the shelf again, then every dispensing job and supply-scheme
      *> shipment made up from it is traced to its customer and
      *> store. each customer gets one recall notice on the comms
      *> queue - a product safety notice goes to whatever contact
      *> details are held, reminder consent or not. the trace is
      *> written to recalltrace.txt for the stores to work through.
      *> supervisor and above, from the purchasing menu.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "stbatch-fc.cpy".
       copy "disporder-fc.cpy".
       copy "clship-fc.cpy".
       copy "customer-fc.cpy".

       select trace-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "stbatch-fd.cpy".
       copy "disporder-fd.cpy".
       copy "clship-fd.cpy".
       copy "customer-fd.cpy".

       fd trace-report.
       01 report-line          pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename         pic x(20) value "recalltrace.txt".

       01 rc-in-product        pic x(10).
       01 rc-in-batch-from     pic x(15).
       01 rc-in-batch-to       pic x(15).

       01 eof                  pic x.
       01 date-today-temp      pic 9(8).

       01 rc-batches-held      binary-long value 0.
       01 rc-batches-found     binary-long value 0.
       01 rc-units-held        pic 9(7) value 0.
       01 rc-jobs              binary-long value 0.
       01 rc-shipments         binary-long value 0.
       01 rc-notices           binary-long value 0.
       01 rc-count-display     pic z(6)9.

      *> the trace line being written - a job or a shipment
       01 rc-hit-customer      pic 9(9).
       01 rc-hit-store         pic 9(5).

      *> customers already sent a notice in this trace
       78 RC-MAX-NOTIFIED      value 1000.
       01 rc-notified          pic 9(9) occurs RC-MAX-NOTIFIED.
       01 rc-notified-count    binary-long value 0.
       01 rc-notified-idx      binary-long.

       01 comms-request.
         03 cr-customer-id    pic 9(9).
         03 cr-recipient-name pic x(60).
         03 cr-email          pic x(40).
         03 cr-tel            pic x(20).
         03 cr-doc-type       pic x(12).
         03 cr-doc-ref        pic x(30).
         03 cr-presend        pic x.

       01 report-header-line.
         03 filler             pic x(26)
            value "Product recall trace for ".
         03 rpt-product        pic x(10).
         03 filler             pic x(10) value " batches ".
         03 rpt-batch-from     pic x(15).
         03 filler             pic x(4)  value " to ".
         03 rpt-batch-to       pic x(15).

       01 report-batch-line.
         03 filler             pic x(6)  value "Store ".
         03 rpt-b-store        pic zzzz9.
         03 filler             pic x(8)  value "  batch ".
         03 rpt-b-batch        pic x(15).
         03 filler             pic x(10) value " received ".
         03 rpt-b-received     pic 9(8).
         03 filler             pic x(11) value " remaining ".
         03 rpt-b-remaining    pic -(4)9.
         03 filler             pic x(2)  value spaces.
         03 rpt-b-action       pic x(14).

       01 report-customer-line.
         03 filler             pic x(6)  value "Store ".
         03 rpt-c-store        pic zzzz9.
         03 filler             pic x(2)  value spaces.
         03 rpt-c-source       pic x(9).
         03 rpt-c-ref          pic 9(9).
         03 filler             pic x(2)  value spaces.
         03 rpt-c-date         pic 9(8).
         03 filler             pic x(2)  value spaces.
         03 rpt-c-batch        pic x(15).
         03 filler             pic x(2)  value spaces.
         03 rpt-c-cust-id      pic 9(9).
         03 filler             pic x(1)  value space.
         03 rpt-c-cust-name    pic x(24).

       01 report-note-line.
         03 rpt-note           pic x(80).

       linkage section.
       copy "common_lnk.cpy".

       screen section.
       copy "common_ss.cpy".

       01 g-recalltrace.
           03 line 3  col 4  pic x(40) value
              "Manufacturer recall trace".
           03 line 5  col 4  pic x(20) value "Product code".
           03 line 5  col 26 pic x(10) using rc-in-product.
           03 line 6  col 4  pic x(20) value "Batch from".
           03 line 6  col 26 pic x(15) using rc-in-batch-from.
           03 line 7  col 4  pic x(20) value "Batch to".
           03 line 7  col 26 pic x(15) using rc-in-batch-to.
           03 line 8  col 4  pic x(40) value
              "(batch to blank = the one batch)".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Recall Trace" to Menu-Name
           move "RC_T01" to Menu-Id

           perform clr-screen
           display g-menuheader

           if not lnk-Role-Supervisor-Up
              move "Access denied" to popup-title
              move "A recall trace needs the supervisor role"
                 to popup-message-1
              move spaces to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              goback
           end-if

           move spaces to rc-in-product rc-in-batch-from
                          rc-in-batch-to
           display g-recalltrace
           perform idle-accept-start
           accept g-recalltrace timeout after idle-accept-secs
           perform f1-or-quit

           if rc-in-product equals spaces
              or rc-in-batch-from equals spaces
              goback
           end-if
           move function upper-case(rc-in-batch-from)
              to rc-in-batch-from
           if rc-in-batch-to equals spaces
              move rc-in-batch-from to rc-in-batch-to
           else
              move function upper-case(rc-in-batch-to)
                 to rc-in-batch-to
           end-if
           if rc-in-batch-to < rc-in-batch-from
              move "Field validation error" to popup-title
              move "Batch to comes before batch from"
                 to popup-message-1
              move spaces to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              goback
           end-if

           move "Hold these batches and notify customers?"
              to popup-l-message
           move "[Y]es or [N]o" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x not equals "Y" and
              scr-af-key-code-1x not equals "y"
              goback
           end-if

           accept date-today-temp from date YYYYMMDD

           open output trace-report
           move rc-in-product to rpt-product
           move rc-in-batch-from to rpt-batch-from
           move rc-in-batch-to to rpt-batch-to
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           perform hold-recalled-batches
           move spaces to report-line
           write report-line
           perform trace-dispensing-jobs
           perform trace-shipments
           perform write-trace-totals
           close trace-report

           move rc-notices to rc-count-display
           move spaces to popup-l-message
           string rc-count-display " customer(s) notified - see "
              rpt-filename delimited by size into popup-l-message
           end-string
           move "Okay" to popup-l-button
           perform display-lower-popup

           goback.
      $end

      *> the register is keyed store first, so every store's batches
      *> of the product are found by reading it end to end
        hold-recalled-batches.
           open i-o stbatch-file
           if not fs-okay
              move "No batch register on file - nothing held"
                 to rpt-note
              write report-line from report-note-line
              exit paragraph
           end-if

           move low-values to sb-key
           start stbatch-file
               key >= sb-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read stbatch-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y"
                 move "y" to eof
              else
                 if sb-product-code equals rc-in-product
                    and sb-batch >= rc-in-batch-from
                    and sb-batch <= rc-in-batch-to
                    perform hold-one-batch
                 end-if
              end-if
           end-perform
           close stbatch-file
           .

        hold-one-batch.
           add 1 to rc-batches-found
           move sb-store-id to rpt-b-store
           move sb-batch to rpt-b-batch
           move sb-received-date to rpt-b-received
           compute rpt-b-remaining = sb-qty-received - sb-qty-issued
           if sb-held
              move "already held" to rpt-b-action
           else
              move "H" to sb-status
              move date-today-temp to sb-held-date
              move lnk-Operator-Id to sb-held-by
              rewrite stbatch-record
              perform check-file-status
              add 1 to rc-batches-held
              move "HELD" to rpt-b-action
           end-if
           if sb-qty-received > sb-qty-issued
              compute rc-units-held = rc-units-held
                 + sb-qty-received - sb-qty-issued
           end-if
           write report-line from report-batch-line
           .

        trace-dispensing-jobs.
           open input disporder-file
           if not fs-okay
              exit paragraph
           end-if
           move 0 to do-order-id
           start disporder-file
               key > do-order-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read disporder-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y"
                 move "y" to eof
              else
                 if do-product-code equals rc-in-product
                    and do-batch not equals spaces
                    and do-batch >= rc-in-batch-from
                    and do-batch <= rc-in-batch-to
                    and not do-status-cancelled
                    add 1 to rc-jobs
                    move do-customer-id to rc-hit-customer
                    move do-store-id to rc-hit-store
                    move "Job" to rpt-c-source
                    move do-order-id to rpt-c-ref
                    move do-date-ordered to rpt-c-date
                    move do-batch to rpt-c-batch
                    perform write-customer-hit
                 end-if
              end-if
           end-perform
           close disporder-file
           .

        trace-shipments.
           open input clship-file
           if not fs-okay
              exit paragraph
           end-if
           move low-values to csh-key
           start clship-file
               key >= csh-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read clship-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y"
                 move "y" to eof
              else
                 if csh-product-code equals rc-in-product
                    and csh-batch not equals spaces
                    and csh-batch >= rc-in-batch-from
                    and csh-batch <= rc-in-batch-to
                    add 1 to rc-shipments
                    move csh-customer-id to rc-hit-customer
                    move csh-store-id to rc-hit-store
                    move "Supply" to rpt-c-source
                    move csh-ledger-id to rpt-c-ref
                    move csh-ship-date to rpt-c-date
                    move csh-batch to rpt-c-batch
                    perform write-customer-hit
                 end-if
              end-if
           end-perform
           close clship-file
           .

        write-customer-hit.
           move rc-hit-store to rpt-c-store
           move rc-hit-customer to rpt-c-cust-id
           move spaces to rpt-c-cust-name
           open input cust-file
           if fs-okay
              move rc-hit-customer
                 to f-Customer-Id of f-CustomerInformation
              read cust-file
                 invalid key continue
                 not invalid key
                    move f-FullName to rpt-c-cust-name
                    perform queue-recall-notice
              end-read
              close cust-file
           end-if
           write report-line from report-customer-line
           .

      *> one notice per customer however many jobs or shipments of
      *> the batch they had
        queue-recall-notice.
           perform varying rc-notified-idx from 1 by 1
                until rc-notified-idx > rc-notified-count
              if rc-notified(rc-notified-idx) equals rc-hit-customer
                 exit paragraph
              end-if
           end-perform
           if rc-notified-count < RC-MAX-NOTIFIED
              add 1 to rc-notified-count
              move rc-hit-customer to rc-notified(rc-notified-count)
           end-if

           move rc-hit-customer to cr-customer-id
           move f-FullName to cr-recipient-name
           move f-Home-Email to cr-email
           move f-Home-Tel to cr-tel
           move "PRODRECALL" to cr-doc-type
           move spaces to cr-doc-ref
           string rc-in-product delimited by space
              "/" delimited by size
              rpt-c-batch delimited by space
              into cr-doc-ref
           end-string
           move space to cr-presend
           call "commsadd" using comms-request
           end-call
           add 1 to rc-notices
           .

        write-trace-totals.
           move spaces to report-line
           write report-line
           move rc-batches-found to rc-count-display
           move spaces to rpt-note
           string "Batches found: " rc-count-display
              delimited by size into rpt-note
           write report-line from report-note-line
           move rc-batches-held to rc-count-display
           move spaces to rpt-note
           string "Newly held: " rc-count-display
              delimited by size into rpt-note
           write report-line from report-note-line
           move rc-units-held to rc-count-display
           move spaces to rpt-note
           string "Units still on shelves, held: " rc-count-display
              delimited by size into rpt-note
           write report-line from report-note-line
           move rc-jobs to rc-count-display
           move spaces to rpt-note
           string "Dispensing jobs: " rc-count-display
              delimited by size into rpt-note
           write report-line from report-note-line
           move rc-shipments to rc-count-display
           move spaces to rpt-note
           string "Supply shipments: " rc-count-display
              delimited by size into rpt-note
           write report-line from report-note-line
           move rc-notices to rc-count-display
           move spaces to rpt-note
           string "Recall notices queued: " rc-count-display
              delimited by size into rpt-note
           write report-line from report-note-line
           .

       copy "common.cpy".
