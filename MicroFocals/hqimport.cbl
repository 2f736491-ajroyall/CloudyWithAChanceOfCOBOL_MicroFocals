       identification division.
       program-id. hqimport.

      *> pre-visit health questionnaire import - the web form behind
      *> the link sent with each reminder leaves one line per
      *> completed questionnaire in $MFOCALDIR/healthq.txt: the slot
      *> reference the reminder carried (remindexport.cbl's doc-ref),
      *> the customer id, the date answered, then the answers. each
      *> line becomes (or replaces) the questionnaire record for the
      *> booked slot (healthq-fd.cpy), so the day list and the
      *> results screen have it before the patient sits down. a line
      *> for a slot no longer booked to that customer, or with
      *> answers that aren't Y/N, goes to suspense (suspadd.cbl) for
      *> the re-apply screen. the file is set aside once read, like
      *> the instrument exports, so nothing is applied twice.
      *> headless, for the overnight run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "healthq-fc.cpy".
       copy "app-fc.cpy".

       select hq-import assign to dynamic hq-in-filename
        organization is line sequential
        status is ws-file-status.

       data division.
       copy "healthq-fd.cpy".
       copy "app-fd.cpy".

       fd hq-import.
       01 hq-import-line.
         03 hi-slot-ref         pic x(23).
         03 filler              pic x.
         03 hi-customer-id      pic 9(9).
         03 filler              pic x.
         03 hi-answered-date    pic 9(8).
         03 filler              pic x.
         03 hi-headaches        pic x.
         03 hi-drives           pic x.
         03 hi-screen-hours     pic 99.
         03 hi-family-history   pic x.
         03 hi-medication       pic x.
         03 filler              pic x.
         03 hi-family-text      pic x(40).
         03 hi-medication-text  pic x(40).
         03 hi-other-note       pic x(40).

       working-storage section.
       copy "common_ws.cpy".

       01 eof                   pic x.
       01 hq-applied            binary-long value 0.
       01 hq-suspended          binary-long value 0.
       01 hq-today              pic 9(8).
       01 hq-now                pic 9(8).
       01 hq-in-filename        pic x(60) value
          "$MFOCALDIR/healthq.txt".
       01 hq-done-filename      pic x(255).
       01 hq-set-aside-name     pic x(255).

      *> the slot the questionnaire was sent for, unpacked from the
      *> line's slot reference
       01 hq-slot-ref           pic x(23).
       01 redefines hq-slot-ref.
         03 hr-store-id         pic 9(5).
         03 hr-year             pic 9999.
         03 hr-week             pic 99.
         03 hr-consultant-id    pic 9(9).
         03 hr-day              pic 9.
         03 hr-slot             pic 99.

       01 hq-answers-ok         pic x.
       01 hq-save-status        pic x.

      *> lines this import can't apply go to suspense (suspadd.cbl)
       01 suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==sus-==.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform init-env
           accept hq-today from date YYYYMMDD
           accept hq-now from time
           perform check-replay-mode

           open input hq-import
           if not fs-okay
              display "No questionnaire file found - nothing to do"
              goback
           end-if

           open input appointment-file
           if not fs-okay
              close hq-import
              display "Appointment file unavailable"
              goback
           end-if

           open i-o healthq-file
           if ws-file-status equals "35"
              open output healthq-file
              perform check-file-status
              close healthq-file
              open i-o healthq-file
           end-if
           perform check-file-status

           move "n" to eof
           perform until eof equals "y"
              read hq-import next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 perform apply-one-questionnaire
              end-if
           end-perform

           close hq-import
           close appointment-file
           close healthq-file

           if sus-replaying not equals "y"
              perform set-import-aside
           end-if

           display hq-applied " questionnaire(s) applied"
           if hq-suspended not equals 0
              display hq-suspended " line(s) put to suspense"
           end-if
           goback.

        apply-one-questionnaire.
           if hi-slot-ref is not numeric
              or hi-customer-id is not numeric
              move "Slot reference or customer id not numeric"
                 to sus-reason
              perform suspend-line
              exit paragraph
           end-if
           move hi-slot-ref to hq-slot-ref

           perform check-answers
           if hq-answers-ok not equals "y"
              move "Answers not Y/N or screen hours not numeric"
                 to sus-reason
              perform suspend-line
              exit paragraph
           end-if

           move hr-store-id to app-store-id
           move hr-year to app-year
           move hr-week to app-week
           move hr-consultant-id to app-consultant-id
           read appointment-file
              invalid key
                 move "Appointment week not on file" to sus-reason
                 perform suspend-line
                 exit paragraph
           end-read
           if hr-day < 1 or hr-day > 7
              or hr-slot < 1 or hr-slot > MAX-SLOTS-PER-DAY
              move "Slot reference out of range" to sus-reason
              perform suspend-line
              exit paragraph
           end-if
           if app-cust-id of app-days(hr-day hr-slot)
              not equals hi-customer-id
              move "Slot no longer booked to this customer"
                 to sus-reason
              perform suspend-line
              exit paragraph
           end-if

      *> a later answer replaces an earlier one for the same slot,
      *> but whether the consultant has been offered the history
      *> items stays as it was
           move space to hq-save-status
           move hq-slot-ref to hq-key
           read healthq-file
              invalid key continue
              not invalid key move hq-medhist-status to hq-save-status
           end-read

           initialize healthq-entry
           move hq-slot-ref to hq-key
           move hi-customer-id to hq-customer-id
           move "W" to hq-source
           move hi-answered-date to hq-answered-date
           if hq-answered-date is not numeric
              or hq-answered-date equals 0
              move hq-today to hq-answered-date
           end-if
           move hi-headaches to hq-headaches
           move hi-drives to hq-drives
           move hi-screen-hours to hq-screen-hours
           move hi-family-history to hq-family-history
           move hi-family-text to hq-family-text
           move hi-medication to hq-medication
           move hi-medication-text to hq-medication-text
           move hi-other-note to hq-other-note
           move hq-save-status to hq-medhist-status

           write healthq-entry
           if fs-key-already-exists
              rewrite healthq-entry
           end-if
           perform check-file-status
           add 1 to hq-applied
           .

        check-answers.
           move "y" to hq-answers-ok
           move function upper-case(hi-headaches) to hi-headaches
           move function upper-case(hi-drives) to hi-drives
           move function upper-case(hi-family-history)
              to hi-family-history
           move function upper-case(hi-medication) to hi-medication
           if (hi-headaches not equals "Y" and "N")
              or (hi-drives not equals "Y" and "N")
              or (hi-family-history not equals "Y" and "N")
              or (hi-medication not equals "Y" and "N")
              move "n" to hq-answers-ok
           end-if
           if hi-screen-hours is not numeric
              move "n" to hq-answers-ok
           end-if
           .

        check-replay-mode.
           move "Q" to sus-action
           call "suspadd" using suspense-request
           end-call
           if sus-replaying equals "y"
              move SUSPENSE-REPLAY-FILE to hq-in-filename
           end-if
           .

      *> the line as it arrived goes to suspense with the reason
      *> already in sus-reason
        suspend-line.
           move "A" to sus-action
           move "HEALTHQ" to sus-source
           move hq-import-line to sus-raw-line
           call "suspadd" using suspense-request
           end-call
           add 1 to hq-suspended
           .

      *> kept, renamed with the run's date and time, so the web form
      *> starts a fresh file
        set-import-aside.
           move spaces to hq-set-aside-name
           string ws-mfocaldir delimited by space
              "/healthq.txt" delimited by size
              into hq-set-aside-name
           move spaces to hq-done-filename
           string ws-mfocaldir delimited by space
              "/healthq-" hq-today hq-now(1:6) ".imp"
              delimited by size into hq-done-filename
           call "CBL_COPY_FILE" using hq-set-aside-name
                hq-done-filename
           end-call
           if return-code equal 0
              call "CBL_DELETE_FILE" using hq-set-aside-name
              end-call
           end-if
           .

       copy "common.cpy".
