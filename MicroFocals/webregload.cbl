       identification division.
       program-id. webregload.

      *> daily web pre-registration load - the website's extract
      *> ($MFOCALDIR/webreg.txt, webreg-line.cpy) goes onto the
      *> staging queue (webreg-fd.cpy), never straight into the
      *> customer file. each entry is checked on the way in
      *> (webregchk.cbl: postcode shape, NHS number, custdupe.cbl's
      *> matching) and waits, pending, for reception to go through
      *> it with the customer at the counter (webreg.cbl). an entry
      *> already on the queue - the same extract loaded twice - is
      *> skipped, so a rerun is harmless. the load report
      *> (webregload.txt) lists every entry loaded with whatever the
      *> checks found. headless - run from the daily run-control
      *> list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "webreg-fc.cpy".

       select webreg-extract assign "$MFOCALDIR/webreg.txt"
        organization is line sequential
        status is ws-file-status.

       select load-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "webreg-fd.cpy".

       fd webreg-extract.
       copy "webreg-line.cpy".

       fd load-report.
       01 report-line           pic x(110).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "webregload.txt".
       01 eof                   pic x.
       01 wp-loaded-count       binary-long value 0.
       01 wp-skipped-count      binary-long value 0.
       01 wp-flagged-count      binary-long value 0.
       01 wp-idx                binary-long.
       01 wp-nhs-unreadable     pic x.
       01 wp-ptr                binary-long.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       01 report-header-line.
         03 filler              pic x(14) value "Web ref".
         03 filler              pic x(7)  value "Store".
         03 filler              pic x(10) value "Visit".
         03 filler              pic x(32) value "Name".
         03 filler              pic x(40) value "Checks".

       01 report-detail-line.
         03 rpt-web-ref         pic x(12).
         03 filler              pic x(2)  value spaces.
         03 rpt-store-id        pic zzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-visit-date      pic 9(8).
         03 filler              pic x(2)  value spaces.
         03 rpt-name            pic x(30).
         03 filler              pic x(2)  value spaces.
         03 rpt-checks          pic x(46).

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD

           open input webreg-extract
           if not fs-okay
              display "No web registrations waiting"
              goback
           end-if

           open i-o webreg-file
           if ws-file-status equals "35"
              open output webreg-file
              perform check-file-status
              close webreg-file
              open i-o webreg-file
           end-if
           perform check-file-status

           open output load-report
           write report-line from report-header-line

           move "n" to eof
           perform until eof equals "y"
              read webreg-extract next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 perform load-one-registration
              end-if
           end-perform

           close webreg-extract
           close webreg-file
           close load-report

           display wp-loaded-count " registration(s) loaded, "
              wp-flagged-count " with check failures, "
              wp-skipped-count " skipped - see " rpt-filename
           goback.

        load-one-registration.
           if wl-web-ref equals spaces or wl-fullname equals spaces
              add 1 to wp-skipped-count
              exit paragraph
           end-if

           move wl-web-ref to wb-web-ref
           read webreg-file
              invalid key continue
              not invalid key
                 add 1 to wp-skipped-count
                 exit paragraph
           end-read

           initialize webreg-entry
           move wl-web-ref to wb-web-ref
           move wl-store-id to wb-store-id
           move wl-visit-date to wb-visit-date
           move wl-title to wb-title
           move wl-initials to wb-initials
           move wl-gender to wb-gender
           move wl-fullname to wb-fullname
           perform varying wp-idx from 1 by 1 until wp-idx > 3
              move wl-address(wp-idx) to wb-address(wp-idx)
           end-perform
           move function upper-case(wl-postcode) to wb-postcode
           move wl-dob-dd to wb-dob-dd
           move wl-dob-mm to wb-dob-mm
           move wl-dob-yyyy to wb-dob-yyyy
           move wl-email to wb-email
           move wl-mobile to wb-mobile
           move wl-gp-name to wb-gp-name

      *> a number the form let through with letters in it is as good
      *> as failed - it goes on as none, flagged
           move "n" to wp-nhs-unreadable
           evaluate true
              when wl-nhs-number equals spaces
                 move 0 to wb-nhs-number
              when wl-nhs-number is numeric
                 move wl-nhs-number to wb-nhs-number
              when other
                 move 0 to wb-nhs-number
                 move "y" to wp-nhs-unreadable
           end-evaluate

           move wl-consent-rem-email to wb-consent-rem-email
           move wl-consent-rem-sms to wb-consent-rem-sms
           move wl-consent-mkt-email to wb-consent-mkt-email
           move wl-consent-mkt-sms to wb-consent-mkt-sms

           call "webregchk" using webreg-entry
           end-call
           if wp-nhs-unreadable equals "y"
              move "n" to wb-nhs-ok
           end-if

           move date-today-temp to wb-loaded-date
           move "P" to wb-status
           write webreg-entry
           perform check-file-status
           add 1 to wp-loaded-count

           perform write-load-line
           .

        write-load-line.
           move wb-web-ref to rpt-web-ref
           move wb-store-id to rpt-store-id
           move wb-visit-date to rpt-visit-date
           move wb-fullname to rpt-name
           move spaces to rpt-checks
           move 1 to wp-ptr
           if wb-postcode-ok not equals "y"
              string "postcode " delimited by size
                 into rpt-checks with pointer wp-ptr
              end-string
           end-if
           if wb-nhs-ok equals "n"
              string "NHS-number " delimited by size
                 into rpt-checks with pointer wp-ptr
              end-string
           end-if
           evaluate true
              when wb-dup-settled
                 string "same as " wb-dup-customer-id
                    delimited by size
                    into rpt-checks with pointer wp-ptr
                 end-string
              when wb-dup-possible
                 string "maybe " wb-dup-customer-id
                    delimited by size
                    into rpt-checks with pointer wp-ptr
                 end-string
           end-evaluate
           if rpt-checks equals spaces
              move "ok" to rpt-checks
           else
              add 1 to wp-flagged-count
           end-if
           write report-line from report-detail-line
           .

       copy "common.cpy".
