       identification division.
       program-id. auditpick.

      *> quarterly clinical record audit sample - picks a number of
      *> attended appointments at random for every consultant who saw
      *> patients in the target quarter and puts them on the audit
      *> worklist (clinaudit-fd.cpy) for peer review in auditrev.cbl.
      *> each pick carries what the records held for that visit - the
      *> results captured (apresult), whether IOP was taken, the Rx
      *> issued that day and any referral sent in the weeks after -
      *> so the reviewer has the evidence in front of them.
      *>
      *> the command line takes the quarter as yyyyq and, after a
      *> space, how many visits to pick per consultant: "20263 5".
      *> blank means the quarter just finished, at AP-DEFAULT-SAMPLE
      *> visits each. a consultant already sampled for the quarter
      *> is left alone, so a rerun never stacks a second sample.
      *> the picking is a reservoir draw over the whole quarter, so
      *> every attended visit has the same chance whichever week or
      *> store it fell in. headless, for the quarterly run-control
      *> list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "app-fc.cpy".
       copy "apresult-fc.cpy".
       copy "prescription-fc.cpy".
       copy "refreg-fc.cpy".
       copy "customer-fc.cpy".
       copy "clinaudit-fc.cpy".

       data division.
       copy "app-fd.cpy".
       copy "apresult-fd.cpy".
       copy "prescription-fd.cpy".
       copy "refreg-fd.cpy".
       copy "customer-fd.cpy".
       copy "clinaudit-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       copy "dateinfo.cpy" replacing ==:Prefix-:== by ==di-==.

       78 AP-DEFAULT-SAMPLE     value 5.
       78 AP-MAX-SAMPLE         value 20.
       78 AP-MAX-CONSULTANTS    value 200.
      *> a referral sent this many days after the visit still counts
      *> as the visit's referral
       78 AP-REFERRAL-DAYS      value 28.

       01 eof                   pic x.
       01 day-counter           binary-long.
       01 counter               binary-long.
       01 cmd-line              pic x(128).

       01 today-temp.
         03 yyyy                pic 9999.
         03 mm                  pic 99.
         03 dd                  pic 99.

       01 ap-target-quarter.
         03 ap-target-yyyy      pic 9999.
         03 ap-target-q         pic 9.
       01 ap-sample-size        binary-long.
       01 ap-first-mm           pic 99.
       01 ap-month              pic 99.

       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

      *> (week, day-of-week) -> date map for every day of the target
      *> quarter, built through dateinfo as gosclaim.cbl builds its
      *> month
       01 ap-day-count          binary-long.
       01 ap-days occurs 92.
         03 ap-day-week         pic 99.
         03 ap-day-dow          pic 9.
         03 ap-day-date         pic 9(8).
       01 ap-day-idx            binary-long.
       01 ap-day-found          pic x.

      *> one reservoir of picks per consultant seen in the quarter
       01 ap-cons-count         binary-long value 0.
       01 ap-cons occurs AP-MAX-CONSULTANTS.
         03 ap-cn-id            pic 9(9).
         03 ap-cn-name          pic x(40).
         03 ap-cn-seen          binary-long.
         03 ap-cn-already       pic x.
         03 ap-pick occurs AP-MAX-SAMPLE.
           05 ap-pk-store       pic 9(5).
           05 ap-pk-year        pic 9999.
           05 ap-pk-week        pic 99.
           05 ap-pk-day         pic 9.
           05 ap-pk-slot        pic 99.
           05 ap-pk-cust        pic 9(9).
           05 ap-pk-date        pic 9(8).
       01 ap-cn-idx             binary-long.
       01 ap-pk-idx             binary-long.
       01 ap-pk-used            binary-long.
       01 ap-pick-pos           binary-long.

       01 ap-seed               pic 9(8).
       01 ap-random             comp-2.

       01 ap-visit-num          pic 9(9).
       01 ap-sent-date          pic 9(8).
       01 ap-sent-num           pic 9(9).
       01 ap-ref-eof            pic x.
       01 ap-cust-open          pic x value "n".
       01 ap-result-open        pic x value "n".
       01 ap-rx-open            pic x value "n".
       01 ap-ref-open           pic x value "n".

       01 ap-written            binary-long value 0.
       01 ap-skipped            binary-long value 0.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform resolve-target-quarter
           perform build-quarter-day-table

      *> seed the draw from the clock so each run picks afresh
           accept ap-seed from time
           compute ap-random = function random(ap-seed)

           open i-o clinaudit-file
           if ws-file-status equals "35"
              open output clinaudit-file
              close clinaudit-file
              open i-o clinaudit-file
           end-if
           move "clinaudit-file" to fs-current-file
           perform check-file-status

           open input appointment-file
           if not fs-okay
              display "No appointments on file - nothing to sample"
              close clinaudit-file
              goback
           end-if
           perform scan-appointments
           close appointment-file

           perform open-evidence-files
           perform write-samples
           perform close-evidence-files

           close clinaudit-file

           display ap-written " visit(s) put on the audit worklist for "
              ap-target-quarter
           if ap-skipped not equals 0
              display ap-skipped
                 " consultant(s) already sampled for the quarter"
           end-if
           goback.

      *> blank = the quarter just finished, as the run is made in
      *> the first days of the next one
        resolve-target-quarter.
           accept cmd-line from command-line
           move AP-DEFAULT-SAMPLE to ap-sample-size
           if cmd-line not equals spaces
              if cmd-line(1:5) is not numeric
                 or cmd-line(5:1) < "1" or cmd-line(5:1) > "4"
                 display "Usage: auditpick [yyyyq [visits]]"
                 goback
              end-if
              move cmd-line(1:5) to ap-target-quarter
              if cmd-line(7:2) not equals spaces
                 if function test-numval(cmd-line(7:2)) not equals 0
                    display "Usage: auditpick [yyyyq [visits]]"
                    goback
                 end-if
                 compute ap-sample-size =
                    function numval(cmd-line(7:2))
              end-if
           else
              accept today-temp from date yyyymmdd
              compute ap-target-q = (mm - 1) / 3
              move yyyy to ap-target-yyyy
              if ap-target-q equals 0
                 move 4 to ap-target-q
                 subtract 1 from ap-target-yyyy
              end-if
           end-if

           if ap-sample-size < 1
              move 1 to ap-sample-size
           end-if
           if ap-sample-size > AP-MAX-SAMPLE
              move AP-MAX-SAMPLE to ap-sample-size
           end-if
           .

        build-quarter-day-table.
           move 0 to ap-day-count
           compute ap-first-mm = (ap-target-q - 1) * 3 + 1
           perform varying ap-month from ap-first-mm by 1
                until ap-month > ap-first-mm + 2
              perform varying day-counter from 1 by 1
                   until day-counter > 31
                 move ap-target-yyyy to sf-yyyy
                 move ap-month to sf-mm
                 move day-counter to sf-dd
                 if function test-date-yyyymmdd(sf-date) equals 0
                    call "dateinfo" using sf-date di-date-info
                    add 1 to ap-day-count
                    move di-week-num to ap-day-week(ap-day-count)
                    move di-day-of-week-num
                       to ap-day-dow(ap-day-count)
                    move sf-date to ap-day-date(ap-day-count)
                 end-if
              end-perform
           end-perform
           .

        scan-appointments.
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
              if fs-no-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and app-year equals ap-target-yyyy
                 perform scan-week-for-visits
              end-if
           end-perform
           .

        scan-week-for-visits.
           perform varying day-counter from 1 by 1 until
                day-counter > 7
              move "n" to ap-day-found
              perform varying ap-day-idx from 1 by 1
                   until ap-day-idx > ap-day-count
                 if ap-day-week(ap-day-idx) equals app-week and
                    ap-day-dow(ap-day-idx) equals day-counter
                    move "y" to ap-day-found
                    exit perform
                 end-if
              end-perform

              if ap-day-found equals "y"
                 perform varying counter from 1 by 1
                      until counter > MAX-SLOTS-PER-DAY
                    if app-cust-id of app-days(day-counter counter)
                       not equal invalid-custid and
                       app-cust-id of app-days(day-counter counter)
                       not equal blocked-slot-id and
                       (app-attended of app-days(day-counter counter)
                        equals "y" or
                        app-attended of app-days(day-counter counter)
                        equals "Y") and
                       not app-slot-double-cont(day-counter counter)
                       perform offer-visit-to-sample
                    end-if
                 end-perform
              end-if
           end-perform
           .

      *> reservoir draw - the first picks fill the sample, after
      *> that the n-th visit seen replaces a random pick with
      *> chance sample-size/n
        offer-visit-to-sample.
           perform find-consultant-entry
           if ap-cn-idx equals 0 or ap-cn-already(ap-cn-idx) equals "y"
              exit paragraph
           end-if

           add 1 to ap-cn-seen(ap-cn-idx)
           if ap-cn-seen(ap-cn-idx) <= ap-sample-size
              move ap-cn-seen(ap-cn-idx) to ap-pick-pos
           else
              compute ap-pick-pos =
                 function random * ap-cn-seen(ap-cn-idx) + 1
              if ap-pick-pos > ap-sample-size
                 exit paragraph
              end-if
           end-if

           move app-store-id to ap-pk-store(ap-cn-idx ap-pick-pos)
           move app-year to ap-pk-year(ap-cn-idx ap-pick-pos)
           move app-week to ap-pk-week(ap-cn-idx ap-pick-pos)
           move day-counter to ap-pk-day(ap-cn-idx ap-pick-pos)
           move counter to ap-pk-slot(ap-cn-idx ap-pick-pos)
           move app-cust-id of app-days(day-counter counter)
              to ap-pk-cust(ap-cn-idx ap-pick-pos)
           move ap-day-date(ap-day-idx)
              to ap-pk-date(ap-cn-idx ap-pick-pos)
           .

      *> the consultant's slot in the table, added on first sight -
      *> with a look at the worklist for a sample already taken
        find-consultant-entry.
           perform varying ap-cn-idx from 1 by 1
                until ap-cn-idx > ap-cons-count
              if ap-cn-id(ap-cn-idx) equals app-consultant-id
                 exit paragraph
              end-if
           end-perform

           if ap-cons-count >= AP-MAX-CONSULTANTS
              move 0 to ap-cn-idx
              exit paragraph
           end-if

           add 1 to ap-cons-count
           move ap-cons-count to ap-cn-idx
           move app-consultant-id to ap-cn-id(ap-cn-idx)
           move app-consultant-name to ap-cn-name(ap-cn-idx)
           move 0 to ap-cn-seen(ap-cn-idx)
           move "n" to ap-cn-already(ap-cn-idx)

           move low-values to au-key
           move ap-target-quarter to au-quarter
           move app-consultant-id to au-consultant-id
           start clinaudit-file
               key >= au-key
               invalid key continue
               not invalid key
                  read clinaudit-file next record
                     at end continue
                     not at end
                        if au-quarter equals ap-target-quarter and
                           au-consultant-id equals app-consultant-id
                           move "y" to ap-cn-already(ap-cn-idx)
                           add 1 to ap-skipped
                        end-if
                  end-read
           end-start
           .

        open-evidence-files.
           open input cust-file
           if fs-okay
              move "y" to ap-cust-open
           end-if
           open input apresult-file
           if fs-okay
              move "y" to ap-result-open
           end-if
           open input prescription-file
           if fs-okay
              move "y" to ap-rx-open
           end-if
           open input refreg-file
           if fs-okay
              move "y" to ap-ref-open
           end-if
           .

        close-evidence-files.
           if ap-cust-open equals "y"
              close cust-file
           end-if
           if ap-result-open equals "y"
              close apresult-file
           end-if
           if ap-rx-open equals "y"
              close prescription-file
           end-if
           if ap-ref-open equals "y"
              close refreg-file
           end-if
           .

        write-samples.
           perform varying ap-cn-idx from 1 by 1
                until ap-cn-idx > ap-cons-count
              if ap-cn-already(ap-cn-idx) not equals "y"
                 move ap-cn-seen(ap-cn-idx) to ap-pk-used
                 if ap-pk-used > ap-sample-size
                    move ap-sample-size to ap-pk-used
                 end-if
                 perform varying ap-pk-idx from 1 by 1
                      until ap-pk-idx > ap-pk-used
                    perform write-one-sample
                 end-perform
              end-if
           end-perform
           .

        write-one-sample.
           initialize clinaudit-entry
           move ap-target-quarter to au-quarter
           move ap-cn-id(ap-cn-idx) to au-consultant-id
           move ap-pk-store(ap-cn-idx ap-pk-idx) to au-store-id
           move ap-pk-year(ap-cn-idx ap-pk-idx) to au-year
           move ap-pk-week(ap-cn-idx ap-pk-idx) to au-week
           move ap-pk-day(ap-cn-idx ap-pk-idx) to au-day
           move ap-pk-slot(ap-cn-idx ap-pk-idx) to au-slot
           move ap-cn-name(ap-cn-idx) to au-consultant-name
           move ap-pk-cust(ap-cn-idx ap-pk-idx) to au-customer-id
           move ap-pk-date(ap-cn-idx ap-pk-idx) to au-visit-date
           move "W" to au-status

           perform gather-customer-name
           perform gather-visit-results
           perform gather-visit-rx
           perform gather-visit-referral

           write clinaudit-entry
           if fs-key-already-exists
              exit paragraph
           end-if
           perform check-file-status
           add 1 to ap-written
           .

        gather-customer-name.
           if ap-cust-open not equals "y"
              exit paragraph
           end-if
           move au-customer-id to f-Customer-Id
           read cust-file
              invalid key continue
              not invalid key
                 move f-FullName to au-customer-name
           end-read
           .

        gather-visit-results.
           move "N" to au-result-found au-iop-recorded
           if ap-result-open not equals "y"
              exit paragraph
           end-if
           move au-store-id to ar-store-id
           move au-year to ar-year
           move au-week to ar-week
           move au-consultant-id to ar-consultant-id
           move au-day to ar-day
           move au-slot to ar-slot
           read apresult-file
              invalid key continue
              not invalid key
                 move "Y" to au-result-found
                 move ar-outcome-note to au-outcome-note
                 if ar-iop-right > 0 or ar-iop-left > 0
                    move "Y" to au-iop-recorded
                 end-if
           end-read
           .

      *> a spectacle or a contact lens Rx dated the day of the visit
        gather-visit-rx.
           move "N" to au-rx-found
           if ap-rx-open not equals "y"
              exit paragraph
           end-if
           move au-customer-id to rx-customer-id
           move au-visit-date to rx-test-date
           move "S" to rx-type
           read prescription-file
              invalid key
                 move "C" to rx-type
                 read prescription-file
                    invalid key continue
                    not invalid key move "Y" to au-rx-found
                 end-read
              not invalid key
                 move "Y" to au-rx-found
           end-read
           .

      *> a referral letter sent on the visit day or in the
      *> AP-REFERRAL-DAYS after it
        gather-visit-referral.
           move "N" to au-referral-found
           if ap-ref-open not equals "y"
              exit paragraph
           end-if
           move function integer-of-date(au-visit-date)
              to ap-visit-num
           move au-customer-id to rf-customer-id
           start refreg-file
               key = rf-customer-id
               invalid key move "y" to ap-ref-eof
               not invalid key move "n" to ap-ref-eof
           end-start
           perform until ap-ref-eof equals "y"
              read refreg-file next record
                 at end move "y" to ap-ref-eof
              end-read
              if ap-ref-eof not equals "y"
                 if rf-customer-id not equals au-customer-id
                    move "y" to ap-ref-eof
                 else
                    move rf-sent-date to ap-sent-date
                    if function test-date-yyyymmdd(ap-sent-date)
                       equals 0
                       move function integer-of-date(ap-sent-date)
                          to ap-sent-num
                       if ap-sent-num >= ap-visit-num and
                          ap-sent-num <= ap-visit-num
                                         + AP-REFERRAL-DAYS
                          move "Y" to au-referral-found
                          move rf-condition to au-referral-condition
                          move "y" to ap-ref-eof
                       end-if
                    end-if
                 end-if
              end-if
           end-perform
           .

       copy "common.cpy".
