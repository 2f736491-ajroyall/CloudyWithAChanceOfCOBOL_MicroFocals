       identification division.
       program-id. instimport.

      *> clinical instrument import - the tonometer, the acuity
      *> system and the field analyser each drop an export file into
      *> $MFOCALDIR/instruments (tonometer.txt, acuity.txt,
      *> vfield.txt; one reading per line, customer id, date, time
      *> and store followed by the instrument's own figures). every
      *> reading is matched to that day's booked slot for the
      *> customer nearest the reading time, and pre-fills the slot's
      *> clinical result (IOP, VA) or visual field result for the
      *> consultant to confirm in clinrec.cbl - nothing imported here
      *> counts as confirmed. a reading that can't be placed, or
      *> that would overwrite a result the consultant has already
      *> confirmed, goes onto the exceptions file (instexc-fd.cpy)
      *> with the raw figures, is retried on every later run, and is
      *> listed on instexcept.txt until it matches. each export file
      *> is set aside once read so a reading is never applied twice.
      *> headless, for the run-control list - run it through the
      *> clinic day as well as overnight.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "stores-fc.cpy".
       copy "app-fc.cpy".
       copy "apresult-fc.cpy".
       copy "vfresult-fc.cpy".
       copy "instexc-fc.cpy".

       select instrument-file assign to dynamic ii-inst-filename
        organization is line sequential
        status is ws-file-status.

       select exception-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "stores-fd.cpy".
       copy "app-fd.cpy".
       copy "apresult-fd.cpy".
       copy "vfresult-fd.cpy".
       copy "instexc-fd.cpy".

       fd instrument-file.
       01 instrument-line.
         03 il-customer-id      pic 9(9).
         03 filler              pic x.
         03 il-reading-date     pic 9(8).
         03 filler              pic x.
         03 il-reading-time     pic 9(4).
         03 filler              pic x.
         03 il-store-id         pic 9(5).
         03 filler              pic x.
         03 il-payload          pic x(40).

       fd exception-report.
       01 report-line           pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 ii-store-info.
       copy "stores.cpy" replacing ==:Prefix-:== by ==ii-==.
       copy "timegrid.cpy" replacing ==:Prefix-:== by ==tg-==.
       copy "dateinfo.cpy" replacing ==:Prefix-:== by ==di-==.

       01 rpt-filename          pic x(20) value "instexcept.txt".
       01 eof                   pic x.
       01 counter               binary-long.

      *> the three exports and the instrument code each one carries
      *> onto the exceptions file
       01 ii-instrument-names.
         03 filler              pic x(21) value "Ttonometer".
         03 filler              pic x(21) value "Aacuity".
         03 filler              pic x(21) value "Fvfield".
       01 redefines ii-instrument-names.
         03 ii-instrument occurs 3.
           05 ii-code           pic x.
           05 ii-base           pic x(20).
       01 ii-inst-idx           binary-long.
       01 ii-inst-filename      pic x(255).
       01 ii-done-filename      pic x(255).

      *> a reading the consultant's booked slot started more than
      *> this long before or after isn't theirs to guess at
       78 II-MATCH-WINDOW-MINS  value 90.

       01 ii-read               binary-long value 0.
       01 ii-matched            binary-long value 0.
       01 ii-excepted           binary-long value 0.
       01 ii-retry-matched      binary-long value 0.
       01 ii-outstanding        binary-long value 0.

       01 ii-today              pic 9(8).
       01 ii-now                pic 9(8).
       01 ii-outcome            pic x.
       01 ii-reason             pic x(30).
       01 ii-cur-store-id       pic 9(5) value 0.
       01 ii-store-found        pic x value "n".

      *> the reading being applied - filled from an export line or
      *> from an exceptions record on a retry, so both go through
      *> the same matching
       01 rd-reading.
         03 rd-instrument       pic x.
           88 rd-tonometer      value "T".
           88 rd-acuity         value "A".
           88 rd-field          value "F".
         03 rd-customer-id      pic 9(9).
         03 rd-reading-date     pic 9(8).
         03 rd-reading-time     pic 9(4).
         03 redefines rd-reading-time.
           05 rd-reading-hh     pic 99.
           05 rd-reading-mm     pic 99.
         03 rd-store-id         pic 9(5).
         03 rd-payload          pic x(40).
         03 rd-iop-view redefines rd-payload.
           05 rd-iop-right      pic x(2).
           05 filler            pic x.
           05 rd-iop-left       pic x(2).
           05 filler            pic x(35).
         03 rd-va-view redefines rd-payload.
           05 rd-va-right       pic x(6).
           05 filler            pic x.
           05 rd-va-left        pic x(6).
           05 filler            pic x(27).
         03 rd-vf-view redefines rd-payload.
           05 rd-vf-eye         pic x.
           05 filler            pic x.
           05 rd-vf-test-type   pic x(10).
           05 filler            pic x.
           05 rd-vf-md          pic x(6).
           05 filler            pic x.
           05 rd-vf-reliability pic x.
           05 filler            pic x(19).

      *> the slot the reading landed on
       01 mt-found              pic x.
       01 mt-best-diff          binary-long.
       01 mt-this-diff          binary-long.
       01 mt-reading-mins       binary-long.
       01 mt-slot-mins          binary-long.
       01 mt-year               pic 9999.
       01 mt-week               pic 99.
       01 mt-consultant-id      pic 9(9).
       01 mt-day                pic 9.
       01 mt-slot               pic 99.
       01 mt-booked-that-day    pic x.

       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

       01 report-header-line.
         03 filler              pic x(50) value
            "Instrument readings not yet matched to a slot".
       01 report-column-line.
         03 filler              pic x(60) value
            "Ins Customer   Date     Time Store Reading".
         03 filler              pic x(40) value
            "Reason                         Tries".
       01 report-detail-line.
         03 rpt-instrument      pic x.
         03 filler              pic x(3) value spaces.
         03 rpt-customer-id     pic 9(9).
         03 filler              pic x(2) value spaces.
         03 rpt-date            pic 9(8).
         03 filler              pic x value space.
         03 rpt-time            pic 9(4).
         03 filler              pic x value space.
         03 rpt-store-id        pic zzzz9.
         03 filler              pic x value space.
         03 rpt-payload         pic x(24).
         03 filler              pic x value space.
         03 rpt-reason          pic x(30).
         03 filler              pic x value space.
         03 rpt-tries           pic zz9.
       01 report-none-line.
         03 filler              pic x(40) value
            "No unmatched instrument readings".

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform init-env
           accept ii-today from date YYYYMMDD
           accept ii-now from time

           open input store-file
           if not fs-okay
              display "instimport: store file unavailable"
              goback
           end-if
           open input appointment-file
           if not fs-okay
              close store-file
              display "instimport: appointment file unavailable"
              goback
           end-if
           perform open-result-files

           perform retry-exceptions

           perform varying ii-inst-idx from 1 by 1
                until ii-inst-idx > 3
              perform import-one-instrument
           end-perform

           close store-file
           close appointment-file
           close apresult-file
           close vfresult-file

           perform write-exception-report

           display ii-read " reading(s) read, " ii-matched
              " matched, " ii-excepted " to exceptions"
           display ii-retry-matched
              " earlier exception(s) matched this run, "
              ii-outstanding " still outstanding - see "
              rpt-filename
           goback.

        open-result-files.
           open i-o apresult-file
           if ws-file-status equals "35"
              open output apresult-file
              close apresult-file
              open i-o apresult-file
           end-if
           perform check-file-status
           open i-o vfresult-file
           if ws-file-status equals "35"
              open output vfresult-file
              close vfresult-file
              open i-o vfresult-file
           end-if
           perform check-file-status
           .

      *> earlier misses first - the booking may have been keyed or
      *> corrected since, and a reading matched now comes off the
      *> list
        retry-exceptions.
           open i-o instexc-file
           if not fs-okay
              exit paragraph
           end-if
           move "n" to eof
           perform until eof equals "y"
              read instexc-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
              if eof not equals "y"
                 move ie-instrument to rd-instrument
                 move ie-customer-id to rd-customer-id
                 move ie-reading-date to rd-reading-date
                 move ie-reading-time to rd-reading-time
                 move ie-store-id to rd-store-id
                 move ie-payload to rd-payload
                 perform apply-reading
                 if ii-outcome equals "M"
                    delete instexc-file
                    add 1 to ii-retry-matched
                 else
                    move ii-reason to ie-reason
                    add 1 to ie-tries
                    rewrite instexc-record
                 end-if
              end-if
           end-perform
           close instexc-file
           .

        import-one-instrument.
           move spaces to ii-inst-filename
           string ws-mfocaldir delimited by space
              "/instruments/" delimited by size
              ii-base(ii-inst-idx) delimited by space
              ".txt" delimited by size
              into ii-inst-filename
           open input instrument-file
           if not fs-okay
              exit paragraph
           end-if

           open i-o instexc-file
           if ws-file-status equals "35"
              open output instexc-file
           end-if
           perform check-file-status

           move "n" to eof
           perform until eof equals "y"
              read instrument-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and instrument-line not equals spaces
                 add 1 to ii-read
                 move ii-code(ii-inst-idx) to rd-instrument
                 move il-customer-id to rd-customer-id
                 move il-reading-date to rd-reading-date
                 move il-reading-time to rd-reading-time
                 move il-store-id to rd-store-id
                 move il-payload to rd-payload
                 perform apply-reading
                 if ii-outcome equals "M"
                    add 1 to ii-matched
                 else
                    perform write-exception
                    add 1 to ii-excepted
                 end-if
              end-if
           end-perform

           close instrument-file
           close instexc-file
           perform set-export-aside
           .

      *> the export is kept, renamed with the run's date and time,
      *> so the instrument starts a fresh file and nothing is read
      *> twice
        set-export-aside.
           move spaces to ii-done-filename
           string ws-mfocaldir delimited by space
              "/instruments/" delimited by size
              ii-base(ii-inst-idx) delimited by space
              "-" ii-today ii-now(1:6) ".imp" delimited by size
              into ii-done-filename
           call "CBL_COPY_FILE" using ii-inst-filename
                ii-done-filename
           end-call
           if return-code equal 0
              call "CBL_DELETE_FILE" using ii-inst-filename
              end-call
           end-if
           .

        write-exception.
           move rd-instrument to ie-instrument
           move rd-customer-id to ie-customer-id
           move rd-reading-date to ie-reading-date
           move rd-reading-time to ie-reading-time
           if rd-field
              move rd-vf-eye to ie-eye
           else
              move space to ie-eye
           end-if
           move rd-store-id to ie-store-id
           move rd-payload to ie-payload
           move ii-reason to ie-reason
           move ii-today to ie-first-seen
           move 0 to ie-tries
           write instexc-record
           if fs-key-already-exists
              rewrite instexc-record
           end-if
           perform check-file-status
           .

      *> one reading - checked, matched to its slot and written to
      *> the result it pre-fills. ii-outcome comes back "M" matched
      *> or "X" with ii-reason saying why not
        apply-reading.
           move "X" to ii-outcome
           move spaces to ii-reason

           perform check-reading
           if ii-reason not equals spaces
              exit paragraph
           end-if

           perform load-reading-store
           if ii-store-found not equals "y"
              move "Unknown store" to ii-reason
              exit paragraph
           end-if

           perform find-reading-slot
           if mt-booked-that-day not equals "y"
              move "No booking that day" to ii-reason
              exit paragraph
           end-if
           if mt-found not equals "y"
              move "No slot near the reading time" to ii-reason
              exit paragraph
           end-if

           if rd-field
              perform prefill-field-result
           else
              perform prefill-clinical-result
           end-if
           .

        check-reading.
           if rd-customer-id is not numeric
              or rd-customer-id equals 0
              or rd-reading-date is not numeric
              or rd-reading-time is not numeric
              or rd-store-id is not numeric
              move "Unreadable reading" to ii-reason
              exit paragraph
           end-if
           if function test-date-yyyymmdd(rd-reading-date)
              not equal 0
              or rd-reading-hh > 23 or rd-reading-mm > 59
              move "Unreadable date or time" to ii-reason
              exit paragraph
           end-if

           evaluate true
              when rd-tonometer
                 if rd-iop-right is not numeric
                    or rd-iop-left is not numeric
                    move "Unreadable IOP figures" to ii-reason
                 end-if
              when rd-acuity
                 if rd-va-right equals spaces
                    and rd-va-left equals spaces
                    move "No acuity figures" to ii-reason
                 end-if
              when rd-field
                 if (rd-vf-eye not equals "R"
                     and rd-vf-eye not equals "L")
                    or function test-numval(rd-vf-md) not equal 0
                    or (rd-vf-reliability not equals "R"
                        and rd-vf-reliability not equals "B"
                        and rd-vf-reliability not equals "U")
                    move "Unreadable field result" to ii-reason
                 end-if
           end-evaluate
           .

      *> the store's own slot grid - held until the readings move
      *> on to another store
        load-reading-store.
           if rd-store-id equals ii-cur-store-id
              exit paragraph
           end-if
           move rd-store-id to ii-cur-store-id
           move "n" to ii-store-found
           move rd-store-id to sf-id
           read store-file
              invalid key
                 exit paragraph
           end-read
           move sf-Store-Information to ii-store-info
           move "y" to ii-store-found
           call "buildtimegrid" using ii-Slot-Length-Mins,
                   ii-Day-Start-Time,
                   ii-Day-End-Time,
                   tg-time-grid
           end-call
           .

      *> every consultant's week record for the store is looked at -
      *> the customer's booking on the reading's date whose slot
      *> starts nearest the reading time wins
        find-reading-slot.
           move "n" to mt-found mt-booked-that-day
           move 99999 to mt-best-diff
           compute mt-reading-mins =
              rd-reading-hh * 60 + rd-reading-mm

           move rd-reading-date to sf-date
           call "dateinfo" using sf-date di-date-info

           move rd-store-id to app-store-id
           move sf-yyyy to app-year
           move di-week-num to app-week
           move 0 to app-consultant-id
           start appointment-file
               key >= appointment-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read appointment-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 or app-store-id not equals rd-store-id
                 or app-year not equals sf-yyyy
                 or app-week not equals di-week-num
                 move "y" to eof
              end-if
              if eof not equals "y"
                 perform weigh-record-slots
              end-if
           end-perform
           .

        weigh-record-slots.
           perform varying counter from 1 by 1
                until counter > tg-num-slots
              if app-cust-id of
                    app-days(di-day-of-week-num counter)
                    equals rd-customer-id
                 and not app-slot-double-cont
                    (di-day-of-week-num counter)
                 perform weigh-booked-slot
              end-if
           end-perform
           .

        weigh-booked-slot.
           move "y" to mt-booked-that-day
           compute mt-slot-mins =
              (tg-slot-lower(counter) / 100) * 60
              + function mod(tg-slot-lower(counter) 100)
           compute mt-this-diff = mt-reading-mins - mt-slot-mins
           if mt-this-diff < 0
              compute mt-this-diff = 0 - mt-this-diff
           end-if
           if mt-this-diff > II-MATCH-WINDOW-MINS
              or mt-this-diff >= mt-best-diff
              exit paragraph
           end-if
           move mt-this-diff to mt-best-diff
           move "y" to mt-found
           move app-year to mt-year
           move app-week to mt-week
           move app-consultant-id to mt-consultant-id
           move di-day-of-week-num to mt-day
           move counter to mt-slot
           .

      *> IOP or VA into the slot's clinical result - whatever the
      *> other instrument already put there is kept, but a result
      *> the consultant has confirmed is never overwritten
        prefill-clinical-result.
           move rd-store-id to ar-store-id
           move mt-year to ar-year
           move mt-week to ar-week
           move mt-consultant-id to ar-consultant-id
           move mt-day to ar-day
           move mt-slot to ar-slot
           read apresult-file
              invalid key continue
           end-read
           if fs-okay
              and ar-customer-id equals rd-customer-id
              and not ar-awaiting-confirm
              move "Result already confirmed" to ii-reason
              exit paragraph
           end-if
           if not fs-okay
              or ar-customer-id not equals rd-customer-id
              move spaces to ar-va-right ar-va-left ar-outcome-note
              move 0 to ar-iop-right ar-iop-left
              move rd-customer-id to ar-customer-id
           end-if

           if rd-tonometer
              move rd-iop-right to ar-iop-right
              move rd-iop-left to ar-iop-left
           else
              move rd-va-right to ar-va-right
              move rd-va-left to ar-va-left
           end-if
           move rd-reading-date to ar-recorded-date
           move "INSTRUMENT" to ar-recorded-by
           move "I" to ar-import-status

           write appointment-result
           if fs-key-already-exists
              rewrite appointment-result
           end-if
           perform check-file-status
           move "M" to ii-outcome
           .

        prefill-field-result.
           move rd-store-id to vf-store-id
           move mt-year to vf-year
           move mt-week to vf-week
           move mt-consultant-id to vf-consultant-id
           move mt-day to vf-day
           move mt-slot to vf-slot
           move rd-vf-eye to vf-eye
           read vfresult-file
              invalid key continue
           end-read
           if fs-okay
              and vf-customer-id equals rd-customer-id
              and not vf-awaiting-confirm
              move "Result already confirmed" to ii-reason
              exit paragraph
           end-if

           move rd-customer-id to vf-customer-id
           move rd-reading-date to vf-test-date
           move rd-reading-time to vf-test-time
           move rd-vf-test-type to vf-test-type
           compute vf-mean-deviation = function numval(rd-vf-md)
           move rd-vf-reliability to vf-reliability
           move "I" to vf-import-status
           move spaces to vf-confirmed-by

           write vf-result
           if fs-key-already-exists
              rewrite vf-result
           end-if
           perform check-file-status
           move "M" to ii-outcome
           .

        write-exception-report.
           open output exception-report
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           open input instexc-file
           if fs-okay
              write report-line from report-column-line
              move "n" to eof
              perform until eof equals "y"
                 read instexc-file next record
                    at end move "y" to eof
                 end-read
                 if not fs-okay
                    move "y" to eof
                 end-if
                 if eof not equals "y"
                    add 1 to ii-outstanding
                    move ie-instrument to rpt-instrument
                    move ie-customer-id to rpt-customer-id
                    move ie-reading-date to rpt-date
                    move ie-reading-time to rpt-time
                    move ie-store-id to rpt-store-id
                    move ie-payload to rpt-payload
                    move ie-reason to rpt-reason
                    move ie-tries to rpt-tries
                    write report-line from report-detail-line
                 end-if
              end-perform
              close instexc-file
           end-if

           if ii-outstanding equals 0
              write report-line from report-none-line
           end-if
           close exception-report
           .

       copy "common.cpy".
