       identification division.
       program-id. settleload.

      *> card settlement import - loads the acquirer's daily
      *> settlement file, $MFOCALDIR/settlement.csv, one
      *> "merchant id,trading date,settled date,amount,transactions"
      *> row per terminal per trading day (dates yyyymmdd), into the
      *> settlement file (settle-fd.cpy) for bankrec.cbl to reconcile.
      *> the acquirer knows terminals by merchant id, not store, so
      *> $MFOCALDIR/merchants.dat maps them - one "merchant-id store"
      *> pair per line. a heading row, a row that doesn't parse, or
      *> one for a merchant id nobody has mapped is rejected and
      *> listed, with the rest, on settleload.txt; a row already
      *> loaded is replaced, so a re-sent file can simply be loaded
      *> again. headless, for the overnight run-control list, and
      *> run from the cash-up menu.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "settle-fc.cpy".

       select settlement-csv-file assign "$MFOCALDIR/settlement.csv"
        organization is line sequential
        status is ws-file-status.

       select merchant-file assign "$MFOCALDIR/merchants.dat"
        organization is line sequential
        status is ws-file-status.

       select load-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "settle-fd.cpy".

       fd settlement-csv-file.
       01 csv-line               pic x(100).

       fd merchant-file.
       01 merchant-line          pic x(40).

       fd load-report.
       01 report-line            pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename           pic x(20) value "settleload.txt".
       01 eof                    pic x.

       78 SL-MAX-MERCHANTS       value 100.
       01 sl-merchant occurs SL-MAX-MERCHANTS.
         03 sl-mer-id            pic x(15).
         03 sl-mer-store         pic 9(5).
       01 sl-merchant-count      binary-long value 0.
       01 sl-mer-idx             binary-long.
       01 sl-map-id              pic x(15).
       01 sl-map-store           pic x(10).

       01 sl-csv-merchant        pic x(15).
       01 sl-csv-trade-date      pic x(10).
       01 sl-csv-settled-date    pic x(10).
       01 sl-csv-amount          pic x(15).
       01 sl-csv-count           pic x(10).
       01 sl-check-date          pic 9(8).
       01 sl-reject-reason       pic x(30).

       01 sl-loaded              binary-long value 0.
       01 sl-rejected            binary-long value 0.

       01 date-today-temp.
         03 yyyy                 pic xxxx.
         03 mm                   pic xx.
         03 dd                   pic xx.

       01 report-header-line.
         03 filler               pic x(29)
            value "Card settlement import - run ".
         03 rpt-hdr-date         pic 9(8).

       01 report-loaded-line.
         03 filler               pic x(9)  value "Loaded   ".
         03 rpt-ld-merchant      pic x(15).
         03 filler               pic x(7)  value " store ".
         03 rpt-ld-store         pic 9(5).
         03 filler               pic x(8)  value " traded ".
         03 rpt-ld-trade-date    pic 9(8).
         03 filler               pic x(2)  value spaces.
         03 rpt-ld-amount        pic zzzzzz9.99-.

       01 report-reject-line.
         03 filler               pic x(9)  value "Rejected ".
         03 rpt-rj-reason        pic x(30).
         03 filler               pic x     value space.
         03 rpt-rj-line          pic x(60).

       01 report-total-line.
         03 rpt-tot-label        pic x(20).
         03 rpt-tot-count        pic zzzz9.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD

           open output load-report
           move date-today-temp to rpt-hdr-date
           write report-line from report-header-line

           perform load-merchant-map

           open input settlement-csv-file
           if ws-file-status equals "35"
              move "No settlement.csv to load" to report-line
              write report-line
              close load-report
              goback
           end-if
           move "settlement-csv-file" to fs-current-file
           perform check-file-status

           open i-o settle-file
           if ws-file-status equals "35"
              open output settle-file
           end-if
           move "settle-file" to fs-current-file
           perform check-file-status

           move "n" to eof
           perform until eof equals "y"
              read settlement-csv-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y" and csv-line not equals spaces
                 perform load-one-settlement
              end-if
           end-perform

           close settlement-csv-file
           close settle-file
           perform check-file-status

           move spaces to report-line
           write report-line
           move "Rows loaded" to rpt-tot-label
           move sl-loaded to rpt-tot-count
           write report-line from report-total-line
           move "Rows rejected" to rpt-tot-label
           move sl-rejected to rpt-tot-count
           write report-line from report-total-line
           close load-report

           goback.

        load-merchant-map.
           open input merchant-file
           if not fs-okay
              exit paragraph
           end-if
           move "n" to eof
           perform until eof equals "y"
              read merchant-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and merchant-line not equals spaces
                 and sl-merchant-count < SL-MAX-MERCHANTS
                 move spaces to sl-map-id sl-map-store
                 unstring merchant-line delimited by all spaces
                    into sl-map-id, sl-map-store
                 end-unstring
                 if function test-numval(sl-map-store) equals 0
                    add 1 to sl-merchant-count
                    move sl-map-id to sl-mer-id(sl-merchant-count)
                    move function numval(sl-map-store)
                       to sl-mer-store(sl-merchant-count)
                 end-if
              end-if
           end-perform
           close merchant-file
           .

        load-one-settlement.
           move spaces to sl-csv-merchant sl-csv-trade-date
                          sl-csv-settled-date sl-csv-amount
                          sl-csv-count sl-reject-reason
           unstring csv-line delimited by ","
              into sl-csv-merchant, sl-csv-trade-date,
                   sl-csv-settled-date, sl-csv-amount, sl-csv-count
           end-unstring
           if sl-csv-count equals spaces
              move "0" to sl-csv-count
           end-if

           evaluate true
              when sl-csv-merchant equals spaces
                 or function test-numval(sl-csv-trade-date)
                    not equals 0
                 or function test-numval(sl-csv-settled-date)
                    not equals 0
                 or function test-numval(sl-csv-amount) not equals 0
                 or function test-numval(sl-csv-count) not equals 0
                 move "not a settlement row" to sl-reject-reason
              when other
                 perform check-settlement-dates
           end-evaluate

           if sl-reject-reason equals spaces
              perform varying sl-mer-idx from 1 by 1
                   until sl-mer-idx > sl-merchant-count
                 if sl-mer-id(sl-mer-idx) equals sl-csv-merchant
                    exit perform
                 end-if
              end-perform
              if sl-mer-idx > sl-merchant-count
                 move "merchant id not mapped" to sl-reject-reason
              end-if
           end-if

           if sl-reject-reason not equals spaces
              add 1 to sl-rejected
              move sl-reject-reason to rpt-rj-reason
              move csv-line to rpt-rj-line
              write report-line from report-reject-line
              exit paragraph
           end-if

           move sl-mer-store(sl-mer-idx) to cs-store-id
           move function numval(sl-csv-trade-date) to cs-trade-date
           move sl-csv-merchant to cs-merchant-id
           move function numval(sl-csv-settled-date)
              to cs-settled-date
           move function numval(sl-csv-amount) to cs-amount
           move function numval(sl-csv-count) to cs-txn-count
           move date-today-temp to cs-loaded-date
           write settle-entry
           if fs-key-already-exists
              rewrite settle-entry
           end-if
           if not fs-okay
              add 1 to sl-rejected
              move "could not be written" to rpt-rj-reason
              move csv-line to rpt-rj-line
              write report-line from report-reject-line
              exit paragraph
           end-if

           add 1 to sl-loaded
           move cs-merchant-id to rpt-ld-merchant
           move cs-store-id to rpt-ld-store
           move cs-trade-date to rpt-ld-trade-date
           move cs-amount to rpt-ld-amount
           write report-line from report-loaded-line
           .

        check-settlement-dates.
           move function numval(sl-csv-trade-date) to sl-check-date
           if function test-date-yyyymmdd(sl-check-date) not equals 0
              move "bad trading date" to sl-reject-reason
              exit paragraph
           end-if
           move function numval(sl-csv-settled-date) to sl-check-date
           if function test-date-yyyymmdd(sl-check-date) not equals 0
              move "bad settled date" to sl-reject-reason
           end-if
           .

       copy "common.cpy".
