      *> ready-for-collection notice on the consented channel
       copy "customer-fc.cpy".

       select lab-status-file assign to dynamic li-in-filename
        organization is line sequential
        status is ws-file-status.

       select reject-report assign to dynamic rpt-filename
        organization is line sequential
        status is ws-file-status.

       data division.
       copy "disporder-fd.cpy".
       01 li-rejected           binary-long value 0.
       01 li-unknown            binary-long value 0.

      *> lines this import can't apply go to suspense (suspadd.cbl)
       01 suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==sus-==.
       01 li-in-filename        pic x(60) value
          "$MFOCALDIR/labstatus.txt".
       01 li-suspended          binary-long value 0.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.

       procedure division.
           accept date-today-temp from date YYYYMMDD
           perform check-replay-mode

           open input lab-status-file
           if not fs-okay
              goback
           end-if

      *> a re-applied line adds to last night's rejections rather
      *> than starting the report again
           if sus-replaying equals "y"
              open extend reject-report
           end-if
           if sus-replaying not equals "y"
              or ws-file-status equals "35"
              open output reject-report
              write report-line from report-header-line
           end-if

           move "n" to eof
           perform until eof equals "y"
              display li-unknown
                 " line(s) with unrecognised status left untouched"
           end-if
           if li-suspended not equals 0
              display li-suspended " line(s) put to suspense"
           end-if
           goback.

        apply-one-status.
           move ls-order-id to do-order-id
           read disporder-file
              invalid key
                 move "Order id not on file" to sus-reason
                 perform suspend-line
                 exit paragraph
           end-read

                 move yyyy to do-back-yyyy
                 move mm to do-back-mm
                 move dd to do-back-dd
      *> back means back on the bench - the lenses still have to
      *> pass their goods-in check (labqc.cbl) before collection
                 move space to do-qc-status
                 rewrite dispensing-order
                 add 1 to li-applied
                 perform queue-ready-notice
                 write report-line from report-detail-line
              when other
                 add 1 to li-unknown
                 move "Status word not recognised" to sus-reason
                 perform suspend-line
           end-evaluate
           .

           end-call
           .

      *> a single line being re-applied from the suspense screen is
      *> read from the replay file instead of the lab's
        check-replay-mode.
           move "Q" to sus-action
           call "suspadd" using suspense-request
           end-call
           if sus-replaying equals "y"
              move SUSPENSE-REPLAY-FILE to li-in-filename
           end-if
           .

      *> the line as it arrived goes to suspense with the reason
      *> already in sus-reason
        suspend-line.
           move "A" to sus-action
           move "LABSTAT" to sus-source
           move lab-status-line to sus-raw-line
           call "suspadd" using suspense-request
           end-call
           add 1 to li-suspended
           .

       copy "common.cpy".
