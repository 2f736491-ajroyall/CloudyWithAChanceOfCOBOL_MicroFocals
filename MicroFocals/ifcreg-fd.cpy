      *> outbound interface register - one entry per file sent to a
      *> partner (NHS, lab, hospital trust, web team, SMS gateway,
      *> head office), written by ifcreg.cbl as the sending program
      *> finishes the file. each file carries the standard header and
      *> trailer (sender, sequence number, record count, hash total)
      *> and a kept copy is taken, so what went out can be proved and
      *> re-sent from ifcview.cbl under the same sequence number.
       fd ifcreg-file.
       01 ifcreg-entry.
         03 ir-key.
           05 ir-interface        pic x(8).
           05 ir-seq              pic 9(9).
         03 ir-partner            pic x(8).
      *> the outbound file as the partner collects it (as the sending
      *> program assigns it - a leading $MFOCALDIR/ stands for the
      *> data directory) and the copy kept of exactly what was sent
         03 ir-file-name          pic x(40).
         03 ir-kept-path          pic x(80).
      *> "y" when the outbound file is appended to run after run -
      *> the kept copy then holds just this run's batch, and a
      *> re-send appends it again rather than replacing the file
         03 ir-appended           pic x.
         03 ir-status             pic x.
           88 ir-status-open      value "O".
           88 ir-status-sent      value "S".
         03 ir-sent-date          pic 9(8).
         03 ir-sent-time          pic 9(8).
         03 ir-record-count       pic 9(9).
         03 ir-hash-total         pic 9(15).
         03 ir-resend-count       pic 9(3).
         03 ir-last-resend-date   pic 9(8).
         03 ir-last-resend-by     pic x(10).
