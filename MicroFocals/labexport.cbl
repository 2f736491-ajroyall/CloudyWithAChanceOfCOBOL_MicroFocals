      *> customer, frame, lens specification. the matching status
      *> import is labimport.cbl. headless, for the overnight
      *> run-control list.
      *> the lab comes off the supplier master: a job that already
      *> names one (a remake goes back to the lab that made the
      *> original) keeps it, a job ordered against a catalogue lens
      *> goes to the lab that makes that lens, and anything else
      *> goes to the default lab.
      *> the job is stamped with the lab id and its promised lead
      *> time, and the line carries the lab and our account number
      *> with them. no default lab on file leaves the job on the
      *> house lab (zero), as before the master.

       environment division.
       special-names.
      *> the Rx the job was cut to rides on the order line so the
      *> lab cuts to the prescription, not to free text
       copy "prescription-fc.cpy".
       copy "supplier-fc.cpy".
       copy "lenscat-fc.cpy".

       select lab-order-file assign "$MFOCALDIR/laborders.txt"
        organization is line sequential
       data division.
       copy "disporder-fd.cpy".
       copy "prescription-fd.cpy".
       copy "supplier-fd.cpy".
       copy "lenscat-fd.cpy".

       fd lab-order-file.
       01 lab-order-line        pic x(220).

       working-storage section.
       copy "common_ws.cpy".
       01 lx-sent-count         binary-long value 0.
       01 lx-rx-date            pic 9(8).
       01 lx-no-rx-file         pic x value "n".
       01 lx-no-supplier-file   pic x value "n".
       01 lx-no-lenscat-file    pic x value "n".
       01 lx-default-lab        pic 9(5) value 0.

      *> outbound interface framing and register (ifcreg.cbl)
       01 ifc-request.
       copy "ifcreq.cpy" replacing ==:Prefix-:== by ==ifc-==.

       01 date-today-temp.
         03 yyyy      pic xxxx.
      *> prescription - spaces when the order is an untied legacy one
         03 filler              pic x value space.
         03 lo-rx-values        pic x(50).
      *> supplier master id of the lab and our account with it
         03 filler              pic x value space.
         03 lo-lab-id           pic 9(5).
         03 filler              pic x value space.
         03 lo-lab-account      pic x(20).
      *> lens catalogue code - spaces on a free-text legacy job
         03 filler              pic x value space.
         03 lo-lens-code        pic x(10).

       linkage section.

              move "y" to lx-no-rx-file
           end-if

           open input supplier-file
           if fs-okay
              perform find-default-lab
           else
              move "y" to lx-no-supplier-file
           end-if

           open input lenscat-file
           if not fs-okay
              move "y" to lx-no-lenscat-file
           end-if

           open output lab-order-file
           perform begin-interface-file

           move 0 to do-order-id
           start disporder-file
           end-perform

           close disporder-file
           perform end-interface-file
           if lx-no-rx-file not equals "y"
              close prescription-file
           end-if
           if lx-no-supplier-file not equals "y"
              close supplier-file
           end-if
           if lx-no-lenscat-file not equals "y"
              close lenscat-file
           end-if

           display lx-sent-count " job(s) written to the lab order"
              " file and marked at-lab"
           move do-frame-details to lo-frame
           move do-lens-details to lo-lens
           perform fill-rx-values
           move do-lens-code to lo-lens-code
           if do-lab-id equals 0
              perform find-lens-lab
           end-if
           if do-lab-id equals 0
              move lx-default-lab to do-lab-id
           end-if
           perform fill-lab-details
           write lab-order-line from lab-order-detail
           move "R" to ifc-action
           move length of lab-order-detail to ifc-record-len
           call "ifcreg" using ifc-request lab-order-detail
           end-call

      *> the export IS the send - stamped exactly as the counter's
      *> [S]ent key would have
           add 1 to lx-sent-count
           .

      *> the one lab flagged as default on the supplier master
        find-default-lab.
           move 0 to su-supplier-id
           start supplier-file
               key > su-supplier-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read supplier-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and su-is-default-lab
                 and su-supplies-lab
                 move su-supplier-id to lx-default-lab
                 move "y" to eof
              end-if
           end-perform
           .

        find-lens-lab.
           if lx-no-lenscat-file equals "y"
              or do-lens-code equals spaces
              exit paragraph
           end-if
           move do-lens-code to lc-lens-code
           read lenscat-file
              invalid key
                 exit paragraph
           end-read
           move lc-supplier-id to do-lab-id
           .

        fill-lab-details.
           move do-lab-id to lo-lab-id
           move spaces to lo-lab-account
           move 0 to do-lab-lead-days
           if lx-no-supplier-file equals "y"
              or do-lab-id equals 0
              exit paragraph
           end-if
           move do-lab-id to su-supplier-id
           read supplier-file
              invalid key
                 exit paragraph
           end-read
           move su-account-no to lo-lab-account
           move su-lead-days to do-lab-lead-days
           .

      *> the lens specification off the linked prescription - an
      *> untied order ships with the free-text lens details alone
        fill-rx-values.
           end-string
           .

      *> the lab order file goes out framed - the standard header first,
      *> the trailer carrying the record count and hash total last - and
      *> is registered once closed (ifcreg.cbl)
        begin-interface-file.
           move "B" to ifc-action
           move "LABORDER" to ifc-interface
           move "$MFOCALDIR/laborders.txt" to ifc-file-name
           move "n" to ifc-appended
           move 0 to ifc-own-seq
           call "ifcreg" using ifc-request lab-order-line
           end-call
           write lab-order-line from ifc-frame-line
           .

        end-interface-file.
           move "E" to ifc-action
           call "ifcreg" using ifc-request lab-order-line
           end-call
           write lab-order-line from ifc-frame-line
           close lab-order-file
           move "K" to ifc-action
           call "ifcreg" using ifc-request lab-order-line
           end-call
           .

       copy "common.cpy".
