       identification division.
       program-id. piimask.

      *> masks a customer's date of birth, NHS number and phone
      *> number on the way out to a printed list or an export, so
      *> every output does it the same way - see piireq.cpy for the
      *> actions. how each output shows each identifier is set in
      *> $MFOCALDIR/masking.dat, kept by hand, one line per output:
      *> the output's name then three letters for date of birth, NHS
      *> number and phone, "M" masked or "H" hidden, e.g.
      *>     sickday     MMH
      *> an output with no line, or a letter that is neither, is
      *> masked. the mode is fetched on "O" and handed back in the
      *> request block, so one program can hold two outputs open at
      *> once. printing in full is a supervisor's choice at the time
      *> and goes on the restricted-record access log.

       environment division.
       input-output section.
       file-control.
       select masking-file assign "$MFOCALDIR/masking.dat"
        organization is line sequential
        status is ws-file-status.

       data division.
       fd masking-file.
       01 masking-line           pic x(40).

       working-storage section.
       copy "common_ws.cpy".

       01 pm-result              binary-long.
       01 pm-eof                 pic x.
       01 pm-map-output          pic x(12).
       01 pm-map-modes           pic x(3).
       01 pm-mode                pic x.
       01 pm-pos                 binary-long.
       01 pm-digits              binary-long.

       01 access-request.
         03 al-rq-operator       pic x(10).
         03 al-rq-program        pic x(12).
         03 al-rq-customer-id    pic 9(9).

       linkage section.
       01 lnk-pm-request.
       copy "piireq.cpy" replacing ==:Prefix-:== by ==lnk-pm-==.

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-pm-request.
           move PIIMASK-OK to pm-result
           evaluate true
              when lnk-pm-action-open
                 perform open-output-modes
              when lnk-pm-action-mask
                 perform mask-value
           end-evaluate
           goback returning pm-result.

        open-output-modes.
           move "M" to lnk-pm-dob-mode lnk-pm-nhs-mode lnk-pm-tel-mode
           move 0 to lnk-pm-logged-customer
           if lnk-pm-printed-in-full
              if lnk-pm-role equals "S" or "s" or "M" or "m"
                 continue
              else
                 move "N" to lnk-pm-in-full
                 move PIIMASK-NOT-ALLOWED to pm-result
              end-if
           else
              move "N" to lnk-pm-in-full
           end-if

           open input masking-file
           if not fs-okay
              exit paragraph
           end-if
           move "n" to pm-eof
           perform until pm-eof equals "y"
              read masking-file next record
                 at end move "y" to pm-eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to pm-eof
              end-if
              if pm-eof not equals "y"
                 and masking-line not equals spaces
                 move spaces to pm-map-output pm-map-modes
                 unstring masking-line delimited by all spaces
                    into pm-map-output, pm-map-modes
                 end-unstring
                 if function lower-case(pm-map-output)
                       equals function lower-case(lnk-pm-output)
                    move function upper-case(pm-map-modes)
                       to pm-map-modes
                    move pm-map-modes(1:1) to lnk-pm-dob-mode
                    move pm-map-modes(2:1) to lnk-pm-nhs-mode
                    move pm-map-modes(3:1) to lnk-pm-tel-mode
                    move "y" to pm-eof
                 end-if
              end-if
           end-perform
           close masking-file

           if lnk-pm-dob-mode not equals "H"
              move "M" to lnk-pm-dob-mode
           end-if
           if lnk-pm-nhs-mode not equals "H"
              move "M" to lnk-pm-nhs-mode
           end-if
           if lnk-pm-tel-mode not equals "H"
              move "M" to lnk-pm-tel-mode
           end-if
           .

      *> nothing to mask costs nothing - an empty value is neither
      *> masked nor logged
        mask-value.
           if lnk-pm-value equals spaces
              exit paragraph
           end-if

           if lnk-pm-printed-in-full
              if lnk-pm-customer-id not equals 0
                 and lnk-pm-customer-id
                    not equals lnk-pm-logged-customer
                 move lnk-pm-operator to al-rq-operator
                 move lnk-pm-output to al-rq-program
                 move lnk-pm-customer-id to al-rq-customer-id
                 call "accesslog" using access-request
                 end-call
                 move lnk-pm-customer-id to lnk-pm-logged-customer
              end-if
              exit paragraph
           end-if

           evaluate true
              when lnk-pm-kind-dob
                 move lnk-pm-dob-mode to pm-mode
              when lnk-pm-kind-nhs
                 move lnk-pm-nhs-mode to pm-mode
              when other
                 move lnk-pm-tel-mode to pm-mode
           end-evaluate
           if pm-mode equals "H"
              move spaces to lnk-pm-value
              exit paragraph
           end-if

      *> the last four digits stay, every digit before them is
      *> starred - spacing and separators are left as they were
           move 0 to pm-digits
           perform varying pm-pos from length of lnk-pm-value by -1
                until pm-pos < 1
              if lnk-pm-value(pm-pos:1) is numeric
                 add 1 to pm-digits
                 if pm-digits > 4
                    move "*" to lnk-pm-value(pm-pos:1)
                 end-if
              end-if
           end-perform
           .

       copy "common.cpy".
