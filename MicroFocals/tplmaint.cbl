           display "Pick template on the popup, accept to load"
              at line 3 column 4
           display g-tplmaintpopup
           perform idle-accept-start
           accept g-tplmaintpopup timeout after idle-accept-secs
           perform f1-or-quit

           perform resolve-template-filename
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-tplmaintpopup
              perform idle-accept-start
              accept g-tplmaintpopup timeout after idle-accept-secs
              perform f1-or-quit
      *> the template file was fixed when it was loaded - changing
      *> the selector here would save these lines over the OTHER
      $end

        resolve-template-filename.
           evaluate tp-which
              when "C" when "c"
                 move "$MFOCALDIR/confletter.tpl" to tp-filename
              when "R" when "r"
                 move "$MFOCALDIR/rxcopy.tpl" to tp-filename
              when other
                 move "$MFOCALDIR/gpletter.tpl" to tp-filename
           end-evaluate
           .

        load-template.
              move "Date: <APPTDAY> <APPTDATE>" to tp-text(5)
              move "Time: <APPTTIME>" to tp-text(6)
              move 6 to tp-line-count
           else
           if tp-which equals "R" or tp-which equals "r"
              move "<STORENAME>" to tp-text(1)
              move "<STOREADDR>" to tp-text(2)
              move spaces to tp-text(3)
              move "Prescription copy issued <DATE>" to tp-text(4)
              move spaces to tp-text(5)
              move "Patient:       <CUSTNAME>" to tp-text(6)
              move "Date of birth: <DOB>" to tp-text(7)
              move "Type:          <RXTYPE>    Test date: <RXDATE>"
                 to tp-text(8)
              move spaces to tp-text(9)
              move "          Sph     Cyl  Axis    Add" to tp-text(10)
              move "Right  <RXRIGHT>" to tp-text(11)
              move "Left   <RXLEFT>" to tp-text(12)
              move spaces to tp-text(13)
              move "Tested by:     <CONSULTANT>" to tp-text(14)
              move "GOC number:    <GOCNUM>" to tp-text(15)
              move "Review due:    <REVIEWDUE>" to tp-text(16)
              move spaces to tp-text(17)
              move "Issued in accordance with the Opticians Act 1989."
                 to tp-text(18)
              move 18 to tp-line-count
           else
              move "Date: <DATE>" to tp-text(1)
              move spaces to tp-text(2)
              move "Yours faithfully," to tp-text(12)
              move 12 to tp-line-count
           end-if
           end-if
           perform save-template
           .

