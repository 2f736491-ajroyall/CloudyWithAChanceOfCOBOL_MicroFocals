           end-if

           display g-consultantsadd
           perform idle-accept-start
           accept g-consultantsadd timeout after idle-accept-secs
           perform idle-accept-check

           move key-code-1 to key-code-1-display
           if key-type equals adis-term-prog
           move "n" to field-valid
           perform until field-valid equals "y"
              display g-patterndate
              perform idle-accept-start
              accept g-patterndate timeout after idle-accept-secs
              perform idle-accept-check
              call "valdated" using
                 by reference z"dd/mm/yyyy"
                 by reference wp-in-date
           initialize mfc-consultant
           move 0 to mfc-Consultant-Id
           display g-link-consultant-id
           perform idle-accept-start
           accept g-link-consultant-id timeout after idle-accept-secs
           perform idle-accept-check

           open input consultants-file
           perform check-file-status
           else
                move "Gender is invalid, use M/F" to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-gender timeout after idle-accept-secs
                perform idle-accept-check
           end-if
           .

           else
                move "Title is invalid" to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-title timeout after idle-accept-secs
                perform idle-accept-check
           end-if
           .

           else
                move "glaucoma is invalid, y/n" to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-glaucoma timeout after idle-accept-secs
                perform idle-accept-check
           end-if
           .

           else
                move "cataracts is invalid, y/n" to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-cataracts timeout after idle-accept-secs
                perform idle-accept-check
           end-if
           .

           else
                move "diabetic is invalid, y/n" to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-diabetic-retinopathy
                   timeout after idle-accept-secs
                perform idle-accept-check
           end-if
           .

           else
                move "colour blindness is invalid, y/n" to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-colour-blindness timeout after idle-accept-secs
                perform idle-accept-check
           end-if
           .

           if field-valid equals "n"
                move "Working days must be Y or N" to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-workdays timeout after idle-accept-secs
                perform idle-accept-check
           end-if
           .

                move "Work start must be before work end, hhmm"
                     to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-workhours timeout after idle-accept-secs
                perform idle-accept-check
           end-if
           .

      *> rate; a non-locum leaves everything blank
        ac-locum section.
           display g-locum
           perform idle-accept-start
           accept g-locum timeout after idle-accept-secs
           perform idle-accept-check
           move function upper-case(mfc-Is-Locum) to mfc-Is-Locum
           if mfc-Is-Locum not equals "Y"
              move space to mfc-Is-Locum

        ac-gocreg section.
           display g-gocreg
           perform idle-accept-start
           accept g-gocreg timeout after idle-accept-secs
           perform idle-accept-check
           if mfc-goc-exp-dd equals 0 and mfc-goc-exp-mm equals 0
              and mfc-goc-exp-yyyy equals 0
              move "y" to field-valid
