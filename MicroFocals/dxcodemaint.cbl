       identification division.
       program-id. dxcodemaint.

      *> diagnosis code list maintenance - the conditions the
      *> consultant picks from when recording what was found at a
      *> visit (clinrec.cbl), each with its ICD-10 code, the
      *> customer record condition flag it keeps in step, if any,
      *> and the recall interval that flag's review date is set
      *> from. a blank code on the entry popup leaves the list as it
      *> was, as does a new code with no description. a code is
      *> retired (active N) rather than removed, since diagnoses
      *> already made under it still show and still count in the
      *> prevalence report (dxprev.cbl).
      *> the first time round the list is seeded with the
      *> conditions every practice sees, the four flagged on the
      *> customer record among them.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "dxcode-fc.cpy".

       data division.
       copy "dxcode-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       78 DC-MAX-LIST                  value 12.
       01 dc-list-count                binary-long value 0.
       01 dc-list occurs DC-MAX-LIST.
          03 dc-list-code              pic x(6).
          03 dc-list-description       pic x(30).
          03 dc-list-icd10             pic x(8).
          03 dc-list-flag              pic x.
          03 dc-list-recall-months     pic z9.
          03 dc-list-active            pic x.

       01 dc-row                       binary-long.
       01 ls-eof                       pic x.

       01 dc-in-code                   pic x(6).
       01 dc-in-description            pic x(30).
       01 dc-in-icd10                  pic x(8).
       01 dc-in-flag                   pic x.
       01 dc-in-recall-months          pic 99.
       01 dc-in-active                 pic x.

      *> the starting list - code, description, ICD-10 code,
      *> condition flag and recall months
       01 dc-seed-values.
         03 filler pic x(48) value
            "DR    Diabetic retinopathy          H36.0   D12".
         03 filler pic x(48) value
            "GLAUC Glaucoma                      H40.9   G12".
         03 filler pic x(48) value
            "OHT   Ocular hypertension           H40.0    12".
         03 filler pic x(48) value
            "CAT   Cataract                      H26.9   C12".
         03 filler pic x(48) value
            "CVD   Colour vision deficiency      H53.5   B00".
         03 filler pic x(48) value
            "AMD   Macular degeneration          H35.3    12".
         03 filler pic x(48) value
            "DRYEYEDry eye                       H04.1    00".
         03 filler pic x(48) value
            "KCN   Keratoconus                   H18.6    12".
         03 filler pic x(48) value
            "BLEPH Blepharitis                   H01.0    00".
       01 redefines dc-seed-values.
         03 dc-seed occurs 9.
           05 dc-seed-code             pic x(6).
           05 dc-seed-description      pic x(30).
           05 dc-seed-icd10            pic x(8).
           05 dc-seed-flag             pic x.
           05 dc-seed-recall-months    pic 99.
           05 filler                   pic x.
       01 dc-seed-idx                  binary-long.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "dxcodepopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Diagnosis Codes" to Menu-Name
           move "DX_M01" to Menu-Id

           perform load-code-list
           perform show-code-list

           move spaces to dc-in-code dc-in-description dc-in-icd10
                          dc-in-flag
           move 0 to dc-in-recall-months
           move "Y" to dc-in-active

           display g-dxcodepopup
           perform idle-accept-start
           accept g-dxcodepopup timeout after idle-accept-secs
           perform f1-or-quit

           if dc-in-code not equals spaces
              perform write-code-line
           end-if

           goback.
      $end

        load-code-list.
           move 0 to dc-list-count
           open input dxcode-file
           if ws-file-status equals "35"
              perform seed-code-list
              open input dxcode-file
           end-if
           if fs-okay
              move low-values to dc-code
              start dxcode-file
                  key >= dc-code
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read dxcode-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and
                    ls-eof not equals "y" and
                    dc-list-count < DC-MAX-LIST
                    add 1 to dc-list-count
                    move dc-code to dc-list-code(dc-list-count)
                    move dc-description
                       to dc-list-description(dc-list-count)
                    move dc-icd10 to dc-list-icd10(dc-list-count)
                    move dc-flag to dc-list-flag(dc-list-count)
                    move dc-recall-months
                       to dc-list-recall-months(dc-list-count)
                    move dc-active to dc-list-active(dc-list-count)
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close dxcode-file
           end-if
           .

      *> no list yet - start it with the usual conditions so the
      *> consultants can record diagnoses straight away
        seed-code-list.
           open output dxcode-file
           perform check-file-status
           perform varying dc-seed-idx from 1 by 1
                until dc-seed-idx > 9
              move dc-seed-code(dc-seed-idx) to dc-code
              move dc-seed-description(dc-seed-idx) to dc-description
              move dc-seed-icd10(dc-seed-idx) to dc-icd10
              move dc-seed-flag(dc-seed-idx) to dc-flag
              move dc-seed-recall-months(dc-seed-idx)
                 to dc-recall-months
              move "Y" to dc-active
              move lnk-Operator-Id to dc-updated-by
              write dxcode-entry
              perform check-file-status
           end-perform
           close dxcode-file
           perform check-file-status
           .

        show-code-list.
           perform clr-screen
           display g-menuheader
           display
              "Code   Description                    ICD-10  Flag" &
              " Recall Active" at line 3 column 4

           if dc-list-count equals 0
              display "No diagnosis codes recorded"
                 at line 5 column 4
           else
              perform varying dc-row from 1 by 1
                  until dc-row > dc-list-count
                 display dc-list-code(dc-row) at line dc-row + 4
                    column 4
                 display dc-list-description(dc-row)
                    at line dc-row + 4 column 11
                 display dc-list-icd10(dc-row)
                    at line dc-row + 4 column 42
                 display dc-list-flag(dc-row)
                    at line dc-row + 4 column 51
                 display dc-list-recall-months(dc-row)
                    at line dc-row + 4 column 57
                 display dc-list-active(dc-row)
                    at line dc-row + 4 column 63
              end-perform
           end-if
           .

        write-code-line.
           move function upper-case(dc-in-code) to dc-code

           open i-o dxcode-file
           if ws-file-status equals "35"
              open output dxcode-file
           end-if
           perform check-file-status

      *> a blank description keeps what's on file, so a code can
      *> be retired or brought back just by keying it and the flag;
      *> a new code needs one
           read dxcode-file
              invalid key
                 if dc-in-description equals spaces
                    close dxcode-file
                    exit paragraph
                 end-if
                 initialize dxcode-entry
                 move function upper-case(dc-in-code) to dc-code
           end-read
           if dc-in-description not equals spaces
              move dc-in-description to dc-description
              move function upper-case(dc-in-icd10) to dc-icd10
              move function upper-case(dc-in-flag) to dc-flag
              if not dc-flag-dr and not dc-flag-glaucoma
                 and not dc-flag-cataracts and not dc-flag-colour
                 move space to dc-flag
              end-if
              move dc-in-recall-months to dc-recall-months
           end-if
           move function upper-case(dc-in-active) to dc-active
           if dc-active not equals "N"
              move "Y" to dc-active
           end-if
           move lnk-Operator-Id to dc-updated-by
           write dxcode-entry
           if fs-key-already-exists
              rewrite dxcode-entry
           end-if
           perform check-file-status

           close dxcode-file
           perform check-file-status
           .

       copy "common.cpy".
