       copy "common_ws.cpy".

       78 BK-GENERATIONS        value 5.
       78 BK-FILE-COUNT         value 107.
      *> restore list entries to a screen - eighteen rows by four
       78 BK-LIST-PAGE          value 72.

      *> every data file the application owns - new files get added
      *> here as they appear. deliberately absent: custxref.dat,
      *> apptdate.dat and postcodes.dat (rebuildable via xrefbuild,
      *> apptdatebuild and pcodeload),
      *> lockreg.dat (transient advisory locks), and journal.dat
      *> (preserved into the generation separately below).
       01 bk-file-names.
         03 filler pic x(20) value "nhsovr.dat".
         03 filler pic x(20) value "hoseq.dat".
         03 filler pic x(20) value "hoseqreg.dat".
         03 filler pic x(20) value "labqc.dat".
         03 filler pic x(20) value "suppliers.dat".
         03 filler pic x(20) value "lenscat.dat".
         03 filler pic x(20) value "rxissue.dat".
         03 filler pic x(20) value "vfresults.dat".
         03 filler pic x(20) value "instexc.dat".
         03 filler pic x(20) value "carehomes.dat".
         03 filler pic x(20) value "campaigns.dat".
         03 filler pic x(20) value "campmembers.dat".
         03 filler pic x(20) value "refsources.dat".
         03 filler pic x(20) value "loyalty.dat".
         03 filler pic x(20) value "loyaltx.dat".
         03 filler pic x(20) value "guardians.dat".
         03 filler pic x(20) value "seriesdef.dat".
         03 filler pic x(20) value "serbook.dat".
         03 filler pic x(20) value "staffrota.dat".
         03 filler pic x(20) value "staffhol.dat".
         03 filler pic x(20) value "covrule.dat".
         03 filler pic x(20) value "targets.dat".
         03 filler pic x(20) value "period.dat".
         03 filler pic x(20) value "settle.dat".
         03 filler pic x(20) value "bankslip.dat".
         03 filler pic x(20) value "insurers.dat".
         03 filler pic x(20) value "insclaims.dat".
         03 filler pic x(20) value "insclaimid.dat".
         03 filler pic x(20) value "gos4claims.dat".
         03 filler pic x(20) value "gos4id.dat".
         03 filler pic x(20) value "clinaudit.dat".
         03 filler pic x(20) value "triage.dat".
         03 filler pic x(20) value "triageid.dat".
         03 filler pic x(20) value "mecsepisodes.dat".
         03 filler pic x(20) value "mecsid.dat".
         03 filler pic x(20) value "datascore.dat".
         03 filler pic x(20) value "webreg.dat".
         03 filler pic x(20) value "dayclose.dat".
         03 filler pic x(20) value "supinv.dat".
         03 filler pic x(20) value "discounts.dat".
         03 filler pic x(20) value "vatinv.dat".
         03 filler pic x(20) value "vatinvid.dat".
         03 filler pic x(20) value "ifcreg.dat".
         03 filler pic x(20) value "ifcseq.dat".
         03 filler pic x(20) value "suspense.dat".
         03 filler pic x(20) value "suspenseid.dat".
         03 filler pic x(20) value "myopia.dat".
         03 filler pic x(20) value "myreview.dat".
         03 filler pic x(20) value "lvaid.dat".
         03 filler pic x(20) value "lvaidid.dat".
         03 filler pic x(20) value "lvloan.dat".
         03 filler pic x(20) value "lvloanid.dat".
         03 filler pic x(20) value "ledgarch.dat".
         03 filler pic x(20) value "stbatch.dat".
         03 filler pic x(20) value "clship.dat".
         03 filler pic x(20) value "clinamend.dat".
         03 filler pic x(20) value "healthq.dat".
         03 filler pic x(20) value "dxcodes.dat".
         03 filler pic x(20) value "diagnosis.dat".
         03 filler pic x(20) value "ddmandate.dat".
         03 filler pic x(20) value "ddcollect.dat".
         03 filler pic x(20) value "giftvouch.dat".
         03 filler pic x(20) value "giftvtx.dat".
         03 filler pic x(20) value "giftvid.dat".
       01 redefines bk-file-names.
         03 bk-file-name        pic x(20) occurs BK-FILE-COUNT.

           display bk-last-date at line 2 column 33

           display "Files available to restore" at line 3 column 4
      *> the list long since outgrew one screen column - columns
      *> of eighteen, four across, above the prompts, and once it
      *> outgrew that too a screenful at a time
           perform varying bk-idx from 1 by 1
                until bk-idx > BK-FILE-COUNT
              if bk-idx > 1
                 and function mod(bk-idx - 1, BK-LIST-PAGE) = 0
                 move "More files follow" to popup-l-message
                 move "Press a key" to popup-l-button
                 perform display-lower-popup
                 perform clr-screen
                 display g-menuheader
                 display "Files available to restore (continued)"
                    at line 3 column 4
              end-if
              compute bk-list-band = (bk-idx - 1) / 18
              compute bk-list-row =
                 4 + bk-idx - 1 - bk-list-band * 18
              compute bk-list-band =
                 function mod(bk-list-band, 4)
              compute bk-list-col = 2 + bk-list-band * 19
              display bk-idx at line bk-list-row
                 column bk-list-col
              compute bk-list-col = bk-list-col + 3

           move 0 to bk-restore-file bk-restore-gen
           display "File number: " at line 24 column 4
           perform idle-accept-start
           accept bk-restore-file at line 24 column 18
              timeout after idle-accept-secs
           perform idle-accept-check
           display "Generation : " at line 25 column 4
           perform idle-accept-start
           accept bk-restore-gen at line 25 column 18
              timeout after idle-accept-secs
           perform idle-accept-check

           if bk-restore-file < 1 or
              bk-restore-file > BK-FILE-COUNT or
           end-if
           .

      *> a backup generation taken on another program's behalf -
      *> the file reorganisation (reorgfile.cbl) takes one before it
      *> touches anything. returns 0 only when every copy verified,
      *> so the caller can refuse to go on without a good generation
       backup-on-request section.
       entry "backuprun".
           perform init-env
           perform run-backup
           if bk-verify-failed equals 0
              goback returning 0
           end-if
           goback returning 1
           .

       copy "common.cpy".
