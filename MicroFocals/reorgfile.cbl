       identification division.
       program-id. reorgfile.

      *> indexed data file reorganisation - after years of deletes
      *> and rewrites the big indexed files carry dead space and
      *> straggling index blocks. this rebuilds one of them clean:
      *>   1. refuses outright while the lock registry (lockreg.cbl)
      *>      shows anyone holding anything - it must run quiesced
      *>   2. takes a backup generation through backuputil.cbl and
      *>      goes no further unless every copy verified
      *>   3. unloads the live file in primary key order to a
      *>      sequential copy, counting the records and summing a
      *>      checksum over their keys
      *>   4. loads that copy into a fresh indexed file in a work
      *>      directory ($MFOCALDIR/reorg) - opened through the
      *>      file's own select, so every alternate key is rebuilt -
      *>      and reads it back: same count, same key checksum, and
      *>      the alternate key path has to see every record too
      *>   5. swaps the fresh file in, recounts the live file, and
      *>      puts the original back if the recount disagrees
      *> before and after sizes, counts and the outcome go to
      *> $MFOCALDIR/reorglog.txt. headless - "reorgfile LEDGER" from
      *> the command line or as a run-control step (batchrun.cbl
      *> passes the word after the step name). files it knows:
      *> CUSTOMER, APPOINTMENT, LEDGER, COMMS. the transaction
      *> journal is a sequential file emptied by every backup, so
      *> there is never anything in it to reorganise.
      *> returns 0 on a clean swap, 1 when it refused or failed -
      *> in which case the live file is the one that was there.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "customer-fc.cpy".
       copy "app-fc.cpy".
       copy "ledger-fc.cpy".
       copy "comms-fc.cpy".

      *> the sequential unload - one record per live record, each
      *> written at its own record's length
       select unload-file assign to dynamic rf-unload-path
        organization is sequential
        status is ws-file-status.

       select reorg-log assign "$MFOCALDIR/reorglog.txt"
        organization is line sequential
        status is ws-file-status.

       data division.
       copy "customer-fd.cpy".
       copy "app-fd.cpy".
       copy "ledger-fd.cpy".
       copy "comms-fd.cpy".

       fd unload-file
          record varying in size from 1 to 13600 characters
          depending on rf-rec-len.
       01 unload-record         pic x(13600).

       fd reorg-log.
       01 reorg-log-line        pic x(120).

       working-storage section.
       copy "common_ws.cpy".

       01 cmd-line              pic x(128).
       01 rf-target             pic x(12).
         88 rf-target-customer     value "CUSTOMER".
         88 rf-target-appointment  value "APPOINTMENT".
         88 rf-target-ledger       value "LEDGER".
         88 rf-target-comms        value "COMMS".
         88 rf-target-journal      value "JOURNAL".
       01 rf-file-name          pic x(20).

       01 rf-work-dir           pic x(255).
       01 rf-live-path          pic x(255).
       01 rf-work-path          pic x(255).
       01 rf-keep-path          pic x(255).
       01 rf-unload-path        pic x(255).
       01 rf-mkdir-flags        pic x(4) comp-5.

       01 rf-rec-len            binary-long.
       01 rf-eof                pic x.
       01 rf-write-unload       pic x.
       01 rf-check-alternate    pic x.

      *> one pass's tallies - the unload's are kept aside and every
      *> later pass has to match them
       01 rf-count              binary-long.
       01 rf-alt-count          binary-long.
       01 rf-checksum           pic 9(12) comp.
       01 rf-unload-count       binary-long value 0.
       01 rf-unload-checksum    pic 9(12) comp value 0.
       01 rf-key-text           pic x(30).
       01 rf-key-len            binary-long.
       01 rf-key-idx            binary-long.

       01 rf-outcome            pic x(40).
       01 rf-result             binary-long value 1.

      *> CBL_CHECK_FILE_EXIST parameter block, as backuputil.cbl
       01 rf-file-details.
         03 rf-fd-size          pic x(8) comp-x.
         03 rf-fd-date          pic x(7).
         03 rf-fd-time          pic x(6).
       01 rf-size-before        pic x(8) comp-x value 0.
       01 rf-size-after         pic x(8) comp-x value 0.

      *> request block handed to lockreg - "A" answers whether
      *> anything is held at all
       01 lock-request.
         03 lk-rq-op            pic x.
         03 lk-rq-file-tag      pic x(12).
         03 lk-rq-record-key    pic x(30).
         03 lk-rq-operator      pic x(10).
         03 lk-rq-taken-date    pic 9(8).
         03 lk-rq-taken-time    pic 9(8).

       01 rf-date-now           pic 9(8).
       01 rf-time-now           pic 9(8).

       01 rf-log-detail.
         03 rl-date             pic 9(8).
         03 filler              pic x value space.
         03 rl-time             pic 9(6).
         03 filler              pic x value space.
         03 rl-file             pic x(12).
         03 filler              pic x value space.
         03 rl-records          pic z(8)9.
         03 filler              pic x value space.
         03 rl-size-before      pic z(11)9.
         03 filler              pic x value space.
         03 rl-size-after       pic z(11)9.
         03 filler              pic x value space.
         03 rl-outcome          pic x(40).

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform init-env
           perform resolve-target
           if rf-file-name equals spaces
              if rf-target-journal
                 display "reorgfile: the journal is sequential and "
                    "emptied by every backup - nothing to reorganise"
                 goback returning 0
              end-if
              display "Usage: reorgfile CUSTOMER|APPOINTMENT|"
                 "LEDGER|COMMS"
              goback returning 1
           end-if

           perform build-paths
           call "CBL_CHECK_FILE_EXIST" using rf-live-path
                rf-file-details
           end-call
           if return-code not equal 0
              move "Not present - nothing to do" to rf-outcome
              perform write-log-line
              goback returning 0
           end-if
           move rf-fd-size to rf-size-before

           perform check-nothing-held
           if rf-outcome not equals spaces
              perform write-log-line
              goback returning 1
           end-if

           call "backuprun"
           end-call
           move return-code to rf-result
           cancel "backuputil"
           if rf-result not equal 0
              move "Refused - backup did not verify" to rf-outcome
              perform write-log-line
              goback returning 1
           end-if

           perform reorganise-target
           perform write-log-line
           perform tidy-work-files
           goback returning rf-result.

        resolve-target.
           move spaces to rf-target rf-file-name
           accept cmd-line from command-line
           if cmd-line equals spaces
              display "MFOCALSTEPARG" upon environment-name
              accept cmd-line from environment-value
           end-if
           move function upper-case(cmd-line) to rf-target

           evaluate true
              when rf-target-customer
                 move "customers.dat" to rf-file-name
              when rf-target-appointment
                 move "appointments.dat" to rf-file-name
              when rf-target-ledger
                 move "ledger.dat" to rf-file-name
              when rf-target-comms
                 move "commsqueue.dat" to rf-file-name
           end-evaluate
           .

        build-paths.
           move spaces to rf-work-dir rf-live-path rf-work-path
                          rf-keep-path rf-unload-path
           string ws-mfocaldir delimited by space
              "/reorg" delimited by size
              into rf-work-dir
           string ws-mfocaldir delimited by space
              "/" delimited by size
              rf-file-name delimited by space
              into rf-live-path
           string rf-work-dir delimited by space
              "/" delimited by size
              rf-file-name delimited by space
              into rf-work-path
           string rf-work-dir delimited by space
              "/" delimited by size
              rf-file-name delimited by space
              ".pre" delimited by size
              into rf-keep-path
           string rf-work-dir delimited by space
              "/" delimited by size
              rf-file-name delimited by space
              ".seq" delimited by size
              into rf-unload-path
           move 0 to rf-mkdir-flags
           call "CBL_CREATE_DIR" using rf-work-dir
           end-call
           .

      *> a hold means someone is in the middle of something - the
      *> reorganisation waits for a quiet system rather than guess
        check-nothing-held.
           move spaces to rf-outcome
           move "A" to lk-rq-op
           move spaces to lk-rq-file-tag lk-rq-record-key
                          lk-rq-operator
           call "lockreg" using lock-request
           end-call
           if return-code equals 0
              string "Refused - held by " lk-rq-operator
                 delimited by size into rf-outcome
              display "reorgfile: " lk-rq-file-tag " "
                 lk-rq-record-key " held by " lk-rq-operator
                 " - nothing done"
           end-if
           .

        reorganise-target.
           move 1 to rf-result

      *> 3. unload the live file
           open output unload-file
           if not fs-okay
              move "Failed - cannot write the unload" to rf-outcome
              exit paragraph
           end-if
           move "y" to rf-write-unload
           move "n" to rf-check-alternate
           perform pass-over-target
           close unload-file
           move rf-count to rf-unload-count
           move rf-checksum to rf-unload-checksum
           if rf-outcome not equals spaces
              exit paragraph
           end-if

      *> 4. load the fresh copy in the work directory and read it
      *>    back - MFOCALDIR is repointed so the file's own select
      *>    (alternate keys and all) builds it, and put back after
           display "MFOCALDIR" upon environment-name
           display rf-work-dir upon environment-value
           perform load-work-copy
           if rf-outcome equals spaces
              move "n" to rf-write-unload
              move "y" to rf-check-alternate
              perform pass-over-target
              perform compare-with-unload
           end-if
           display "MFOCALDIR" upon environment-name
           display ws-mfocaldir upon environment-value
           if rf-outcome not equals spaces
              exit paragraph
           end-if

      *> 5. swap it in and recount the live file
           call "CBL_RENAME_FILE" using rf-live-path rf-keep-path
           end-call
           if return-code not equal 0
              move "Failed - cannot move the old file aside"
                 to rf-outcome
              exit paragraph
           end-if
           call "CBL_RENAME_FILE" using rf-work-path rf-live-path
           end-call
           if return-code not equal 0
              perform put-original-back
              move "Failed - cannot swap in, original kept"
                 to rf-outcome
              exit paragraph
           end-if

           move "n" to rf-write-unload
           move "y" to rf-check-alternate
           perform pass-over-target
           perform compare-with-unload
           if rf-outcome not equals spaces
              call "CBL_DELETE_FILE" using rf-live-path
              end-call
              perform put-original-back
              move "Failed - recount after swap, original kept"
                 to rf-outcome
              exit paragraph
           end-if

           call "CBL_CHECK_FILE_EXIST" using rf-live-path
                rf-file-details
           end-call
           move rf-fd-size to rf-size-after
           move "Reorganised" to rf-outcome
           move 0 to rf-result
           .

        put-original-back.
           call "CBL_RENAME_FILE" using rf-keep-path rf-live-path
           end-call
           .

        compare-with-unload.
           if rf-outcome equals spaces
              if rf-count not equals rf-unload-count or
                 rf-checksum not equals rf-unload-checksum
                 move "Failed - record count or key checksum"
                    to rf-outcome
              else
                 if rf-check-alternate equals "y" and
                    rf-alt-count not equals rf-unload-count
                    move "Failed - alternate key count" to rf-outcome
                 end-if
              end-if
           end-if
           .

      *> the original (only ever kept as the swap's safety net - the
      *> backup generation is the real copy) goes once a clean swap
      *> is logged, never otherwise; the unload and any failed work
      *> copy go either way
        tidy-work-files.
           if rf-result equals 0
              call "CBL_DELETE_FILE" using rf-keep-path
              end-call
           end-if
           call "CBL_DELETE_FILE" using rf-work-path
           end-call
           call "CBL_DELETE_FILE" using rf-unload-path
           end-call
           .

        pass-over-target.
           move 0 to rf-count rf-alt-count rf-checksum
           move spaces to rf-outcome
           evaluate true
              when rf-target-customer
                 perform pass-over-customers
              when rf-target-appointment
                 perform pass-over-appointments
              when rf-target-ledger
                 perform pass-over-ledger
              when rf-target-comms
                 perform pass-over-comms
           end-evaluate
           .

        load-work-copy.
           move spaces to rf-outcome
           open input unload-file
           if not fs-okay
              move "Failed - cannot read the unload" to rf-outcome
              exit paragraph
           end-if
           evaluate true
              when rf-target-customer
                 perform load-customers
              when rf-target-appointment
                 perform load-appointments
              when rf-target-ledger
                 perform load-ledger
              when rf-target-comms
                 perform load-comms
           end-evaluate
           close unload-file
           .

      *> the key checksum - position-weighted over the key's
      *> characters, record after record in key order, so a lost,
      *> doubled or re-ordered key all change it
        add-key-to-checksum.
           add 1 to rf-count
           perform varying rf-key-idx from 1 by 1
                until rf-key-idx > rf-key-len
              compute rf-checksum = function mod(
                 rf-checksum * 31 +
                 function ord(rf-key-text(rf-key-idx:1)),
                 999999999989)
           end-perform
           .

        note-read-failure.
           if rf-outcome equals spaces
              move "Failed - read error on " to rf-outcome
              move ws-file-status to rf-outcome(24:2)
           end-if
           .

      *> --- customer file ---------------------------------------
        pass-over-customers.
           open input cust-file
           if not fs-okay
              perform note-read-failure
              exit paragraph
           end-if
           move "n" to rf-eof
           perform until rf-eof equals "y"
              read cust-file next record
                 at end move "y" to rf-eof
              end-read
              if rf-eof not equals "y"
                 if not fs-okay
                    perform note-read-failure
                    move "y" to rf-eof
                 else
                    move spaces to rf-key-text
                    move f-Customer-Id of f-CustomerInformation
                       to rf-key-text(1:9)
                    move 9 to rf-key-len
                    perform add-key-to-checksum
                    if rf-write-unload equals "y"
                       move function length(f-CustomerInformation)
                          to rf-rec-len
                       move f-CustomerInformation to unload-record
                       write unload-record
                    end-if
                 end-if
              end-if
           end-perform

           if rf-check-alternate equals "y"
              move low-values to f-lc-fullname
              start cust-file
                  key >= f-lc-fullname
                  invalid key move "y" to rf-eof
                  not invalid key move "n" to rf-eof
              end-start
              perform until rf-eof equals "y"
                 read cust-file next record
                    at end move "y" to rf-eof
                 end-read
                 if rf-eof not equals "y" and fs-okay
                    add 1 to rf-alt-count
                 end-if
              end-perform
           end-if
           close cust-file
           .

        load-customers.
           open output cust-file
           if not fs-okay
              move "Failed - cannot create the work copy"
                 to rf-outcome
              exit paragraph
           end-if
           move "n" to rf-eof
           perform until rf-eof equals "y"
              read unload-file next record
                 at end move "y" to rf-eof
              end-read
              if rf-eof not equals "y"
                 move unload-record(1:rf-rec-len)
                    to f-CustomerInformation
                 write f-CustomerInformation
                 if not fs-okay
                    move "Failed - write to the work copy"
                       to rf-outcome
                    move "y" to rf-eof
                 end-if
              end-if
           end-perform
           close cust-file
           .

      *> --- appointment file ------------------------------------
        pass-over-appointments.
           open input appointment-file
           if not fs-okay
              perform note-read-failure
              exit paragraph
           end-if
           move "n" to rf-eof
           perform until rf-eof equals "y"
              read appointment-file next record
                 at end move "y" to rf-eof
              end-read
              if rf-eof not equals "y"
                 if not fs-okay
                    perform note-read-failure
                    move "y" to rf-eof
                 else
                    move spaces to rf-key-text
                    move appointment-key to rf-key-text(1:20)
                    move 20 to rf-key-len
                    perform add-key-to-checksum
                    if rf-write-unload equals "y"
                       move function length(appointment)
                          to rf-rec-len
                       move appointment to unload-record
                       write unload-record
                    end-if
                 end-if
              end-if
           end-perform
      *> no alternate keys - the primary pass is the whole check
           move rf-count to rf-alt-count
           close appointment-file
           .

        load-appointments.
           open output appointment-file
           if not fs-okay
              move "Failed - cannot create the work copy"
                 to rf-outcome
              exit paragraph
           end-if
           move "n" to rf-eof
           perform until rf-eof equals "y"
              read unload-file next record
                 at end move "y" to rf-eof
              end-read
              if rf-eof not equals "y"
                 move unload-record(1:rf-rec-len) to appointment
                 write appointment
                 if not fs-okay
                    move "Failed - write to the work copy"
                       to rf-outcome
                    move "y" to rf-eof
                 end-if
              end-if
           end-perform
           close appointment-file
           .

      *> --- customer ledger -------------------------------------
        pass-over-ledger.
           open input ledger-file
           if not fs-okay
              perform note-read-failure
              exit paragraph
           end-if
           move "n" to rf-eof
           perform until rf-eof equals "y"
              read ledger-file next record
                 at end move "y" to rf-eof
              end-read
              if rf-eof not equals "y"
                 if not fs-okay
                    perform note-read-failure
                    move "y" to rf-eof
                 else
                    move spaces to rf-key-text
                    move lg-entry-id to rf-key-text(1:9)
                    move 9 to rf-key-len
                    perform add-key-to-checksum
                    if rf-write-unload equals "y"
                       move function length(ledger-entry)
                          to rf-rec-len
                       move ledger-entry to unload-record
                       write unload-record
                    end-if
                 end-if
              end-if
           end-perform

           if rf-check-alternate equals "y"
              move low-values to lg-customer-id
              start ledger-file
                  key >= lg-customer-id
                  invalid key move "y" to rf-eof
                  not invalid key move "n" to rf-eof
              end-start
              perform until rf-eof equals "y"
                 read ledger-file next record
                    at end move "y" to rf-eof
                 end-read
                 if rf-eof not equals "y" and fs-okay
                    add 1 to rf-alt-count
                 end-if
              end-perform
           end-if
           close ledger-file
           .

        load-ledger.
           open output ledger-file
           if not fs-okay
              move "Failed - cannot create the work copy"
                 to rf-outcome
              exit paragraph
           end-if
           move "n" to rf-eof
           perform until rf-eof equals "y"
              read unload-file next record
                 at end move "y" to rf-eof
              end-read
              if rf-eof not equals "y"
                 move unload-record(1:rf-rec-len) to ledger-entry
                 write ledger-entry
                 if not fs-okay
                    move "Failed - write to the work copy"
                       to rf-outcome
                    move "y" to rf-eof
                 end-if
              end-if
           end-perform
           close ledger-file
           .

      *> --- communications queue --------------------------------
        pass-over-comms.
           open input comms-file
           if not fs-okay
              perform note-read-failure
              exit paragraph
           end-if
           move "n" to rf-eof
           perform until rf-eof equals "y"
              read comms-file next record
                 at end move "y" to rf-eof
              end-read
              if rf-eof not equals "y"
                 if not fs-okay
                    perform note-read-failure
                    move "y" to rf-eof
                 else
                    move spaces to rf-key-text
                    move cq-comm-id to rf-key-text(1:9)
                    move 9 to rf-key-len
                    perform add-key-to-checksum
                    if rf-write-unload equals "y"
                       move function length(comms-entry)
                          to rf-rec-len
                       move comms-entry to unload-record
                       write unload-record
                    end-if
                 end-if
              end-if
           end-perform

           if rf-check-alternate equals "y"
              move low-values to cq-customer-id
              start comms-file
                  key >= cq-customer-id
                  invalid key move "y" to rf-eof
                  not invalid key move "n" to rf-eof
              end-start
              perform until rf-eof equals "y"
                 read comms-file next record
                    at end move "y" to rf-eof
                 end-read
                 if rf-eof not equals "y" and fs-okay
                    add 1 to rf-alt-count
                 end-if
              end-perform
           end-if
           close comms-file
           .

        load-comms.
           open output comms-file
           if not fs-okay
              move "Failed - cannot create the work copy"
                 to rf-outcome
              exit paragraph
           end-if
           move "n" to rf-eof
           perform until rf-eof equals "y"
              read unload-file next record
                 at end move "y" to rf-eof
              end-read
              if rf-eof not equals "y"
                 move unload-record(1:rf-rec-len) to comms-entry
                 write comms-entry
                 if not fs-okay
                    move "Failed - write to the work copy"
                       to rf-outcome
                    move "y" to rf-eof
                 end-if
              end-if
           end-perform
           close comms-file
           .

      *> one line per run, whatever happened - sizes in bytes
        write-log-line.
           accept rf-date-now from date YYYYMMDD
           accept rf-time-now from time
           move rf-date-now to rl-date
           move rf-time-now(1:6) to rl-time
           move rf-target to rl-file
           move rf-unload-count to rl-records
           move rf-size-before to rl-size-before
           move rf-size-after to rl-size-after
           move rf-outcome to rl-outcome

           open extend reorg-log
           if ws-file-status equals "35"
              open output reorg-log
           end-if
           if fs-okay
              write reorg-log-line from rf-log-detail
              close reorg-log
           end-if

           display "reorgfile: " rf-target " " rf-outcome
           display "  records " rl-records " size before "
              rl-size-before " after " rl-size-after
           .

       copy "common.cpy".
