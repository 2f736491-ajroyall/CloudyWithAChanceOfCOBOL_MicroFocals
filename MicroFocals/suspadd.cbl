       identification division.
       program-id. suspadd.

      *> single writer onto the inbound suspense file - the imports
      *> (labimport, refack, gosremit, gos3remit, gos4remit,
      *> mecsremit, insremit, commsbounce, remindreply, dcdimport,
      *> hqimport, ddreturn) call here with each line of a
      *> partner's file they can't apply, instead of skipping it or
      *> just counting it. the same program runs a re-apply from
      *> suspview.cbl: "P" writes the corrected line out as a
      *> one-line file for the import to read, and until "F" ends
      *> the re-apply a failure updates the entry being re-applied
      *> rather than adding another. the re-apply state lives in
      *> this program's working storage, so the import and the
      *> screen see the same state within one run.

       environment division.
       input-output section.
       file-control.
       copy "suspense-fc.cpy".

       select suspense-id-file assign "$MFOCALDIR/suspenseid.dat"
        organization is sequential
        status is ws-file-status.

       select replay-file assign SUSPENSE-REPLAY-FILE
        organization is line sequential
        status is ws-file-status.

       data division.
       copy "suspense-fd.cpy".

       fd suspense-id-file.
       01 SuspenseIdInformation.
         03 Highest-Suspense-Id   pic 9(9).

       fd replay-file.
       01 replay-line             pic x(200).

       working-storage section.
       copy "common_ws.cpy".

       01 sa-replaying          pic x value "n".
       01 sa-replay-id          pic 9(9) value 0.
       01 sa-replay-failed      pic x value "n".
       01 sa-next-id            pic 9(9).
       01 sa-date-temp          pic 9(8).
       01 sa-time-temp          pic 9(8).

       linkage section.
       01 lnk-suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==lnk-su-==.

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-suspense-request.
           evaluate true
              when lnk-su-action-add
                 if sa-replaying equals "y"
                    perform update-replayed-entry
                 else
                    perform add-suspense-entry
                 end-if
              when lnk-su-action-prime
                 perform prime-replay
              when lnk-su-action-finish
                 move "n" to sa-replaying
              when lnk-su-action-query
                 continue
           end-evaluate

           move sa-replaying to lnk-su-replaying
           move sa-replay-failed to lnk-su-replay-failed
           goback returning 0.

        add-suspense-entry.
           perform load-next-suspense-id

           initialize suspense-entry
           move sa-next-id to su-suspense-id
           move lnk-su-source to su-source
           move lnk-su-raw-line to su-raw-line
           move lnk-su-reason to su-reason
           accept sa-date-temp from date YYYYMMDD
           accept sa-time-temp from time
           move sa-date-temp to su-added-date
           move sa-time-temp to su-added-time
           move "O" to su-status

           open i-o suspense-file
           if ws-file-status equals "35"
              open output suspense-file
           end-if
           perform check-file-status
           write suspense-entry
           perform check-file-status
           close suspense-file
           move sa-next-id to lnk-su-suspense-id
           .

      *> the corrected line failed again - it stays open on the same
      *> entry, carrying the line as now keyed and the new reason
        update-replayed-entry.
           move "y" to sa-replay-failed
           open i-o suspense-file
           if not fs-okay
              exit paragraph
           end-if
           move sa-replay-id to su-suspense-id
           read suspense-file
              invalid key continue
           end-read
           if fs-okay
              move lnk-su-raw-line to su-raw-line
              move lnk-su-reason to su-reason
              rewrite suspense-entry
           end-if
           close suspense-file
           move sa-replay-id to lnk-su-suspense-id
           .

        prime-replay.
           move lnk-su-suspense-id to sa-replay-id
           move "n" to sa-replay-failed
           open output replay-file
           if not fs-okay
              move "n" to sa-replaying
              move "y" to sa-replay-failed
              exit paragraph
           end-if
           move lnk-su-raw-line to replay-line
           write replay-line
           close replay-file
           move "y" to sa-replaying
           .

      *> next suspense id under an exclusive lock, same
      *> read-increment-rewrite idiom as the other id files
        load-next-suspense-id.
           move 0 to Highest-Suspense-Id
           open i-o suspense-id-file with lock
           if ws-file-status equals "35"
              open output suspense-id-file
              perform check-file-status
              move 1 to Highest-Suspense-Id
              write SuspenseIdInformation
              perform check-file-status
           else
              perform check-file-status
              read suspense-id-file
              perform check-file-status
              add 1 to Highest-Suspense-Id
              rewrite SuspenseIdInformation
              perform check-file-status
           end-if
           close suspense-id-file
           perform check-file-status

           move Highest-Suspense-Id to sa-next-id
           .

       copy "common.cpy".
