       identification division.
       program-id. batchpick.

      *> stock batch picking against the batch register (stbatch-
      *> fd.cpy), for the screens and runs that take product off a
      *> store's shelf:
      *>   P - check a keyed batch of the product, or with none keyed
      *>       hand back the newest batch received that isn't held
      *>   I - count units issued from the batch
      *> returns BATCHPICK-OK with the batch in the request,
      *> BATCHPICK-NONE when the product has no batch on file at the
      *> store (the batch is left as keyed), BATCHPICK-HELD when the
      *> keyed batch - or, with none keyed, every batch - is on
      *> recall hold, and BATCHPICK-UNKNOWN when a keyed batch isn't
      *> on file while others are.

       environment division.
       input-output section.
       file-control.
       copy "stbatch-fc.cpy".

       data division.
       copy "stbatch-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       01 bp-eof                pic x.
       01 bp-any-batch          pic x.
       01 bp-newest-date        pic 9(8).
       01 bp-newest-batch       pic x(15).
       01 bp-result             binary-long.

       linkage section.
       01 lnk-batch-request.
         03 lnk-bp-op             pic x.
         03 lnk-bp-store-id       pic 9(5).
         03 lnk-bp-product-code   pic x(10).
         03 lnk-bp-batch          pic x(15).
         03 lnk-bp-qty            pic 9(5).

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-batch-request.
           if lnk-bp-product-code equals spaces
              goback returning BATCHPICK-NONE
           end-if

           if lnk-bp-op equals "I"
              perform issue-from-batch
              goback returning BATCHPICK-OK
           end-if

           open input stbatch-file
           if not fs-okay
              goback returning BATCHPICK-NONE
           end-if

           if lnk-bp-batch not equals spaces
              perform check-keyed-batch
           else
              perform pick-newest-batch
           end-if
           close stbatch-file
           goback returning bp-result.

        check-keyed-batch.
           move lnk-bp-store-id to sb-store-id
           move lnk-bp-product-code to sb-product-code
           move lnk-bp-batch to sb-batch
           read stbatch-file
              invalid key
                 perform pick-newest-batch
                 if bp-result not equals BATCHPICK-NONE
                    move BATCHPICK-UNKNOWN to bp-result
                 end-if
                 exit paragraph
           end-read
           if sb-held
              move BATCHPICK-HELD to bp-result
           else
              move BATCHPICK-OK to bp-result
           end-if
           .

      *> with nothing keyed the newest delivery is the likeliest to
      *> be what is on the front of the shelf
        pick-newest-batch.
           move "n" to bp-any-batch
           move 0 to bp-newest-date
           move spaces to bp-newest-batch

           move lnk-bp-store-id to sb-store-id
           move lnk-bp-product-code to sb-product-code
           move low-values to sb-batch
           start stbatch-file
               key >= sb-key
               invalid key move "y" to bp-eof
               not invalid key move "n" to bp-eof
           end-start
           perform until bp-eof equals "y"
              read stbatch-file next record
                 at end move "y" to bp-eof
              end-read
              if not fs-okay or bp-eof equals "y"
                 or sb-store-id not equals lnk-bp-store-id
                 or sb-product-code not equals lnk-bp-product-code
                 move "y" to bp-eof
              else
                 move "y" to bp-any-batch
                 if sb-open
                    and (bp-newest-batch equals spaces
                         or sb-received-date >= bp-newest-date)
                    move sb-received-date to bp-newest-date
                    move sb-batch to bp-newest-batch
                 end-if
              end-if
           end-perform

           evaluate true
              when bp-any-batch not equals "y"
                 move BATCHPICK-NONE to bp-result
              when bp-newest-batch equals spaces
                 move BATCHPICK-HELD to bp-result
              when other
                 if lnk-bp-batch equals spaces
                    move bp-newest-batch to lnk-bp-batch
                 end-if
                 move BATCHPICK-OK to bp-result
           end-evaluate
           .

        issue-from-batch.
           if lnk-bp-batch equals spaces
              exit paragraph
           end-if
           open i-o stbatch-file
           if not fs-okay
              exit paragraph
           end-if
           move lnk-bp-store-id to sb-store-id
           move lnk-bp-product-code to sb-product-code
           move lnk-bp-batch to sb-batch
           read stbatch-file
              invalid key continue
              not invalid key
                 add lnk-bp-qty to sb-qty-issued
                    on size error
                       move 99999 to sb-qty-issued
                 end-add
                 rewrite stbatch-record
                 perform check-file-status
           end-read
           close stbatch-file
           .

       copy "common.cpy".
