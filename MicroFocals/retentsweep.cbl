       copy "archidx-fc.cpy".
       copy "prescription-fc.cpy".
       copy "ledger-fc.cpy".
       copy "ledgarch-fc.cpy".
       copy "complaint-fc.cpy".
       copy "retprop-fc.cpy".

       copy "archidx-fd.cpy".
       copy "prescription-fd.cpy".
       copy "ledger-fd.cpy".
       copy "ledgarch-fd.cpy".
       copy "complaint-fd.cpy".
       copy "retprop-fd.cpy".

              end-if
           end-perform
           close ledger-file
           if rt-disposable equals "y"
              perform check-archived-ledger-age
           end-if
           .

      *> a settled customer's older entries may sit only in the
      *> year-end ledger archive, still inside the tax term
        check-archived-ledger-age.
           open input ledgarch-file
           if not fs-okay
              exit paragraph
           end-if
           move f-Customer-Id of f-CustomerInformation
              to lh-customer-id
           move 0 to lh-entry-id
           start ledgarch-file
               key >= lh-key
               invalid key move "y" to sub-eof
               not invalid key move "n" to sub-eof
           end-start
           perform until sub-eof equals "y"
              read ledgarch-file next record
                 at end move "y" to sub-eof
              end-read
              if not fs-okay or sub-eof equals "y"
                 or lh-customer-id not equals
                    f-Customer-Id of f-CustomerInformation
                 move "y" to sub-eof
              else
                 move lh-ledger-image to ledger-entry
                 move lg-entry-date to sf-date
                 if function test-date-yyyymmdd(sf-date) equals 0
                    compute rt-this-num =
                       function integer-of-date(sf-date)
                    if rt-this-num > rt-ledger-limit
                       move "n" to rt-disposable
                       move "y" to sub-eof
                    end-if
                 end-if
              end-if
           end-perform
           close ledgarch-file
           .

        check-complaint-age.
