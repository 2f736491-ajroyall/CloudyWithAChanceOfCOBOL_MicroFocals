      *> stock file is keyed store id plus product code, so this
      *> store's lines sit together and a keyed start lands on the
      *> first one. a blank product code on the entry popup just
      *> leaves the stock as it was. the supplier is keyed as a
      *> supplier master id (suppmaint.cbl) and must be one on file
      *> that supplies stock; its name is copied onto the line.
      *> cost price is normally kept by goods-in - keyed here it
      *> sets the line's cost outright (a zero leaves it alone), and
      *> the received/sold dates are never touched from this screen.

       environment division.
       special-names.
       file-control.
      *> stock record file
       copy "stock-fc.cpy".
       copy "supplier-fc.cpy".

       data division.
       copy "stock-fd.cpy".
       copy "supplier-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".
       01 st-in-product                pic x(10).
       01 st-in-description            pic x(40).
       01 st-in-supplier               pic x(40).
       01 st-in-supplier-id            pic 9(5).
       01 fields-valid                 pic x.
       01 st-in-qty                    pic 9(5).
       01 st-in-reorder                pic 9(5).
       01 st-in-price                  pic 9(5)v99.
       01 st-in-vat-rate               pic 99v99.
       01 st-in-barcode                pic x(13).
       01 st-in-cost                   pic 9(5)v99.
       01 barcode-request.
         03 bf-rq-store-id      pic 9(5).
         03 bf-rq-barcode       pic x(13).

           move spaces to st-in-product st-in-description
                          st-in-supplier
           move 0 to st-in-qty st-in-reorder st-in-supplier-id
                     st-in-cost

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-stockpopup
              perform idle-accept-start
              accept g-stockpopup timeout after idle-accept-secs
              perform f1-or-quit

              move "y" to fields-valid
              move spaces to st-in-supplier
              if st-in-product not equals spaces and
                 st-in-supplier-id not equals 0
                 perform find-stock-supplier
              end-if
           end-perform

           if st-in-product not equals spaces
              perform translate-product-scan
           end-if
           .

      *> the keyed supplier id must be on the master and supply stock
      *> rather than be a lab only
        find-stock-supplier.
           open input supplier-file
           if fs-okay
              move st-in-supplier-id to su-supplier-id
              read supplier-file
                 invalid key
                    move spaces to su-name
                    move space to su-type
              end-read
              close supplier-file
           else
              move spaces to su-name
              move space to su-type
           end-if

           if su-name equals spaces or not su-supplies-stock
              move "n" to fields-valid
              move "Field validation error" to popup-title
              move spaces to popup-message-1
              move "Supplier id is not a stock supplier on file"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           else
              move su-name to st-in-supplier
           end-if
           .

        write-stock-line.
           open i-o stock-file
           if ws-file-status equals "35"
              open output stock-file
           end-if
           perform check-file-status

           move lnk-id to st-store-id
           move st-in-product to st-product-code
           read stock-file
              invalid key continue
           end-read
           if not fs-okay
              move 0 to st-cost-price st-last-received-date
                        st-last-sold-date
           end-if
           if st-in-cost not equals 0
              move st-in-cost to st-cost-price
           end-if

           move lnk-id to st-store-id
           move st-in-product to st-product-code
           move st-in-description to st-description
           move st-in-supplier to st-supplier
           move st-in-supplier-id to st-supplier-id
           move st-in-qty to st-qty-on-hand
           move st-in-reorder to st-reorder-level
           move st-in-price to st-price
           move st-in-barcode to st-barcode
           move lnk-Operator-Id to st-updated-by

           write stock-record
           if fs-key-already-exists
              rewrite stock-record
