      *> charge, next-due date, status). one plan per customer,
      *> found via custpopup; keying over an existing plan replaces
      *> it, and status X cancels without losing the history of
      *> what was supplied (the ledger keeps that). the stock code,
      *> when keyed, ties the plan to the store's stock line so each
      *> shipment records the batch it came from. the customer's
      *> direct debit mandate (ddmandate-fd.cpy) is keyed on the same
      *> screen - bank sort code, account, account name, the
      *> reference the bank will quote and its status; a zero sort
      *> code removes it, and the reference defaults to one made
      *> from the customer id.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "clsupply-fc.cpy".
       copy "stock-fc.cpy".
       copy "ddmandate-fc.cpy".

       data division.
       copy "clsupply-fd.cpy".
       copy "stock-fd.cpy".
       copy "ddmandate-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".
         03 dd        pic xx.

       01 cls-in-product       pic x(30).
       01 cls-in-product-code  pic x(10).
       01 cls-stock-found      pic x.
       01 cls-in-qty           pic 9(3).
       01 cls-in-fulfilment    pic x.
       01 cls-in-charge        pic 9(5)v99.
       01 cls-found            pic x.
       01 fields-valid         pic x.

       01 dm-in-sort-code      pic 9(6).
       01 dm-in-account-no     pic 9(8).
       01 dm-in-account-name   pic x(18).
       01 dm-in-reference      pic x(18).
       01 dm-in-status         pic x.
       01 dm-found             pic x.

       linkage section.
       copy "common_lnk.cpy".

       01 g-clsmaint.
           03 line 5  col 4  pic x(14) value "Lens product".
           03 line 5  col 20 pic x(30) using cls-in-product.
           03 line 6  col 4  pic x(14) value "Stock code".
           03 line 6  col 20 pic x(10) using cls-in-product-code.
           03 line 7  col 4  pic x(14) value "Qty / period".
           03 line 7  col 20 pic 9(3)  using cls-in-qty.
           03 line 7  col 30 pic x(22) value "[D]eliver / [C]ollect".
           03 line 13 col 32 pic x     using cls-in-status.
           03 line 15 col 4  pic x(40) value
              "(blank product removes the plan)".
           03 line 17 col 4  pic x(40) value
              "Direct debit (zero sort code for none)".
           03 line 18 col 4  pic x(14) value "Sort code".
           03 line 18 col 20 pic 9(6)  using dm-in-sort-code.
           03 line 18 col 30 pic x(10) value "Account".
           03 line 18 col 42 pic 9(8)  using dm-in-account-no.
           03 line 19 col 4  pic x(14) value "Account name".
           03 line 19 col 20 pic x(18) using dm-in-account-name.
           03 line 20 col 4  pic x(14) value "Reference".
           03 line 20 col 20 pic x(18) using dm-in-reference.
           03 line 21 col 4  pic x(40) value
              "Mandate [N]ew/[A]ctive/[F]ailed/[C]ancel".
           03 line 21 col 46 pic x     using dm-in-status.

       procedure division using lnk-store-info, lnk-operator-info.
           move lnk-name-of-store to Store-Name
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-clsmaint
              perform idle-accept-start
              accept g-clsmaint timeout after idle-accept-secs
              perform f1-or-quit

              if cls-in-product equals spaces
                    and (cls-in-status equals "A" or "a" or "H"
                         or "h" or "X" or "x")
                    move "y" to fields-valid
                    perform check-stock-code
                    if fields-valid equals "y"
                       perform check-mandate
                    end-if
                 else
                    move "Field validation error" to popup-title
                    move "Check quantity, D/C, charge, due date"
              perform remove-plan-if-any
           else
              perform save-plan
              perform save-mandate
           end-if

           goback.

        load-existing-plan.
           move spaces to cls-in-product cls-in-product-code
           move 0 to cls-in-qty cls-in-charge
           move "D" to cls-in-fulfilment
           move "A" to cls-in-status
           move mm to cls-in-due-mm
           move yyyy to cls-in-due-yyyy

           perform load-existing-mandate

           move "n" to cls-found
           open input clsupply-file
           if fs-okay
                 not invalid key
                    move "y" to cls-found
                    move cls-lens-product to cls-in-product
                    move cls-product-code to cls-in-product-code
                    move cls-qty-per-period to cls-in-qty
                    move cls-fulfilment to cls-in-fulfilment
                    move cls-charge-amount to cls-in-charge
           move wsc-Customer-Id to cls-customer-id
           move lnk-id to cls-store-id
           move cls-in-product to cls-lens-product
           move cls-in-product-code to cls-product-code
           move cls-in-qty to cls-qty-per-period
           move function upper-case(cls-in-fulfilment)
              to cls-fulfilment
           perform check-file-status
           .

      *> a stock code must be a line this store holds, or the run
      *> would never find a batch for it
        check-stock-code.
           if cls-in-product-code equals spaces
              exit paragraph
           end-if
           move "n" to cls-stock-found
           open input stock-file
           if fs-okay
              move lnk-id to st-store-id
              move cls-in-product-code to st-product-code
              read stock-file
                 invalid key continue
                 not invalid key move "y" to cls-stock-found
              end-read
              close stock-file
           end-if
           if cls-stock-found not equals "y"
              move "n" to fields-valid
              move "Field validation error" to popup-title
              move "No stock line at this store has that code"
                 to popup-message-1
              move "- clear it to supply without a batch"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

        load-existing-mandate.
           move 0 to dm-in-sort-code dm-in-account-no
           move spaces to dm-in-account-name dm-in-reference
           move "N" to dm-in-status

           move "n" to dm-found
           open input ddmandate-file
           if fs-okay
              move wsc-Customer-Id to dm-customer-id
              read ddmandate-file
                 invalid key continue
                 not invalid key
                    move "y" to dm-found
                    move dm-sort-code to dm-in-sort-code
                    move dm-account-no to dm-in-account-no
                    move dm-account-name to dm-in-account-name
                    move dm-reference to dm-in-reference
                    move dm-status to dm-in-status
              end-read
              close ddmandate-file
           end-if
           .

      *> a mandate needs the account, the name on it and a status,
      *> and its reference must not be another customer's
        check-mandate.
           if dm-in-sort-code equals 0
              exit paragraph
           end-if
           move function upper-case(dm-in-status) to dm-in-status
           if dm-in-reference equals spaces
              string "MFOCAL" wsc-Customer-Id delimited by size
                 into dm-in-reference
              end-string
           end-if
           move dm-in-status to dm-status
           if dm-in-account-no equals 0
              or dm-in-account-name equals spaces
              or not dm-status-valid
              move "n" to fields-valid
              move "Field validation error" to popup-title
              move "A mandate needs the account number, name"
                 to popup-message-1
              move "and an N/A/F/C status" to popup-message-2
              perform show-mandate-error
              exit paragraph
           end-if

           open input ddmandate-file
           if not fs-okay
              exit paragraph
           end-if
           move dm-in-reference to dm-reference
           read ddmandate-file key is dm-reference
              invalid key continue
              not invalid key
                 if dm-customer-id not equals wsc-Customer-Id
                    move "n" to fields-valid
                    move "Field validation error" to popup-title
                    move "That reference is another customer's"
                       to popup-message-1
                    move "mandate - key a different one"
                       to popup-message-2
                    perform show-mandate-error
                 end-if
           end-read
           close ddmandate-file
           .

        show-mandate-error.
           move "Okay" to popup-button-1
           call "errpopup" using popup-title,
                   popup-message-1,
                   popup-message-2
                   popup-button-1
           end-call
           .

        save-mandate.
           open i-o ddmandate-file
           if ws-file-status equals "35"
              if dm-in-sort-code equals 0
                 exit paragraph
              end-if
              open output ddmandate-file
              close ddmandate-file
              open i-o ddmandate-file
           end-if
           perform check-file-status

           move wsc-Customer-Id to dm-customer-id
           if dm-in-sort-code equals 0
              if dm-found equals "y"
                 delete ddmandate-file
                    invalid key continue
                 end-delete
              end-if
              close ddmandate-file
              exit paragraph
           end-if

      *> the return history stays with the mandate when it is
      *> re-keyed
           read ddmandate-file
              invalid key
                 move 0 to dm-return-date
                 move space to dm-return-reason
                 move date-today-temp to dm-set-up-date
           end-read
           move dm-in-sort-code to dm-sort-code
           move dm-in-account-no to dm-account-no
           move dm-in-account-name to dm-account-name
           move dm-in-reference to dm-reference
           move dm-in-status to dm-status
           move lnk-Operator-Id to dm-set-up-by
           if dm-found equals "y"
              rewrite ddmandate-entry
           else
              write ddmandate-entry
           end-if
           perform check-file-status
           close ddmandate-file
           perform check-file-status
           .

        remove-plan-if-any.
           if cls-found not equals "y"
              exit paragraph
