      *> one fixed-width invoice line per line - consecutive lines
      *> carrying the same supplier id and invoice number make up
      *> one invoice. the unit cost has two implied decimals.
       01 sm-line.
         03 sm-supplier-id        pic 9(5).
         03 sm-invoice-no         pic x(15).
         03 sm-order-id           pic 9(9).
         03 sm-invoice-date       pic 9(8).
         03 sm-product-code       pic x(10).
         03 sm-qty                pic 9(5).
         03 sm-unit-cost          pic 9(5)v99.
