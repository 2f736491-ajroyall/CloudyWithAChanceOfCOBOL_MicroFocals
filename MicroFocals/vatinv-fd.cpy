      *> VAT invoice register - one record per full VAT invoice ever
      *> issued (vatinv.cbl). the invoice number is sequential across
      *> the business and is given once: a sale already invoiced
      *> reprints under its original number, marked as a copy. a sale
      *> is the invoice lines entered on one account at one store on
      *> one posting date.
       fd vatinv-file.
       01 vatinv-record.
         03 vi-invoice-no         pic 9(9).
         03 vi-sale-key.
           05 vi-customer-id      pic 9(9).
           05 vi-store-id         pic 9(5).
           05 vi-sale-date        pic 9(8).
         03 vi-issued-date        pic 9(8).
         03 vi-issued-by          pic x(10).
         03 vi-total-net          pic s9(7)v99.
         03 vi-total-vat          pic s9(7)v99.
         03 vi-copies-printed     pic 9(4).
