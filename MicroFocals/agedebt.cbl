         03 mv-consultant       pic x(60).
         03 mv-nhs-number       pic x(10).
         03 mv-condition        pic x(22).
         03 mv-rx-date          pic x(10).
         03 mv-rx-type          pic x(12).
         03 mv-rx-right         pic x(40).
         03 mv-rx-left          pic x(40).
         03 mv-goc-number       pic x(10).
         03 mv-store-address    pic x(80).

      *> request block handed to commsadd - one envelope per
      *> household, postal channel
              when lg-type-credit
                 add lg-net-amount to ad-credit-pool
                 add lg-vat-amount to ad-credit-pool
              when lg-type-brought-fwd
                 perform note-brought-forward
              when other
      *> invoices and refunds both put money back on the account
                 if ad-charge-count < AD-MAX-CHARGES
           end-evaluate
           .

      *> a year-end brought-forward balance is older than anything
      *> still on the ledger, though its entry id is newer, so a debit
      *> one goes to the head of the charges to be paid off first,
      *> aged from its cut-off date; a credit one joins the credits
        note-brought-forward.
           if lg-net-amount < 0
              subtract lg-net-amount from ad-credit-pool
              exit paragraph
           end-if
           if ad-charge-count >= AD-MAX-CHARGES
              exit paragraph
           end-if
           perform varying ad-chg-idx from ad-charge-count by -1
                until ad-chg-idx < 1
              move ad-charge(ad-chg-idx) to ad-charge(ad-chg-idx + 1)
           end-perform
           add 1 to ad-charge-count
           move lg-entry-yyyy to sf-yyyy
           move lg-entry-mm to sf-mm
           move lg-entry-dd to sf-dd
           move function integer-of-date(sf-date) to ad-chg-num(1)
           move lg-net-amount to ad-chg-amount(1)
           .

        allocate-and-bucket.
           move 0 to ad-bucket-current ad-bucket-30
                     ad-bucket-60 ad-bucket-90
           move spaces to mv-store-name mv-appt-day
                          mv-appt-date mv-appt-time mv-consultant
                          mv-nhs-number mv-condition
           move spaces to mv-rx-date mv-rx-type mv-rx-right
                          mv-rx-left mv-goc-number mv-store-address

           perform varying ad-tpl-idx from 1 by 1
                until ad-tpl-idx > ad-tpl-count
