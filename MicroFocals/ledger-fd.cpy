      *> tie back to the entry they undo and carry a reason code.
           88 lg-type-refund      value "R".
           88 lg-type-credit      value "C".
      *> what a customer still owed (or was owed, a negative
      *> amount) on the entries the year-end archive took off the
      *> live ledger (ledgyearend.cbl) - one line per customer,
      *> dated the archive cut-off, VAT zero. it counts in a balance
      *> as its signed amount and is not a sale or a payment, so it
      *> never goes to the accounts.
           88 lg-type-brought-fwd value "B".
      *> a gift voucher sold (giftvouch-fd.cpy) - charged to the
      *> account like an invoice line so the money taken for it
      *> pays it off, but the value is owed back in goods rather
      *> than earned, so it is never a sale: VAT zero, and the
      *> accounts take it to the voucher liability
           88 lg-type-voucher-sale value "G".
         03 lg-entry-date.
           05 lg-entry-yyyy       pic 9999.
           05 lg-entry-mm         pic 99.
           88 lg-pay-cash         value "C".
           88 lg-pay-card         value "D".
           88 lg-pay-transfer     value "T".
      *> "L" - paid with loyalty points (loyalty-fd.cpy): a points
      *> redemption is a payment like any other as far as the
      *> balance goes, but no money changed hands
           88 lg-pay-points       value "L".
      *> "I" - paid by the customer's insurer against a claim
      *> (insclaim-fd.cpy), posted by the remittance import - money
      *> that reaches the bank without passing the till
           88 lg-pay-insurer      value "I".
      *> "B" - collected by direct debit (ddmandate-fd.cpy) in the
      *> supply run, and the reversal when the bank returns it -
      *> straight to the bank like an insurer's money
           88 lg-pay-direct-debit value "B".
      *> "G" - paid off a gift voucher (giftvouch-fd.cpy), and the
      *> value put back on it when that payment is refunded - the
      *> money was taken when the voucher was sold
           88 lg-pay-voucher      value "G".
      *> refund/credit audit trail - the lg-entry-id being undone,
      *> why (US unsuitable, DF defective, GW goodwill, OT other),
      *> and the supervisor who confirmed one above the threshold
         03 lg-orig-entry-id      pic 9(9).
         03 lg-reason-code        pic x(2).
         03 lg-approved-by        pic x(10).
      *> the dispensing order (do-order-id) a deposit or balance
      *> payment was taken against - zero for anything not tied to
      *> a job
         03 lg-order-id           pic 9(9).
      *> marketing campaign code (campaign-fd.cpy) keyed at the
      *> till when the sale redeems a campaign offer - spaces for
      *> an ordinary sale and for every entry predating the field
         03 lg-campaign-code      pic x(8).
      *> the patient an invoice line (or the credit note undoing
      *> one) was for, when it was billed to a responsible adult's
      *> account (guardian-fd.cpy) instead of the patient's own -
      *> zero for a customer's own entries and for every entry
      *> predating the field
         03 lg-patient-id         pic 9(9).
      *> the entry's own date when it belonged to a ledger period
      *> already closed (period-fd.cpy) and was posted into the
      *> current one instead - zero for an entry posted on its own
      *> date and for every entry predating the field
         03 lg-late-orig-date     pic 9(8).
      *> discount/promotion code (discount-fd.cpy) a POS discount
      *> line was given under - the line is a credit (reason DS)
      *> against the invoice line it discounts, so the balance
      *> arithmetic is untouched and discrpt.cbl can say what was
      *> given away, where and by whom. spaces on every other entry.
         03 lg-discount-code      pic x(8).
