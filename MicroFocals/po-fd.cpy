           05 po-product-code     pic x(10).
           05 po-qty-ordered      pic 9(5).
           05 po-qty-received     pic 9(5).
      *> the supplier master record the order went to (po-supplier
      *> keeps its name as it stood) and the lead time it promised
      *> then, so a later change to the master doesn't rewrite
      *> history. zero on an order raised before the master.
         03 po-supplier-id        pic 9(5).
         03 po-lead-days          pic 9(3).
      *> goods-in dates - the first delivery against the order, and
      *> the day the last line was fully received. zero until then.
         03 po-first-in-date      pic 9(8).
         03 po-received-date      pic 9(8).
      *> unit cost per line - the stock line's cost when the order
      *> was raised, replaced by the invoiced cost keyed at goods-in.
      *> kept apart from po-lines so older records keep their shape.
         03 po-line-costs occurs 20.
           05 po-unit-cost        pic 9(5)v99.
