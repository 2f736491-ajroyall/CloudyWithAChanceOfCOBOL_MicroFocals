      *> low vision aid loans - one record per aid lent to a
      *> customer (lvaid-fd.cpy), from issue to its outcome: returned,
      *> purchased (the customer keeps it and is invoiced the aid's
      *> value on the ledger) or lost (written off). lvremind.cbl
      *> queues the overdue reminders, lvmonth.cbl reports the month.
       fd lvloan-file.
       01 lvloan-entry.
         03 ln-loan-id            pic 9(9).
         03 ln-customer-id        pic 9(9).
         03 ln-item-id            pic 9(9).
         03 ln-store-id           pic 9(5).
         03 ln-issued-date        pic 9(8).
         03 ln-due-date           pic 9(8).
         03 ln-issued-by          pic x(10).
      *> space while the aid is still out
         03 ln-outcome            pic x.
           88 ln-outcome-open     value space.
           88 ln-outcome-returned value "R".
           88 ln-outcome-purchased value "P".
           88 ln-outcome-lost     value "L".
         03 ln-closed-date        pic 9(8).
         03 ln-closed-by          pic x(10).
      *> the aid's value when the loan closed - invoiced on a
      *> purchase, written off on a loss
         03 ln-closed-value       pic 9(5)v99.
      *> the ledger invoice line a purchase raised, zero otherwise
         03 ln-ledger-id          pic 9(9).
      *> overdue reminders queued so far and when the last one went
         03 ln-reminder-count     pic 99.
         03 ln-last-reminded      pic 9(8).
