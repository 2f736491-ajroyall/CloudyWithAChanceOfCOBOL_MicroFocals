       78 NHS-UNDER-AGE-DAYS         value 5844.
       78 NHS-OVER-AGE-DAYS          value 25568.

      *> loyalty scheme - points earned per whole pound paid at the
      *> counter, what a point is worth in pence when redeemed, and
      *> how long points may lie unused before they lapse
      *> (loyexpire.cbl). result codes returned by loypost.cbl.
       78 LOYALTY-POINTS-PER-POUND   value 1.
       78 LOYALTY-PENCE-PER-POINT    value 1.
       78 LOYALTY-EXPIRY-DAYS        value 730.
       78 LOYPOST-OK                 value 0.
       78 LOYPOST-NOT-ENOUGH         value 1.
       78 LOYPOST-NO-ACCOUNT         value 2.

      *> gift vouchers - how many months a voucher stays good for
      *> from the day it is sold, and the result codes returned by
      *> gvpost.cbl
       78 GIFTVOUCHER-EXPIRY-MONTHS  value 24.
       78 GVPOST-OK                  value 0.
       78 GVPOST-NOT-ENOUGH          value 1.
       78 GVPOST-NO-VOUCHER          value 2.
       78 GVPOST-LAPSED              value 3.

      *> result codes returned by piimask.cbl - identifiers printed
      *> in full were asked for by someone who may not have them
       78 PIIMASK-OK                 value 0.
       78 PIIMASK-NOT-ALLOWED        value 1.

      *> predicted no-show risk (noshowrisk.cbl) - a booking scoring
      *> at or over HIGH shows red on the schedule grid, High on the
      *> day list, and goes on the nightly phone round (riskcall.cbl)
      *> as a task for the store's call queue, assigned to CALLS
      *> followed by the store id and worked from taskdiary.cbl;
      *> MEDIUM and over shows Medium on the day list
       78 NOSHOW-RISK-HIGH           value 45.
       78 NOSHOW-RISK-MEDIUM         value 25.
       78 NOSHOW-CALLS-QUEUE         value "CALLS".

      *> recurring appointment series (seriesbook.cbl) - a series
      *> definition holds up to SERIES-MAX-STEPS visits, and a step
      *> may be booked up to SERIES-MAX-ADVANCE-DAYS ahead, past the
      *> ordinary booking window, since the later visits of a
      *> post-op or ortho-k series fall well beyond it
       78 SERIES-MAX-STEPS           value 8.
       78 SERIES-MAX-ADVANCE-DAYS    value 400.
       78 SERIESBOOK-OK              value 0.
       78 SERIESBOOK-UNKNOWN-SERIES  value 1.
       78 SERIESBOOK-NOT-IN-SERIES   value 2.
       78 SERIESBOOK-FILE-ERROR      value 3.

      *> result codes returned by chkdigit.cbl - Luhn check digit
      *> generation/validation for customer and consultant ids
       78 CHKDIGIT-OK              value 0.
       78 DEFAULT-DAY-START-TIME   value 0900.
       78 DEFAULT-DAY-END-TIME     value 1800.
       78 APP-TIME-SLOT-LEN        value 11.
      *> idle sign-off (idlelock.cbl) - minutes without a keystroke
      *> before a screen locks the terminal, for a store that hasn't
      *> set its own Idle-Timeout-Mins; and the accept time limit
      *> used when no session is signed on (a program run on its own)
       78 DEFAULT-IDLE-TIMEOUT-MINS value 10.
       78 IDLE-NO-TIMEOUT-SECS     value 99999.
      *> inbound suspense (suspadd.cbl) - the one-line file a line
      *> being re-applied from the suspense screen is handed to its
      *> import through
       78 SUSPENSE-REPLAY-FILE     value "$MFOCALDIR/suspreplay.txt".

       78 APP-STATUS-ATTENDED	   value "Y".
       78 APP-STATUS-UNATTENDED	   value "N".
       78 CLOSURECHK-OPEN          value 0.
       78 CLOSURECHK-CLOSED        value 1.

      *> result codes returned by batchpick.cbl - picking or checking
      *> the manufacturer's batch of a product taken off the shelf
       78 BATCHPICK-OK             value 0.
       78 BATCHPICK-NONE           value 1.
       78 BATCHPICK-HELD           value 2.
       78 BATCHPICK-UNKNOWN        value 3.

      *> result codes returned by periodchk.cbl - may the ledger take
      *> an entry dated in this month (period-fd.cpy): yes, or the
      *> month is closed and the entry goes into today's period
      *> instead, or today's period is closed as well
       78 PERIODCHK-OPEN           value 0.
       78 PERIODCHK-LATE           value 1.
       78 PERIODCHK-CLOSED         value 2.

      *> the target week record is registered to another operator in
      *> the advisory lock registry (lockreg.cbl) - the headless
      *> paths step back rather than rewrite a week someone is
