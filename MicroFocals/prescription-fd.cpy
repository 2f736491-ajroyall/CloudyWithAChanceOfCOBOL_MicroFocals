           05 rx-type             pic x.
             88 rx-type-spectacle value "S", "s".
             88 rx-type-contact   value "C", "c".
      *> a spectacle Rx brought in from another practice - recorded
      *> so we can dispense to it, never counted as one of our own
      *> sight tests. the issuing practice is in rx-external below.
             88 rx-type-external  value "E", "e".
      *> the consultant who carried out the sight test and issued
      *> this Rx - zero on an external Rx
         03 rx-consultant-id      pic 9(9).
      *> sphere and cylinder in dioptres, signed; axis in degrees;
      *> near addition in dioptres (always plus)
           05 rx-review-dd        pic 99.
      *> operator id (lnk-Operator-Id) who keyed this Rx in
         03 rx-added-by           pic x(10).
      *> set by rxmaint.cbl when the Rx moved further from the
      *> customer's previous one of the same type than the re-check
      *> limits allow (sphere, cylinder, or axis on a significant
      *> cylinder) - which earlier Rx it was measured against, which
      *> values moved ("R SPH", "L AXS" ...), and the operator who
      *> keyed the consultant's confirmation, and when. space/zeros
      *> = no large change, a first Rx, or one predating the check.
      *> dispjobs.cbl shows the flag on jobs cut to the Rx and the
      *> weekly review report (rxchgrpt.cbl) lists them.
         03 rx-change-flag        pic x.
           88 rx-change-flagged   value "Y".
         03 rx-change-prev-date   pic 9(8).
         03 rx-change-detail      pic x(36).
         03 rx-change-confirm-by  pic x(10).
         03 rx-change-confirm-on  pic 9(8).
      *> the day the Rx was keyed - it is signed off at the end of
      *> that day, and corrections after that go on as addenda
      *> (clinamend-fd.cpy). zero on an Rx keyed before sign-off
      *> was recorded, which then counts from its test date.
         03 rx-recorded-on        pic 9(8).
      *> who issued an external Rx (rx-type-external): the practice,
      *> the practitioner and their registration number, and the
      *> scanned copy of the paper Rx on the document register
      *> (docindex-fd.cpy, the customer's dx-doc-seq). spaces and
      *> zero on our own Rx.
         03 rx-external.
           05 rx-ext-practice     pic x(30).
           05 rx-ext-practitioner pic x(30).
           05 rx-ext-reg-no       pic x(10).
           05 rx-ext-doc-seq      pic 9(4).
