         03 mv-consultant        pic x(60).
         03 mv-nhs-number        pic x(10).
         03 mv-condition         pic x(22).
         03 mv-rx-date           pic x(10).
         03 mv-rx-type           pic x(12).
         03 mv-rx-right          pic x(40).
         03 mv-rx-left           pic x(40).
         03 mv-goc-number        pic x(10).
         03 mv-store-address     pic x(80).

       01 report-line-1.
        03 filler                pic x(24)
