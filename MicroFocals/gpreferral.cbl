         03 mv-consultant        pic x(60).
         03 mv-nhs-number        pic x(10).
         03 mv-condition         pic x(22).
         03 mv-rx-date           pic x(10).
         03 mv-rx-type           pic x(12).
         03 mv-rx-right          pic x(40).
         03 mv-rx-left           pic x(40).
         03 mv-goc-number        pic x(10).
         03 mv-store-address     pic x(80).

       01 today-temp.
         03 yyyy       pic xxxx.
           move f-PostCode to mv-postcode
           move spaces to mv-store-name mv-appt-day
                          mv-appt-date mv-appt-time mv-consultant
           move spaces to mv-rx-date mv-rx-type mv-rx-right
                          mv-rx-left mv-goc-number mv-store-address
           move "Diabetic-retinopathy" to mv-condition
           if f-NHS-Number equals 0
              move spaces to mv-nhs-number
