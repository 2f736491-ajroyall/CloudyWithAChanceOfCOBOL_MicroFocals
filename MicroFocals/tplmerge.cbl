      *>   <ADDR1> <ADDR2> <ADDR3> <ADDR4> <POSTCODE>
      *>   <STORENAME> <APPTDAY> <APPTDATE> <APPTTIME> <CONSULTANT>
      *>   <NHSNUM> <CONDITION>
      *>   <RXDATE> <RXTYPE> <RXRIGHT> <RXLEFT> <GOCNUM> <STOREADDR>
      *> an unknown token is left in place so a typo in a template is
      *> visible on the printed letter rather than silently dropped.

         03 mv-consultant        pic x(60).
         03 mv-nhs-number        pic x(10).
         03 mv-condition         pic x(22).
         03 mv-rx-date           pic x(10).
         03 mv-rx-type           pic x(12).
         03 mv-rx-right          pic x(40).
         03 mv-rx-left           pic x(40).
         03 mv-goc-number        pic x(10).
         03 mv-store-address     pic x(80).

       01 lnk-merged-line        pic x(80).

              when "CONSULTANT" move mv-consultant to tm-value
              when "NHSNUM"     move mv-nhs-number to tm-value
              when "CONDITION"  move mv-condition to tm-value
              when "RXDATE"     move mv-rx-date to tm-value
              when "RXTYPE"     move mv-rx-type to tm-value
              when "RXRIGHT"    move mv-rx-right to tm-value
              when "RXLEFT"     move mv-rx-left to tm-value
              when "GOCNUM"     move mv-goc-number to tm-value
              when "STOREADDR"  move mv-store-address to tm-value
              when other        move "n" to tm-token-known
           end-evaluate
           .
