      *> capacity, then the stores roll up into their Region-Code
      *> (stores.cpy) with the per-store breakdown printed beneath
      *> each region's totals. stores with no region assigned come
      *> out under "---" rather than silently vanishing. the
      *> opening prompt also reaches the store targets: this
      *> month's targets against actuals so far, last month's at
      *> month end (targetrpt.cbl), and keying or loading the
      *> targets themselves (targetmaint.cbl) - and the condition
      *> prevalence report (dxprev.cbl) with the diagnosis code list
      *> behind it (dxcodemaint.cbl).

       environment division.
       special-names.
       01 rr-reg-dna           binary-long.
       01 rr-reg-capacity      binary-long.

       01 date-today-temp.
         03 yyyy               pic xxxx.
         03 mm                 pic xx.
         03 dd                 pic xx.
       01 rr-target-month      pic 9(6).
       01 redefines rr-target-month.
         03 rr-target-yyyy     pic 9999.
         03 rr-target-mm       pic 99.

       01 report-header-line.
         03 filler             pic x(44)
            value "Region roll-up - booked/attended/DNA/slots".
           perform clr-screen
           display g-menuheader

           move "[R]egions, [T]argets, last month [E]nd, [S]et targets"
              & ", [P]revalence" to popup-l-message
           move "[R], [T], [E], [S], [P] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "t"
              when "T"
              when "e"
              when "E"
                 perform run-target-report
                 goback
              when "s"
              when "S"
                 call "targetmaint" using lnk-store-info,
                                          lnk-operator-info
                 end-call
                 cancel "targetmaint"
                 goback
              when "p"
              when "P"
                 perform run-prevalence
                 goback
              when "r"
              when "R"
                 continue
              when other
                 goback
           end-evaluate

           perform load-store-regions
           perform scan-appointments
           perform write-region-report

           goback.

      *> this month so far, or the whole of last month
        run-target-report.
           accept date-today-temp from date YYYYMMDD
           move yyyy to rr-target-yyyy
           move mm to rr-target-mm
           if scr-af-key-code-1x equals "e" or "E"
              if rr-target-mm equals 1
                 subtract 1 from rr-target-yyyy
                 move 12 to rr-target-mm
              else
                 subtract 1 from rr-target-mm
              end-if
           end-if

           call "targetrpt" using lnk-store-info, rr-target-month
           end-call
           cancel "targetrpt"

           move "Store targets written to targetrpt.txt"
              to popup-l-message
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

      *> the prevalence report, or the code list it counts by -
      *> changing the list is for a supervisor or above
        run-prevalence.
           move "Condition [P]revalence report or diagnosis [C]odes"
              to popup-l-message
           move "[P], [C] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "p"
              when "P"
                 call "dxprev" using lnk-store-info
                 end-call
                 cancel "dxprev"
                 move "Condition prevalence written to dxprev.txt"
                    to popup-l-message
                 move "Okay" to popup-l-button
                 perform display-lower-popup
              when "c"
              when "C"
                 if lnk-Role-Supervisor-Up
                    call "dxcodemaint" using lnk-store-info,
                                             lnk-operator-info
                    end-call
                    cancel "dxcodemaint"
                 else
                    move "Code list changes need a supervisor"
                       to popup-l-message
                    move "Okay" to popup-l-button
                    perform display-lower-popup
                 end-if
           end-evaluate
           .

      *> every store's region assignment up front, so appointment
      *> records for a store roll into the right place even when
      *> the store has no bookings yet
