      *> specialty it needs and whether the rest-mode front end may
      *> book it. a blank code on the entry popup leaves the
      *> catalogue as it was; a blank description on an existing
      *> code removes it. the opening prompt also keeps the
      *> recurring appointment series booked from the schedule grid
      *> (seriesmaint.cbl).

       environment division.
       special-names.
           move "Appointment Types" to Menu-Name
           move "TY_M01" to Menu-Id

           perform clr-screen
           display g-menuheader

           move "[T]ypes of appointment or appointment [S]eries"
              to popup-l-message
           move "[T], [S] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "s"
              when "S"
                 call "seriesmaint" using lnk-store-info,
                                          lnk-operator-info
                 end-call
                 cancel "seriesmaint"
                 goback
              when "t"
              when "T"
                 continue
              when other
                 goback
           end-evaluate

           perform load-type-list
           perform show-type-list

           move 0 to ty-in-fee-net ty-in-fee-vat

           display g-apptypepopup
           perform idle-accept-start
           accept g-apptypepopup timeout after idle-accept-secs
           perform f1-or-quit

           if ty-in-code not equals spaces
