       copy "common_ss.cpy".
       copy "constroster.ss".

       PROCEDURE DIVISION using lnk-store-info, lnk-operator-info.
           perform init-roster

           move "Consultant Roster" to Menu-Name
           perform clr-screen
           display g-menuheader

      *> the receptionists' and dispensers' rota, holidays and cover
      *> rules sit alongside the consultants' roster (staffrota.cbl)
           move "[C]onsultant roster or non-clinical [S]taff rota"
              to popup-l-message
           move "[C], [S] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "s"
              when "S"
                 call "staffrota" using lnk-store-info,
                                        lnk-operator-info
                 end-call
                 cancel "staffrota"
                 goback returning CONSTROSTER-OK
              when "c"
              when "C"
                 continue
              when other
                 goback returning CONSTROSTER-OK
           end-evaluate
           perform clr-screen
           display g-menuheader

           accept date-today-temp from date YYYYMMDD
           move yyyy to sf-yyyy
           move mm to sf-mm
