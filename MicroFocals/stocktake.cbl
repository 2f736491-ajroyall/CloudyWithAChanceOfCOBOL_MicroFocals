           perform clr-screen
           display g-menuheader
           display g-stocktake
           perform idle-accept-start
           accept g-stocktake timeout after idle-accept-secs
           perform f1-or-quit

           evaluate tk-menu-option
           move spaces to tk-in-product
           move 0 to tk-in-qty
           display g-tkcount
           perform idle-accept-start
           accept g-tkcount timeout after idle-accept-secs
           perform f1-or-quit
           if tk-in-product equals spaces
              exit paragraph
