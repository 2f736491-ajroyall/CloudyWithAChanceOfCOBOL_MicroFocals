             perform clr-screen
             display g-constmenu
             display g-menuheader
             perform idle-accept-start
             accept g-constmenu timeout after idle-accept-secs
             perform f1-or-quit
             evaluate consultant-menu-option
                when 'a'
