             perform clr-screen
             DISPLAY g-custmenu
             display g-menuheader
             perform idle-accept-start
             accept g-custmenu timeout after idle-accept-secs
             perform f1-or-quit
             evaluate customer-menu-option
                when "r"
                 call "docreg" using lnk-store-info,
                        lnk-operator-info
                 cancel "docreg"
                when 'o'
                when 'O'
                 call "loystmt" using lnk-store-info,
                        lnk-operator-info
                 cancel "loystmt"
                when 'n'
                when 'N'
                 call "guardmaint" using lnk-store-info,
                        lnk-operator-info
                 cancel "guardmaint"
                when 'y'
                when 'Y'
                 call "myopiamaint" using lnk-store-info,
                        lnk-operator-info
                 cancel "myopiamaint"
                when 'v'
                when 'V'
                 call "lvloan" using lnk-store-info,
                        lnk-operator-info
                 cancel "lvloan"
                when 'c'
                when 'C'
                 call "gvenq" using lnk-store-info,
                        lnk-operator-info
                 cancel "gvenq"
             end-evaluate
            end-perform
           goback returning CUSTMENU-OK.
