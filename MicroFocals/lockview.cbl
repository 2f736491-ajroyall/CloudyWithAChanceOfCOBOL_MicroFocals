
           move 0 to lv-clear-choice
           display "Clear entry # (0 = none): " at line 23 column 4
           perform idle-accept-start
           accept lv-clear-choice at line 23 column 31
              timeout after idle-accept-secs
           perform idle-accept-check

           if lv-clear-choice > 0 and
              lv-clear-choice <= lv-list-count
