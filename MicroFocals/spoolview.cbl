           move 0 to sv-choice
           move space to sv-action
           display "Entry # (0 = none): " at line 22 column 4
           perform idle-accept-start
           accept sv-choice at line 22 column 25
              timeout after idle-accept-secs
           perform idle-accept-check
           if sv-choice > 0 and sv-choice <= sv-list-count
              display "[R]eprint or [C]ancel: " at line 23 column 4
              perform idle-accept-start
              accept sv-action at line 23 column 28
                 timeout after idle-accept-secs
              perform idle-accept-check
              evaluate sv-action
                 when "R"
                 when "r"
