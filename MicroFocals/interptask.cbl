              move 0 to it-in-task-id
              move spaces to it-in-agency
              display g-interptask
              perform idle-accept-start
              accept g-interptask timeout after idle-accept-secs
              perform f1-or-quit

              if it-in-task-id not equals 0
