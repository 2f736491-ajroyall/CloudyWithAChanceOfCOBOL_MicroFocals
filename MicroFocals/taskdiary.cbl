      *>            week today)
      *>   [D]one / [X]cancel - close a task by id, stamped
      *> the list shows this operator's open tasks due today or
      *> overdue first, along with the store's phone-round calls
      *> (the CALLS queue riskcall.cbl fills with high no-show risk
      *> bookings) which any operator can pick up and close; overdue
      *> ones escalate onto the manager's report through taskover.cbl.

       environment division.
       special-names.
         03 mm        pic xx.
         03 dd        pic xx.
       01 td-today              pic 9(8).
       01 td-calls-queue        pic x(10).

       01 task-request.
         03 ta-rq-customer-id    pic 9(9).

           accept date-today-temp from date YYYYMMDD
           move date-today-temp to td-today
           move spaces to td-calls-queue
           string NOSHOW-CALLS-QUEUE lnk-id delimited by size
              into td-calls-queue
           end-string

           perform load-due-list
           perform show-due-list
           move space to td-menu-option
           move 0 to td-in-task-id
           display g-taskdiary
           perform idle-accept-start
           accept g-taskdiary timeout after idle-accept-secs
           perform f1-or-quit

           evaluate td-menu-option
           goback.
      $end

      *> this operator's open tasks due today or already overdue,
      *> and the store's call queue - the due-today queue the day
      *> starts with
        load-due-list.
           move 0 to td-list-count
           open input task-file
              end-if
              if ls-eof not equals "y"
                 and td-status-open
                 and (td-assigned-to equals lnk-Operator-Id
                      or td-assigned-to equals td-calls-queue)
                 and td-due-date <= td-today
                 and td-list-count < TD-MAX-LIST
                 add 1 to td-list-count
        show-due-list.
           perform clr-screen
           display g-menuheader
           display "Your tasks and store calls due today or overdue"
              at line 3 column 4

           if td-list-count equals 0
           move spaces to td-in-text td-in-assignee
           move spaces to td-in-due
           display g-tasknew
           perform idle-accept-start
           accept g-tasknew timeout after idle-accept-secs
           perform f1-or-quit

           if td-in-text equals spaces
