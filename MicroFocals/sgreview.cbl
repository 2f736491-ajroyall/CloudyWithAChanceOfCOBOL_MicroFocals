
      *> safeguarding case review - the manager works the escalation
      *> register safeguard.cbl opens: sees every open case (child,
      *> no-show count, opened date, responsible adult) and closes
      *> one off once it has actually been dealt with, stamped with
      *> who closed it and when. cases never disappear on their own.

       environment division.
       special-names.
         03 sr-list-name        pic x(30).
         03 sr-list-count-ns    pic zz9.
         03 sr-list-opened      pic 9(8).
         03 sr-list-adult       pic x(16).

       01 sr-row                binary-long.
       01 ls-eof                pic x.

           move 0 to sr-in-cust-id
           display g-sgreview
           perform idle-accept-start
           accept g-sgreview timeout after idle-accept-secs
           perform f1-or-quit

           if sr-in-cust-id not equals 0
                    to sr-list-count-ns(sr-list-count)
                 move sg-opened-date
                    to sr-list-opened(sr-list-count)
                 move sg-adult-name
                    to sr-list-adult(sr-list-count)
              end-if
           end-perform
           close sgreg-file
                    at line sr-row + 4 column 48
                 display sr-list-opened(sr-row)
                    at line sr-row + 4 column 54
                 display sr-list-adult(sr-row)
                    at line sr-row + 4 column 64
              end-perform
           end-if
           .
