       identification division.
       program-id. loystmt.

      *> loyalty points statement - for the customer found through
      *> custpopup, the points account (loyalty-fd.cpy) as it stands:
      *> balance and what it is worth off a bill, lifetime earned,
      *> clawed back, redeemed and lapsed, how many points will lapse
      *> within the month if nothing is earned meanwhile, then the
      *> most recent movements from the history. read only - points
      *> only move through the till (posledger.cbl) and the expiry
      *> batch (loyexpire.cbl).

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "loyalty-fc.cpy".
       copy "loyaltx-fc.cpy".

       data division.
       copy "loyalty-fd.cpy".
       copy "loyaltx-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       01 wsc-Customer.
       copy "customerinfo.cpy" replacing ==:Prefix-:== by ==wsc-==.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

       01 ls-eof                       pic x.
       01 ls-found                     pic x.

      *> points earned since this date are safe for another month -
      *> anything the balance holds beyond them lapses at the next
      *> monthly expiry run
       78 LS-LAPSE-WARNING-DAYS        value 30.
       01 ls-safe-from-num             pic 9(9).
       01 ls-line-num                  pic 9(9).
       01 ls-safe-points               pic 9(9).
       01 ls-lapsing                   pic 9(9).

       78 LS-MAX-LIST                  value 12.
       01 ls-list-count                binary-long value 0.
       01 ls-list occurs LS-MAX-LIST.
          03 ls-list-date              pic x(10).
          03 ls-list-type              pic x(10).
          03 ls-list-points            pic -zzzzzzz9.
          03 ls-list-balance           pic zzzzzzzz9.
          03 ls-list-ledger            pic zzzzzzzz9.
       01 ls-row                       binary-long.
       01 ls-first-seq                 pic 9(5).

       01 ls-points-edit               pic zzzzzzzz9.
       01 ls-value                     pic 9(7)v99.
       01 ls-value-edit                pic zzzzzz9.99.
       01 ls-date-edit.
          03 ls-ed-dd                  pic 99.
          03 filler                    pic x value "/".
          03 ls-ed-mm                  pic 99.
          03 filler                    pic x value "/".
          03 ls-ed-yyyy                pic 9999.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Loyalty Points" to Menu-Name
           move "LY_M01" to Menu-Id

           accept date-today-temp from date YYYYMMDD
           move yyyy to sf-yyyy
           move mm to sf-mm
           move dd to sf-dd
           compute ls-safe-from-num = function integer-of-date(sf-date)
              - LOYALTY-EXPIRY-DAYS + LS-LAPSE-WARNING-DAYS

           perform clr-screen
           display g-menuheader

           call "custpopupsetcaller" using by content
                "loystmt     "
           end-call
           call "custpopup" using wsc-customer
           if return-code equals -1
              goback
           end-if

           perform load-points-account
           perform show-points-statement
           perform press-any-key

           goback.
      $end

        load-points-account.
           move "n" to ls-found
           move 0 to ls-list-count ls-safe-points ls-lapsing
           open input loyalty-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-customer-id to ly-customer-id
           read loyalty-file
              invalid key continue
              not invalid key move "y" to ls-found
           end-read
           close loyalty-file
           if ls-found not equals "y"
              exit paragraph
           end-if

           open input loyaltx-file
           if not fs-okay
              exit paragraph
           end-if
           if ly-last-seq > LS-MAX-LIST
              compute ls-first-seq = ly-last-seq - LS-MAX-LIST + 1
           else
              move 1 to ls-first-seq
           end-if

      *> the whole history is read for the lapse check; only the
      *> newest lines are kept for the screen
           move wsc-customer-id to lt-customer-id
           move 0 to lt-seq
           start loyaltx-file
               key > lt-key
               invalid key move "y" to ls-eof
               not invalid key move "n" to ls-eof
           end-start
           perform until ls-eof equals "y"
              read loyaltx-file next record
                 at end move "y" to ls-eof
              end-read
              if not fs-okay or ls-eof equals "y"
                 or lt-customer-id not equals wsc-customer-id
                 move "y" to ls-eof
              else
                 if lt-type-earned or lt-type-reinstated
                    move lt-date to sf-date
                    compute ls-line-num =
                       function integer-of-date(sf-date)
                    if ls-line-num >= ls-safe-from-num
                       add lt-points to ls-safe-points
                    end-if
                 end-if
                 if lt-seq >= ls-first-seq
                    and ls-list-count < LS-MAX-LIST
                    perform add-statement-line
                 end-if
              end-if
           end-perform
           close loyaltx-file

           if ly-balance > ls-safe-points
              compute ls-lapsing = ly-balance - ls-safe-points
           end-if
           .

        add-statement-line.
           add 1 to ls-list-count
           move lt-date to sf-date
           perform edit-sf-date
           move ls-date-edit to ls-list-date(ls-list-count)
           evaluate true
              when lt-type-earned
                 move "Earned" to ls-list-type(ls-list-count)
              when lt-type-clawed
                 move "Clawed back" to ls-list-type(ls-list-count)
              when lt-type-redeemed
                 move "Redeemed" to ls-list-type(ls-list-count)
              when lt-type-reinstated
                 move "Given back" to ls-list-type(ls-list-count)
              when lt-type-expired
                 move "Lapsed" to ls-list-type(ls-list-count)
              when other
                 move lt-type to ls-list-type(ls-list-count)
           end-evaluate
           move lt-points to ls-list-points(ls-list-count)
           move lt-balance-after to ls-list-balance(ls-list-count)
           move lt-ledger-id to ls-list-ledger(ls-list-count)
           .

        show-points-statement.
           perform clr-screen
           display g-menuheader
           display "Loyalty points for " at line 3 column 4
           display wsc-fullname at line 3 column 23

           if ls-found not equals "y"
              display "No points account - nothing earned yet"
                 at line 5 column 4
              exit paragraph
           end-if

           move ly-balance to ls-points-edit
           compute ls-value = ly-balance * LOYALTY-PENCE-PER-POINT / 100
           move ls-value to ls-value-edit
           display "Balance" at line 5 column 4
           display ls-points-edit at line 5 column 16
           display "worth" at line 5 column 27
           display ls-value-edit at line 5 column 33
           move ly-opened-date to sf-date
           perform edit-sf-date
           display "Member since" at line 5 column 46
           display ls-date-edit at line 5 column 60

           move ly-earned-total to ls-points-edit
           display "Earned" at line 6 column 4
           display ls-points-edit at line 6 column 16
           move ly-clawed-total to ls-points-edit
           display "Clawed back" at line 6 column 27
           display ls-points-edit at line 6 column 40
           move ly-redeemed-total to ls-points-edit
           display "Redeemed" at line 7 column 4
           display ls-points-edit at line 7 column 16
           move ly-expired-total to ls-points-edit
           display "Lapsed" at line 7 column 27
           display ls-points-edit at line 7 column 40

           if ls-lapsing > 0
              move ls-lapsing to ls-points-edit
              display "Lapsing within the month unless more earned:"
                 at line 8 column 4
              display ls-points-edit at line 8 column 50
           end-if

           display "Date        Movement       Points    Balance"
              at line 10 column 4
           display "Ledger id" at line 10 column 53
           perform varying ls-row from 1 by 1
               until ls-row > ls-list-count
              display ls-list-date(ls-row) at line ls-row + 10
                 column 4
              display ls-list-type(ls-row) at line ls-row + 10
                 column 16
              display ls-list-points(ls-row) at line ls-row + 10
                 column 29
              display ls-list-balance(ls-row) at line ls-row + 10
                 column 39
              display ls-list-ledger(ls-row) at line ls-row + 10
                 column 53
           end-perform
           .

        edit-sf-date.
           move sf-dd to ls-ed-dd
           move sf-mm to ls-ed-mm
           move sf-yyyy to ls-ed-yyyy
           .

       copy "common.cpy".
