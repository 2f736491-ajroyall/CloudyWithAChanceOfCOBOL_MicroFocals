       identification division.
       program-id. campresp.

      *> marketing campaign response report - for every campaign
      *> whose members have been selected (campmaint.cbl/lapsed.cbl)
      *> this counts what the members did between the mailing date
      *> and the end of the response window:
      *>   booked   - members holding at least one appointment in the
      *>              window, and how many appointments (found
      *>              through the customer cross reference; the
      *>              appointment file keeps no booking date, so it
      *>              is the appointment's own date that must fall in
      *>              the window)
      *>   spent    - members with invoice lines in the window, and
      *>              the gross taken less credit notes
      *>   redeemed - ledger entries keyed at the till with the
      *>              campaign's code, by anyone, and their value
      *> the response rate is booked members over members mailed.
      *> headless, for the weekly run-control list; campmaint.cbl
      *> also runs it on demand.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "campaign-fc.cpy".
       copy "campmember-fc.cpy".
       copy "custxref-fc.cpy".
       copy "ledger-fc.cpy".

       select response-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "campaign-fd.cpy".
       copy "campmember-fd.cpy".
       copy "custxref-fd.cpy".
       copy "ledger-fd.cpy".

       fd response-report.
       01 report-line           pic x(120).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "campresp.txt".
       01 eof                   pic x.
       01 sub-eof               pic x.
       01 cr-no-xref            pic x value "n".
       01 cr-no-ledger          pic x value "n".

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

       78 CR-MAX-CAMPAIGNS      value 100.
       01 cr-campaign occurs CR-MAX-CAMPAIGNS.
         03 cr-code             pic x(8).
         03 cr-description      pic x(40).
         03 cr-channel          pic x.
         03 cr-segment          pic x.
         03 cr-start-num        pic 9(9).
         03 cr-end-num          pic 9(9).
         03 cr-start-date       pic 9(8).
         03 cr-end-date         pic 9(8).
         03 cr-members          binary-long.
         03 cr-booked-members   binary-long.
         03 cr-bookings         binary-long.
         03 cr-spend-members    binary-long.
         03 cr-spend            pic s9(9)v99.
         03 cr-redeemed         binary-long.
         03 cr-redeemed-value   pic s9(9)v99.
       01 cr-campaign-count     binary-long value 0.
       01 cr-idx                binary-long.
       01 cr-found              binary-long.

       01 cr-member-bookings    binary-long.
       01 cr-member-spend       pic s9(9)v99.
       01 cr-member-spent       pic x.
       01 cr-slot-num           pic 9(9).
       01 cr-jan1-num           pic 9(9).
       01 cr-jan1-dow           pic 9.
       01 cr-year-tmp           pic 9(9).
       01 cr-entry-date         pic 9(8).
       01 cr-rate               pic 9(3)v9.

       01 report-header-line.
         03 filler              pic x(30)
            value "Campaign responses at ".
         03 rpt-hdr-dd          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-mm          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-yyyy        pic 9999.

       01 report-campaign-line.
         03 rpt-code            pic x(8).
         03 filler              pic x(2)  value spaces.
         03 rpt-description     pic x(40).
         03 filler              pic x(2)  value spaces.
         03 filler              pic x(8)  value "channel ".
         03 rpt-channel         pic x.
         03 filler              pic x(10) value "  segment ".
         03 rpt-segment         pic x.
         03 filler              pic x(9)  value "  window ".
         03 rpt-start           pic x(10).
         03 filler              pic x(3)  value " - ".
         03 rpt-end             pic x(10).

       01 report-count-line.
         03 filler              pic x(4)  value spaces.
         03 rpt-label           pic x(24).
         03 rpt-count           pic zzzzzz9.
         03 filler              pic x(4)  value spaces.
         03 rpt-value           pic x(14).

       01 report-none-line.
         03 filler              pic x(40)
            value "No campaigns with members selected".

       01 cr-money-edit         pic zzzzzzz9.99-.
       01 cr-rate-edit          pic zz9.9.

       01 cr-date-edit.
         03 cr-ed-dd            pic 99.
         03 filler              pic x value "/".
         03 cr-ed-mm            pic 99.
         03 filler              pic x value "/".
         03 cr-ed-yyyy          pic 9999.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD

           perform load-selected-campaigns
           if cr-campaign-count > 0
              perform count-member-responses
              perform count-redemptions
           end-if
           perform write-response-report

           display cr-campaign-count
              " campaign(s) reported - see " rpt-filename
           goback.

        load-selected-campaigns.
           move 0 to cr-campaign-count
           open input campaign-file
           if not fs-okay
              exit paragraph
           end-if
           move low-values to mc-campaign-code
           start campaign-file
               key > mc-campaign-code
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read campaign-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and mc-status-selected
                 and cr-campaign-count < CR-MAX-CAMPAIGNS
                 add 1 to cr-campaign-count
                 move cr-campaign-count to cr-idx
                 initialize cr-campaign(cr-idx)
                 move mc-campaign-code to cr-code(cr-idx)
                 move mc-description to cr-description(cr-idx)
                 move mc-channel to cr-channel(cr-idx)
                 move mc-segment to cr-segment(cr-idx)
                 move mc-start-date to cr-start-date(cr-idx)
                 move mc-end-date to cr-end-date(cr-idx)
                 compute cr-start-num(cr-idx) =
                    function integer-of-date(mc-start-date)
                 compute cr-end-num(cr-idx) =
                    function integer-of-date(mc-end-date)
              end-if
           end-perform
           close campaign-file
           .

      *> members come back grouped by campaign - each one's bookings
      *> through the cross reference and spend through the ledger's
      *> customer key
        count-member-responses.
           open input campmember-file
           if not fs-okay
              exit paragraph
           end-if
           open input custxref-file
           if not fs-okay
              move "y" to cr-no-xref
           end-if
           open input ledger-file
           if not fs-okay
              move "y" to cr-no-ledger
           end-if

           move low-values to mb-key
           start campmember-file
               key > mb-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read campmember-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
              if eof not equals "y"
                 perform find-member-campaign
                 if cr-found > 0
                    perform weigh-one-member
                 end-if
              end-if
           end-perform

           if cr-no-ledger not equals "y"
              close ledger-file
           end-if
           if cr-no-xref not equals "y"
              close custxref-file
           end-if
           close campmember-file
           .

        find-member-campaign.
           move 0 to cr-found
           perform varying cr-idx from 1 by 1
                until cr-idx > cr-campaign-count
              if cr-code(cr-idx) equals mb-campaign-code
                 move cr-idx to cr-found
                 exit perform
              end-if
           end-perform
           .

        weigh-one-member.
           add 1 to cr-members(cr-found)

           move 0 to cr-member-bookings
           if cr-no-xref not equals "y"
              perform count-member-bookings
           end-if
           if cr-member-bookings > 0
              add 1 to cr-booked-members(cr-found)
              add cr-member-bookings to cr-bookings(cr-found)
           end-if

           move 0 to cr-member-spend
           move "n" to cr-member-spent
           if cr-no-ledger not equals "y"
              perform sum-member-spend
           end-if
           if cr-member-spent equals "y"
              add 1 to cr-spend-members(cr-found)
           end-if
           add cr-member-spend to cr-spend(cr-found)
           .

        count-member-bookings.
           move mb-customer-id to xr-customer-id
           move 0 to xr-store-id xr-year xr-week
                     xr-consultant-id xr-day xr-slot
           start custxref-file
               key >= custxref-key
               invalid key move "y" to sub-eof
               not invalid key move "n" to sub-eof
           end-start
           perform until sub-eof equals "y"
              read custxref-file next record
                 at end move "y" to sub-eof
              end-read
              if not fs-okay or sub-eof equals "y"
                 or xr-customer-id not equals mb-customer-id
                 move "y" to sub-eof
              else
                 perform compute-xref-slot-date
                 if cr-slot-num >= cr-start-num(cr-found)
                    and cr-slot-num <= cr-end-num(cr-found)
                    add 1 to cr-member-bookings
                 end-if
              end-if
           end-perform
           .

        sum-member-spend.
           move mb-customer-id to lg-customer-id
           start ledger-file
               key = lg-customer-id
               invalid key move "y" to sub-eof
               not invalid key move "n" to sub-eof
           end-start
           perform until sub-eof equals "y"
              read ledger-file next record
                 at end move "y" to sub-eof
              end-read
              if not fs-okay or sub-eof equals "y"
                 or lg-customer-id not equals mb-customer-id
                 move "y" to sub-eof
              else
                 move lg-entry-date to cr-entry-date
                 if cr-entry-date >= cr-start-date(cr-found)
                    and cr-entry-date <= cr-end-date(cr-found)
                    evaluate true
                       when lg-type-invoice
                          add lg-net-amount to cr-member-spend
                          add lg-vat-amount to cr-member-spend
                          move "y" to cr-member-spent
                       when lg-type-credit
                          subtract lg-net-amount from cr-member-spend
                          subtract lg-vat-amount from cr-member-spend
                    end-evaluate
                 end-if
              end-if
           end-perform
           .

      *> the slot's integer date from its year/week/day - the
      *> inverse of dateinfo.cbl's week numbering, where week 1 runs
      *> from the Sunday on or before 1 January
        compute-xref-slot-date.
           move xr-year to sf-yyyy
           move 1 to sf-mm sf-dd
           compute cr-jan1-num = function integer-of-date(sf-date)
           divide cr-jan1-num by 7 giving cr-year-tmp
              remainder cr-jan1-dow
           add 1 to cr-jan1-dow
           compute cr-slot-num =
              cr-jan1-num + (xr-week - 1) * 7 + xr-day - 1
           if cr-jan1-dow < 7
              compute cr-slot-num = cr-slot-num - (7 - cr-jan1-dow)
           end-if
           .

      *> offers redeemed at the till carry the campaign code on the
      *> ledger line, whoever brought the voucher in
        count-redemptions.
           open input ledger-file
           if not fs-okay
              exit paragraph
           end-if
           move 0 to lg-entry-id
           start ledger-file
               key > lg-entry-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read ledger-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and lg-campaign-code not equals spaces
                 and lg-campaign-code not equals low-values
                 move 0 to cr-found
                 perform varying cr-idx from 1 by 1
                      until cr-idx > cr-campaign-count
                    if cr-code(cr-idx) equals lg-campaign-code
                       move cr-idx to cr-found
                       exit perform
                    end-if
                 end-perform
                 if cr-found > 0
                    add 1 to cr-redeemed(cr-found)
                    if lg-type-invoice
                       add lg-net-amount to cr-redeemed-value(cr-found)
                       add lg-vat-amount to cr-redeemed-value(cr-found)
                    end-if
                 end-if
              end-if
           end-perform
           close ledger-file
           .

        write-response-report.
           open output response-report
           move dd to rpt-hdr-dd
           move mm to rpt-hdr-mm
           move yyyy to rpt-hdr-yyyy
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           if cr-campaign-count equals 0
              write report-line from report-none-line
           end-if

           perform varying cr-idx from 1 by 1
                until cr-idx > cr-campaign-count
              move cr-code(cr-idx) to rpt-code
              move cr-description(cr-idx) to rpt-description
              move cr-channel(cr-idx) to rpt-channel
              move cr-segment(cr-idx) to rpt-segment
              move cr-start-date(cr-idx) to sf-date
              perform edit-sf-date
              move cr-date-edit to rpt-start
              move cr-end-date(cr-idx) to sf-date
              perform edit-sf-date
              move cr-date-edit to rpt-end
              write report-line from report-campaign-line

              move "Members mailed" to rpt-label
              move cr-members(cr-idx) to rpt-count
              move spaces to rpt-value
              write report-line from report-count-line

              move "Members who booked" to rpt-label
              move cr-booked-members(cr-idx) to rpt-count
              if cr-members(cr-idx) > 0
                 compute cr-rate rounded =
                    cr-booked-members(cr-idx) * 100
                    / cr-members(cr-idx)
              else
                 move 0 to cr-rate
              end-if
              move cr-rate to cr-rate-edit
              move spaces to rpt-value
              string cr-rate-edit "% response" delimited by size
                 into rpt-value
              end-string
              write report-line from report-count-line

              move "Appointments in window" to rpt-label
              move cr-bookings(cr-idx) to rpt-count
              move spaces to rpt-value
              write report-line from report-count-line

              move "Members with sales" to rpt-label
              move cr-spend-members(cr-idx) to rpt-count
              move cr-spend(cr-idx) to cr-money-edit
              move cr-money-edit to rpt-value
              write report-line from report-count-line

              move "Offers redeemed" to rpt-label
              move cr-redeemed(cr-idx) to rpt-count
              move cr-redeemed-value(cr-idx) to cr-money-edit
              move cr-money-edit to rpt-value
              write report-line from report-count-line

              move spaces to report-line
              write report-line
           end-perform

           close response-report
           .

        edit-sf-date.
           move sf-dd to cr-ed-dd
           move sf-mm to cr-ed-mm
           move sf-yyyy to cr-ed-yyyy
           .

       copy "common.cpy".
