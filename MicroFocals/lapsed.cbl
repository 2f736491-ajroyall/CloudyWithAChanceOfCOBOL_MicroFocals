      *> be exported for a win-back mailing. the appointment date is
      *> approximated from its year/week/day, which is as exact as
      *> banding in years needs.
      *>
      *> keying a campaign code (campmaint.cbl) turns the export
      *> into that campaign's mailing: the band, channel and store
      *> come from the campaign, only customers with marketing
      *> consent on that channel are taken, each one is recorded as
      *> a campaign member and the mailing is queued through
      *> commsadd.cbl. a customer already a member is not mailed
      *> twice if the selection is run again.

       environment division.
       special-names.
       copy "customer-fc.cpy".
       copy "custxref-fc.cpy".
       copy "app-fc.cpy".
       copy "campaign-fc.cpy".
       copy "campmember-fc.cpy".

       select lapsed-report assign to dynamic rpt-filename
        organization is line sequential.
       copy "customer-fd.cpy".
       copy "custxref-fd.cpy".
       copy "app-fd.cpy".
       copy "campaign-fd.cpy".
       copy "campmember-fd.cpy".

       fd lapsed-report.
       01 report-line          pic x(100).

       01 lp-export-band       pic x.
       01 lp-export-count      binary-long value 0.

      *> campaign whose mailing this export is - spaces for a plain
      *> export file
       01 lp-campaign-code     pic x(8).
       01 lp-campaign-ok       pic x.
       01 lp-campaign-channel  pic x.
         88 lp-channel-email   value "E".
         88 lp-channel-sms     value "S".
       01 lp-campaign-store    pic 9(5).
       01 lp-consented         pic x.
       01 lp-today-date        pic 9(8).

       01 comms-request.
         03 cq-rq-customer-id    pic 9(9).
         03 cq-rq-recipient-name pic x(60).
         03 cq-rq-email          pic x(40).
         03 cq-rq-tel            pic x(20).
         03 cq-rq-doc-type       pic x(12).
         03 cq-rq-doc-ref        pic x(30).
         03 cq-rq-presend        pic x.
       01 lp-count-display     pic z(8)9.

       01 report-header-line.
           03 line 21 col 4 pic x(34) value
              "d[O]rmant, space for no export:".
           03 line 21 col 40 pic x using lp-export-band.
           03 line 22 col 4 pic x(34) value
              "or a campaign code to mail:".
           03 line 22 col 40 pic x(8) using lp-campaign-code.

       procedure division using lnk-store-info, lnk-operator-info.
           move lnk-name-of-store to Store-Name
           display g-menuheader

           move space to lp-export-band
           move spaces to lp-campaign-code
           move "n" to lp-campaign-ok
           perform until lp-campaign-ok equals "y"
              display g-lapsedexport
              perform idle-accept-start
              accept g-lapsedexport timeout after idle-accept-secs
              perform f1-or-quit
              move function upper-case(lp-export-band)
                 to lp-export-band
              move function upper-case(lp-campaign-code)
                 to lp-campaign-code
              perform check-export-campaign
           end-perform

           accept date-today-temp from date YYYYMMDD
           move date-today-temp to lp-today-date
           move yyyy to sf-yyyy
           move mm to sf-mm
           move dd to sf-dd
           if lp-export-band not equals space
              open output export-file
           end-if
           if lp-campaign-code not equals spaces
              open i-o campmember-file
              if ws-file-status equals "35"
                 open output campmember-file
              end-if
              move "campmember-file" to fs-current-file
              perform check-file-status
           end-if

           perform scan-customers

           if lp-export-band not equals space
              close export-file
           end-if
           if lp-campaign-code not equals spaces
              close campmember-file
              perform mark-campaign-selected
           end-if

           perform write-lapsed-report

           perform add-to-band-counts

      *> the band export is a marketing mailing - only customers
      *> with positive postal marketing consent appear in it, or
      *> for a campaign, consent on the campaign's own channel
           if lp-export-band not equals space
              and lp-band equals lp-export-band
              if lp-campaign-code equals spaces
                 if f-Consent-Mkt-Post equals "y"
                    or f-Consent-Mkt-Post equals "Y"
                    perform export-customer-line
                 end-if
              else
                 perform check-campaign-consent
                 if lp-consented equals "y"
                    and (lp-campaign-store equals 0
                     or lp-campaign-store equals f-Preferred-Store-Id)
                    perform add-campaign-member
                 end-if
              end-if
           end-if
           .

      *> the campaign code must be on the register; its segment
      *> becomes the band exported
        check-export-campaign.
           move "y" to lp-campaign-ok
           if lp-campaign-code equals spaces
              exit paragraph
           end-if

           open input campaign-file
           if fs-okay
              move lp-campaign-code to mc-campaign-code
              read campaign-file
                 invalid key move "n" to lp-campaign-ok
              end-read
              close campaign-file
           else
              move "n" to lp-campaign-ok
           end-if

           if lp-campaign-ok equals "y"
              move mc-segment to lp-export-band
              move mc-channel to lp-campaign-channel
              move mc-store-id to lp-campaign-store
           else
              move "Campaign code" to popup-title
              move "That campaign is not on the register"
                 to popup-message-1
              move "Add it under campaigns first" to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> marketing consent on the campaign's channel, and somewhere
      *> to send it that hasn't bounced
        check-campaign-consent.
           move "n" to lp-consented
           evaluate true
              when lp-channel-email
                 if (f-Consent-Mkt-Email equals "y"
                     or f-Consent-Mkt-Email equals "Y")
                    and f-Home-Email not equals spaces
                    and f-Email-Bad not equals "Y"
                    move "y" to lp-consented
                 end-if
              when lp-channel-sms
                 if (f-Consent-Mkt-SMS equals "y"
                     or f-Consent-Mkt-SMS equals "Y")
                    and f-Home-Tel not equals spaces
                    and f-Tel-Bad not equals "Y"
                    move "y" to lp-consented
                 end-if
              when other
                 if f-Consent-Mkt-Post equals "y"
                    or f-Consent-Mkt-Post equals "Y"
                    move "y" to lp-consented
                 end-if
           end-evaluate
           .

      *> membership first - a customer already recorded against
      *> this campaign was mailed last time and is left alone
        add-campaign-member.
           move lp-campaign-code to mb-campaign-code
           move f-Customer-Id of f-CustomerInformation
              to mb-customer-id
           move f-Preferred-Store-Id to mb-store-id
           move lp-campaign-channel to mb-channel
           move lp-today-date to mb-selected-date
           write campmember-record
           if fs-key-already-exists
              exit paragraph
           end-if
           perform check-file-status

           move f-Customer-Id of f-CustomerInformation
              to cq-rq-customer-id
           move f-FullName to cq-rq-recipient-name
           move spaces to cq-rq-email cq-rq-tel
           evaluate true
              when lp-channel-email
                 move f-Home-Email to cq-rq-email
              when lp-channel-sms
                 move f-Home-Tel to cq-rq-tel
           end-evaluate
           move "CAMPAIGN" to cq-rq-doc-type
           move spaces to cq-rq-doc-ref
           string "campaign " lp-campaign-code
              delimited by size into cq-rq-doc-ref
           end-string
           move "Q" to cq-rq-presend
           call "commsadd" using comms-request
           end-call

           perform export-customer-line
           .

        mark-campaign-selected.
           open i-o campaign-file
           if not fs-okay
              exit paragraph
           end-if
           move lp-campaign-code to mc-campaign-code
           read campaign-file
              invalid key
                 close campaign-file
                 exit paragraph
           end-read
           move "S" to mc-status
           move lp-today-date to mc-selected-date
           add lp-export-count to mc-member-count
           move lnk-Operator-Id to mc-updated-by
           rewrite campaign-record
           perform check-file-status
           close campaign-file
           .

      *> most recent attended appointment via the cross reference -
      *> each entry resolves to its week record, and the slot's
      *> attended flag decides whether it counts
