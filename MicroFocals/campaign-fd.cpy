      *> marketing campaign register - one record per mailing, so
      *> once a win-back letter has gone we still know what was
      *> offered, to whom and over what window it is judged.
      *> maintained by campmaint.cbl; members are selected by
      *> lapsed.cbl's band export (campmember-fd.cpy), and
      *> campresp.cbl counts what the members did inside the window.
       fd campaign-file.
       01 campaign-record.
         03 mc-campaign-code      pic x(8).
         03 mc-description        pic x(40).
      *> the offer as the customer is told it - also what the till
      *> operator sees when the code is keyed at the POS
         03 mc-offer              pic x(40).
      *> [E]mail, [S]MS or [P]ost - only customers who have given
      *> marketing consent on that channel are selected
         03 mc-channel            pic x.
           88 mc-channel-email    value "E".
           88 mc-channel-sms      value "S".
           88 mc-channel-post     value "P".
           88 mc-valid-channel    value "E", "S", "P".
      *> the mailing date and the last day a response counts
         03 mc-start-date         pic 9(8).
         03 mc-end-date           pic 9(8).
      *> target segment - a lapsed.cbl band: [A]ctive, [D]ue,
      *> [L]apsed or d[O]rmant
         03 mc-segment            pic x.
           88 mc-valid-segment    value "A", "D", "L", "O".
      *> preferred store the selection is limited to, zero = all
         03 mc-store-id           pic 9(5).
      *> [D]raft until members are selected, then [S]elected
         03 mc-status             pic x.
           88 mc-status-draft     value "D".
           88 mc-status-selected  value "S".
         03 mc-selected-date      pic 9(8).
         03 mc-member-count       pic 9(7).
      *> operator id (lnk-Operator-Id) who last edited the campaign
         03 mc-updated-by         pic x(10).
