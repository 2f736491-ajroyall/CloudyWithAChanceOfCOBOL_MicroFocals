      *> campaign membership - one record per customer selected for
      *> a campaign (campaign-fd.cpy), written by lapsed.cbl as the
      *> mailing is queued. keyed campaign-first for the response
      *> report, with the customer as an alternate key so erasure
      *> and merges can find a customer's memberships.
       fd campmember-file.
       01 campmember-record.
         03 mb-key.
           05 mb-campaign-code    pic x(8).
           05 mb-customer-id      pic 9(9).
         03 mb-store-id           pic 9(5).
      *> the channel the mailing was queued on (E, S or P)
         03 mb-channel            pic x.
         03 mb-selected-date      pic 9(8).
