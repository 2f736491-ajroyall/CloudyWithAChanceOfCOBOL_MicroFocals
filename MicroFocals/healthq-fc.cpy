       select healthq-file assign "$MFOCALDIR/healthq.dat"
        organization is indexed
        access is dynamic
        record key is hq-key
        alternate key is hq-customer-id with duplicates
        status is ws-file-status.
