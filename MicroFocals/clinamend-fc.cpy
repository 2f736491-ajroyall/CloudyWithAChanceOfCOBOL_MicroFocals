       select clinamend-file assign "$MFOCALDIR/clinamend.dat"
        organization is indexed
        access is dynamic
        record key is ca-key
        alternate key is ca-customer-id with duplicates
        status is ws-file-status.
