       select campmember-file assign "$MFOCALDIR/campmembers.dat"
        organization is indexed
        access is dynamic
        record key is mb-key
        alternate key is mb-customer-id with duplicates
        status is ws-file-status.
