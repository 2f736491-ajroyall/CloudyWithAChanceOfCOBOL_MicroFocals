       select insclaim-file assign "$MFOCALDIR/insclaims.dat"
        organization is indexed
        access is dynamic
        record key is ic-claim-ref
        alternate key is ic-batch-key with duplicates
        status is ws-file-status.
