       select guardian-file assign "$MFOCALDIR/guardians.dat"
        organization is indexed
        access is dynamic
        record key is gu-key
        alternate key is gu-adult-id with duplicates
        status is ws-file-status.
