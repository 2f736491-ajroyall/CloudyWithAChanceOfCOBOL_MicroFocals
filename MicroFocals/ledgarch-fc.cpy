       select ledgarch-file assign "$MFOCALDIR/ledgarch.dat"
        organization is indexed
        access is dynamic
        record key is lh-key
        status is ws-file-status.
