       select rxissue-file assign "$MFOCALDIR/rxissue.dat"
        organization is indexed
        access is dynamic
        record key is ri-key
        status is ws-file-status.
