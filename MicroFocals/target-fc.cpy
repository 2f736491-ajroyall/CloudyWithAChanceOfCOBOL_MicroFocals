       select target-file assign "$MFOCALDIR/targets.dat"
        organization is indexed
        access is dynamic
        record key is tg-key
        status is ws-file-status.
