       select instexc-file assign "$MFOCALDIR/instexc.dat"
        organization is indexed
        access is dynamic
        record key is ie-key
        status is ws-file-status.
