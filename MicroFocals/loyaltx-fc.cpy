       select loyaltx-file assign to "$MFOCALDIR/loyaltx.dat"
        organization is indexed
        access is dynamic
        record key is lt-key
        status is ws-file-status.
