       select settle-file assign "$MFOCALDIR/settle.dat"
        organization is indexed
        access is dynamic
        record key is cs-key
        status is ws-file-status.
