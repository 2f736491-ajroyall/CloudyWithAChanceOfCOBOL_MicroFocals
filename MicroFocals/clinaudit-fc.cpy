       select clinaudit-file assign to "$MFOCALDIR/clinaudit.dat"
        organization is indexed
        access is dynamic
        record key is au-key
        status is ws-file-status.
