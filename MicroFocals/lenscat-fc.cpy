       select lenscat-file assign "$MFOCALDIR/lenscat.dat"
        organization is indexed
        access is dynamic
        record key is lc-lens-code
        status is ws-file-status.
