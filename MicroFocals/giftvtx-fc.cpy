       select giftvtx-file assign to "$MFOCALDIR/giftvtx.dat"
        organization is indexed
        access is dynamic
        record key is gt-key
        status is ws-file-status.
