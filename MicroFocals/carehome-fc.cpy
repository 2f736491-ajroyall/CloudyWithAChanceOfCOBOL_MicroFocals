       select carehome-file assign "$MFOCALDIR/carehomes.dat"
        organization is indexed
        access is dynamic
        record key is hm-home-id
        status is ws-file-status.
