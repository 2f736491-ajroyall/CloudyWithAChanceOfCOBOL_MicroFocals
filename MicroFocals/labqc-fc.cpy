       select labqc-file assign "$MFOCALDIR/labqc.dat"
        organization is indexed
        access is dynamic
        record key is qc-order-id
        alternate key is qc-store-id with duplicates
        status is ws-file-status.
