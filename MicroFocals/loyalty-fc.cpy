       select loyalty-file assign to "$MFOCALDIR/loyalty.dat"
        organization is indexed
        access is dynamic
        record key is ly-customer-id
        status is ws-file-status.
