       select myopia-file assign "$MFOCALDIR/myopia.dat"
        organization is indexed
        access is dynamic
        record key is mp-customer-id
        status is ws-file-status.
