       select supinv-file assign "$MFOCALDIR/supinv.dat"
        organization is indexed
        access is dynamic
        record key is si-key
        alternate key is si-order-id with duplicates
        status is ws-file-status.
