       select supplier-file assign "$MFOCALDIR/suppliers.dat"
        organization is indexed
        access is dynamic
        record key is su-supplier-id
        status is ws-file-status.
