       select diagnosis-file assign "$MFOCALDIR/diagnosis.dat"
        organization is indexed
        access is dynamic
        record key is dg-key
        alternate key is dg-customer-id with duplicates
        status is ws-file-status.
