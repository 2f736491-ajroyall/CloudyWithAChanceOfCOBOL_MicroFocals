       select triage-file assign to "$MFOCALDIR/triage.dat"
        organization is indexed
        access is dynamic
        record key is ug-triage-id
        alternate key is ug-customer-id with duplicates
        status is ws-file-status.
