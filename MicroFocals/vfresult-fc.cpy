       select vfresult-file assign "$MFOCALDIR/vfresults.dat"
        organization is indexed
        access is dynamic
        record key is vf-key
        alternate key is vf-customer-id with duplicates
        status is ws-file-status.
