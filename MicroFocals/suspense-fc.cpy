       select suspense-file assign "$MFOCALDIR/suspense.dat"
        organization is indexed
        access is dynamic
        record key is su-suspense-id
        status is ws-file-status.
