       select myreview-file assign "$MFOCALDIR/myreview.dat"
        organization is indexed
        access is dynamic
        record key is mr-key
        status is ws-file-status.
