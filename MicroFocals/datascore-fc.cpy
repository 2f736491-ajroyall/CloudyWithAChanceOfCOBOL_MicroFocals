       select datascore-file assign "$MFOCALDIR/datascore.dat"
        organization is indexed
        access is dynamic
        record key is dsc-key
        status is ws-file-status.
