       select staffhol-file assign "$MFOCALDIR/staffhol.dat"
        organization is indexed
        access is dynamic
        record key is sh-key
        status is ws-file-status.
