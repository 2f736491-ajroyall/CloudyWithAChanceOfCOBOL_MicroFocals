       select dayclose-file assign to "$MFOCALDIR/dayclose.dat"
        organization is indexed
        access is dynamic
        record key is dayclose-key
        status is ws-file-status.
