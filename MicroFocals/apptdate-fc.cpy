       select apptdate-file assign to "$MFOCALDIR/apptdate.dat"
        organization is indexed
        access is dynamic
        record key is apptdate-key
        status is ws-file-status.
