       select staffrota-file assign "$MFOCALDIR/staffrota.dat"
        organization is indexed
        access is dynamic
        record key is rt-key
        status is ws-file-status.
