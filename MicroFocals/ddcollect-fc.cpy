       select ddcollect-file assign "$MFOCALDIR/ddcollect.dat"
        organization is indexed
        access is dynamic
        record key is ddc-key
        status is ws-file-status.
