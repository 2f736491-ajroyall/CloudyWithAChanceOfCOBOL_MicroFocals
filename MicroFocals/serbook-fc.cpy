       select serbook-file assign "$MFOCALDIR/serbook.dat"
        organization is indexed
        access is dynamic
        record key is sb-key
        status is ws-file-status.
