       select covrule-file assign "$MFOCALDIR/covrule.dat"
        organization is indexed
        access is dynamic
        record key is cv-key
        status is ws-file-status.
