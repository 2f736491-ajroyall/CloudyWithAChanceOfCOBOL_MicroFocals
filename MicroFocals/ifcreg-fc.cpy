       select ifcreg-file assign "$MFOCALDIR/ifcreg.dat"
        organization is indexed
        access is dynamic
        record key is ir-key
        status is ws-file-status.
