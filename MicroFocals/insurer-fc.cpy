       select insurer-file assign "$MFOCALDIR/insurers.dat"
        organization is indexed
        access is dynamic
        record key is ir-insurer-id
        status is ws-file-status.
