       select lvaid-file assign "$MFOCALDIR/lvaid.dat"
        organization is indexed
        access is dynamic
        record key is la-item-id
        status is ws-file-status.
