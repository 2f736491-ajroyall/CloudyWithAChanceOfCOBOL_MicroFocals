       select dxcode-file assign "$MFOCALDIR/dxcodes.dat"
        organization is indexed
        access is dynamic
        record key is dc-code
        status is ws-file-status.
