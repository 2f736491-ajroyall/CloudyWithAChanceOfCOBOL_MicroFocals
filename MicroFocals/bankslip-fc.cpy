       select bankslip-file assign "$MFOCALDIR/bankslip.dat"
        organization is indexed
        access is dynamic
        record key is bs-key
        status is ws-file-status.
