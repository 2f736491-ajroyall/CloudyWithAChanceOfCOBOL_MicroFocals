       select period-file assign "$MFOCALDIR/period.dat"
        organization is indexed
        access is dynamic
        record key is pd-month
        status is ws-file-status.
