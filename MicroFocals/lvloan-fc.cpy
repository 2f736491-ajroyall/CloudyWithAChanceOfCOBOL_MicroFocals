       select lvloan-file assign "$MFOCALDIR/lvloan.dat"
        organization is indexed
        access is dynamic
        record key is ln-loan-id
        alternate key is ln-customer-id with duplicates
        status is ws-file-status.
