       select vatinv-file assign "$MFOCALDIR/vatinv.dat"
        organization is indexed
        access is dynamic
        record key is vi-invoice-no
        alternate key is vi-sale-key
        status is ws-file-status.
