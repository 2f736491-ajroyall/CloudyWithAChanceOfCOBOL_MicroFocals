       select discount-file assign "$MFOCALDIR/discounts.dat"
        organization is indexed
        access is dynamic
        record key is dm-discount-code
        status is ws-file-status.
