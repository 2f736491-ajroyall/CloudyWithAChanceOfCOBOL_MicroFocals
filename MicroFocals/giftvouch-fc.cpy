       select giftvouch-file assign "$MFOCALDIR/giftvouch.dat"
        organization is indexed
        access is dynamic
        record key is gv-voucher-no
        alternate key is gv-customer-id with duplicates
        status is ws-file-status.
