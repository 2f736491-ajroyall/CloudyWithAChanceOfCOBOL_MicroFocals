       select ddmandate-file assign "$MFOCALDIR/ddmandate.dat"
        organization is indexed
        access is dynamic
        record key is dm-customer-id
        alternate key is dm-reference
        status is ws-file-status.
