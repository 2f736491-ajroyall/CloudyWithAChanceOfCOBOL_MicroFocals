       select webreg-file assign "$MFOCALDIR/webreg.dat"
        organization is indexed
        access is dynamic
        record key is wb-web-ref
        alternate key is wb-visit-key with duplicates
        status is ws-file-status.
