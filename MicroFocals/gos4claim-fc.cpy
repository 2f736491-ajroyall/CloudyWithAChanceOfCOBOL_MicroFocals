       select gos4claim-file assign to "$MFOCALDIR/gos4claims.dat"
        organization is indexed
        access is dynamic
        record key is g4-claim-ref
        status is ws-file-status.
