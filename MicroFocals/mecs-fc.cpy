       select mecs-file assign "$MFOCALDIR/mecsepisodes.dat"
        organization is indexed
        access is dynamic
        record key is me-episode-ref
        alternate key is me-slot-key
        alternate key is me-claim-yyyymm with duplicates
        status is ws-file-status.
