       select campaign-file assign "$MFOCALDIR/campaigns.dat"
        organization is indexed
        access is dynamic
        record key is mc-campaign-code
        status is ws-file-status.
