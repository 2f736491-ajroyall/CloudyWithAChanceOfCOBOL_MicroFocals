       select seriesdef-file assign to "$MFOCALDIR/seriesdef.dat"
        organization is indexed
        access is dynamic
        record key is sd-series-code
        status is ws-file-status.
