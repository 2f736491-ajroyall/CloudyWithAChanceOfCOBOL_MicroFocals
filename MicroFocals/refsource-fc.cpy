       select refsource-file assign to "$MFOCALDIR/refsources.dat"
        organization is indexed
        access is dynamic
        record key is src-code
        status is ws-file-status.
