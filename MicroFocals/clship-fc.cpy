       select clship-file assign "$MFOCALDIR/clship.dat"
        organization is indexed
        access is dynamic
        record key is csh-key
        status is ws-file-status.
