           move spaces to mh-in-text

           display g-medhist
           perform idle-accept-start
           accept g-medhist timeout after idle-accept-secs
           perform f1-or-quit

           perform apply-history-input
