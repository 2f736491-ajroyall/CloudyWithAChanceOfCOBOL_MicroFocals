           move 0 to dv-in-cust-id
           move space to dv-in-action
           display g-dcdreview
           perform idle-accept-start
           accept g-dcdreview timeout after idle-accept-secs
           perform f1-or-quit

           if dv-in-cust-id not equals 0
