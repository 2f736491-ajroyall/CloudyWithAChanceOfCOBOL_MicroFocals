       fd refsource-file.
      *> referral source list - how a new customer heard about us
      *> (walking past, a recommendation, the web booking page, their
      *> employer's scheme, their GP, a leaflet). maintained by
      *> srcmaint.cbl; a customer carries the code in Referral-Source
      *> (customerinfo.cpy), keyed at the counter when the record is
      *> added, or stamped WEB/KIOS by the rest-mode booking and the
      *> kiosk for a customer who arrives with none. acqrpt.cbl
      *> reports new customers by store and source.
       01 refsource-record.
         03 src-code              pic x(4).
         03 src-description       pic x(30).
      *> "N" retires a code - it can't be keyed on a new customer
      *> any more, but customers already carrying it still report
      *> under it
         03 src-active            pic x.
           88 src-is-active       value "Y".
         03 src-updated-by        pic x(10).
