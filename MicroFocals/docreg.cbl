      *> cabinets took forty minutes a patient during the last NHS
      *> audit; the index is the fix. the scan file itself is
      *> dropped under $MFOCALDIR/documents by whoever scans it,
      *> and its name goes on the entry here. a prescription brought
      *> in from another practice is scanned and registered here as
      *> type EXT RX first; rxmaint.cbl records the external Rx
      *> against the entry's number.

       environment division.
       special-names.
           03 line 20 col 16 pic x(40) using dx-in-desc.
           03 line 21 col 4  pic x(10) value "Scan file".
           03 line 21 col 16 pic x(60) using dx-in-path.
           03 line 22 col 4  pic x(60) value
              "(type EXT RX for a prescription from another practice)".

       procedure division using lnk-store-info, lnk-operator-info.
           move lnk-name-of-store to Store-Name

           move spaces to dx-in-type dx-in-desc dx-in-path
           display g-docreg
           perform idle-accept-start
           accept g-docreg timeout after idle-accept-secs
           perform f1-or-quit

           if dx-in-type not equals spaces
              perform write-doc-entry
              perform show-new-doc-number
           end-if

           goback.
           perform check-file-status
           .

      *> the number an external Rx is recorded against
        show-new-doc-number.
           move spaces to popup-l-message
           string "Registered as document #" dx-doc-seq
              delimited by size into popup-l-message
           end-string
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

       copy "common.cpy".
