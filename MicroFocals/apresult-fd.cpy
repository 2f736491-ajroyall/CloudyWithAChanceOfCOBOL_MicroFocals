           05 ar-rec-dd           pic 99.
      *> operator id (lnk-Operator-Id) who keyed the results in
         03 ar-recorded-by        pic x(10).
      *> "I" while the figures were dropped in by the instrument
      *> import (instimport.cbl) and the consultant hasn't yet
      *> confirmed them in clinrec.cbl; space once confirmed or keyed
      *> by hand, which is also what every existing record holds
         03 ar-import-status      pic x.
           88 ar-awaiting-confirm value "I".
