      *> myopia management reviews - one record per review of a
      *> child on the programme (myopia-fd.cpy), keyed child then
      *> review date so a child's reviews read back in order. the
      *> axial length and the refraction measured at the review.
       fd myreview-file.
       01 myreview-entry.
         03 mr-key.
           05 mr-customer-id      pic 9(9).
           05 mr-review-date      pic 9(8).
         03 mr-r-axial            pic 9(2)v99.
         03 mr-l-axial            pic 9(2)v99.
         03 mr-r-sphere           pic s9(2)v99 sign leading separate.
         03 mr-r-cylinder         pic s9(2)v99 sign leading separate.
         03 mr-l-sphere           pic s9(2)v99 sign leading separate.
         03 mr-l-cylinder         pic s9(2)v99 sign leading separate.
         03 mr-recorded-by        pic x(10).
