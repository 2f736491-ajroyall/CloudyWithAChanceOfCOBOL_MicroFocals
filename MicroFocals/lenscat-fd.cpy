      *> lens catalogue - one record per lens the labs will make for
      *> us, with the prescription range it can be made in. a job is
      *> ordered against a lens code (dispjobs.cbl), and the linked
      *> Rx is checked against the range before the order is saved,
      *> so an impossible lens is caught at the counter rather than
      *> rejected by the lab a week later. maintained by
      *> lensmaint.cbl off the purchasing menu.
       fd lenscat-file.
       01 lens-catalogue.
         03 lc-lens-code          pic x(10).
         03 lc-description        pic x(30).
      *> the supplier master id of the lab that makes it
         03 lc-supplier-id        pic 9(5).
      *> refractive index - 1.50, 1.60, 1.67, 1.74 ...
         03 lc-index              pic 9v99.
         03 lc-type               pic x.
           88 lc-type-single      value "S".
           88 lc-type-varifocal   value "V".
           88 lc-type-bifocal     value "B".
           88 lc-type-multifocal  value "V", "B".
         03 lc-coatings           pic x(20).
      *> the powers it can be made in, dioptres. cylinder is held in
      *> minus-cylinder form, as the labs publish it - a plus-cyl
      *> Rx is transposed before it is checked. the add range only
      *> applies to varifocals and bifocals.
         03 lc-sph-min            pic s9(2)v99 sign leading separate.
         03 lc-sph-max            pic s9(2)v99 sign leading separate.
         03 lc-cyl-min            pic s9(2)v99 sign leading separate.
         03 lc-cyl-max            pic s9(2)v99 sign leading separate.
         03 lc-add-min            pic 9v99.
         03 lc-add-max            pic 9v99.
      *> lens charge to the customer for the pair, VAT inclusive -
      *> the dispensing screen's lens charge defaults to it
         03 lc-price              pic 9(5)v99.
      *> "N" withdraws a lens from new orders without losing it
      *> from the jobs that already name it
         03 lc-active             pic x.
           88 lc-is-active        value "Y", space.
      *> operator id (lnk-Operator-Id) who last edited this lens
         03 lc-updated-by         pic x(10).
