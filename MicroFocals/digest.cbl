                    when lg-type-credit
                       subtract lg-net-amount from dg-invoiced
                       subtract lg-vat-amount from dg-invoiced
      *> a gift voucher sold is money held, not a sale
                    when lg-type-voucher-sale
                       continue
                    when other
                       add lg-net-amount to dg-invoiced
                       add lg-vat-amount to dg-invoiced
