        03 :Prefix-:Late-Cancel-Fee     pic 9(3)v99.
        03 :Prefix-:Late-Cancel-Notice  pic 99.
        03 :Prefix-:No-Show-Fee         pic 9(3)v99.
       *> VAT registration number printed on this store's till
       *> receipts and VAT invoices (posrcpt.cbl, vatinv.cbl). spaces
       *> on an existing store record, which prints the receipt
       *> without one and refuses a VAT invoice until it is keyed.
        03 :Prefix-:VAT-Number          pic x(15).
                      
       *> idle sign-off - minutes without a keystroke before a
       *> screen at this store locks the terminal and wants the
       *> operator's password again (idlelock.cbl). only a manager
       *> may change it (storemaintenance.cbl). zero on an existing
       *> store record means DEFAULT-IDLE-TIMEOUT-MINS.
        03 :Prefix-:Idle-Timeout-Mins   pic 99.
