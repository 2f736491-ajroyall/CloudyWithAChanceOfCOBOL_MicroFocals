           88 sg-status-closed    value "C".
         03 sg-closed-date        pic 9(8).
         03 sg-closed-by          pic x(10).
      *> the child's first responsible adult (guardian-fd.cpy) as
      *> the case was opened - who the manager will be talking to.
      *> spaces when none is recorded
         03 sg-adult-name         pic x(60).
         03 sg-adult-relationship pic x(15).
         03 sg-adult-tel          pic x(20).
