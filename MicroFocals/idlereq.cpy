       *> idle sign-off request block - handed to idlelock.cbl, which
       *> keeps the terminal's session for the whole menu chain.
       *> MFOCAL.CBL sets the session up at sign-on (operator, store
       *> and the store's timeout in seconds); every screen asks for
       *> the timeout before its accept and has the terminal locked
       *> when an accept runs out of time. the state comes back
       *> "X" once the operator has been signed off at the lock
       *> screen, so each screen hands straight back (as Escape
       *> would) until the chain is back at MFOCAL.CBL's sign-on.
       *> spaces means no session - a program run on its own, or
       *> MFOCAL.CBL between closing one sign-on and the next.
        03 :Prefix-:action            pic x.
          88 :Prefix-:action-set-up   value "S".
          88 :Prefix-:action-query    value "Q".
          88 :Prefix-:action-lock     value "L".
          88 :Prefix-:action-close    value "C".
        03 :Prefix-:operator-id       pic x(10).
        03 :Prefix-:store-id          pic 9(5).
        03 :Prefix-:timeout-secs      pic 9(5).
        03 :Prefix-:state             pic x.
          88 :Prefix-:no-session      value space.
          88 :Prefix-:session-open    value "O".
          88 :Prefix-:signed-off      value "X".
