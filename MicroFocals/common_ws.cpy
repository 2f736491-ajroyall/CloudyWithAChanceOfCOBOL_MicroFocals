       01 reverse-vid               pic x(15) value all x"70".
      $end

      *> idle sign-off - the session block idlelock.cbl hands back
      *> before each screen accept, the time limit that accept runs
      *> under and when it started (idle-accept-start/
      *> idle-accept-check in common.cpy)
       01 idle-request.
       copy "idlereq.cpy" replacing ==:Prefix-:== by ==idle-==.
       01 idle-accept-secs          pic 9(5) value IDLE-NO-TIMEOUT-SECS.
       01 idle-started.
         03 idle-started-hh         pic 99.
         03 idle-started-mm         pic 99.
         03 idle-started-ss         pic 99.
         03 filler                  pic 99.
       01 idle-now.
         03 idle-now-hh             pic 99.
         03 idle-now-mm             pic 99.
         03 idle-now-ss             pic 99.
         03 filler                  pic 99.
       01 idle-elapsed              pic s9(7).
       01 idle-timed-out            pic x value "n".
       01 idle-armed                pic x value "n".
       01 idle-kbd-status           pic 9(2) comp-x.

       01 load-pointer              procedure-pointer.

       01 screen-origin.
