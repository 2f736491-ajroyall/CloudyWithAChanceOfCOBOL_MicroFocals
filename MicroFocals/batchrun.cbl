      *>     remindexport
      *>     commsdisp
      *>     integrity
      *>     reorgfile LEDGER
      *> a word after the program name is that step's argument - it
      *> is handed over in the MFOCALSTEPARG environment variable
      *> (blank for a step without one), since the CALL carries only
      *> the store and operator. steps are CALLed by name with the
      *> default store and a batch operator identity, so the
      *> review-menu reports that take a store through linkage
      *> (dnareport, payrollfeed, addrcleanup, apparchive) run
      *> unattended too - the fully headless programs simply ignore
      *> the parameters. a step fails if the
      *> program can't be loaded or comes back with a non-zero
      *> return code. interactive screens stay on the menus.

       01 br-step-count          binary-long value 0.
       01 br-steps occurs BR-MAX-STEPS.
         03 br-step-name         pic x(30).
         03 br-step-arg          pic x(30).

       01 br-step-idx            binary-long.
       01 br-resume-from         binary-long value 1.
                    runcontrol-line(1:1) not equals "*"
                    if br-step-count < BR-MAX-STEPS
                       add 1 to br-step-count
                       move spaces to br-step-name(br-step-count)
                                      br-step-arg(br-step-count)
                       unstring runcontrol-line delimited by all spaces
                          into br-step-name(br-step-count)
                               br-step-arg(br-step-count)
                       end-unstring
                    end-if
                 end-if
              end-if

           display "Running " br-step-name(br-step-idx)

           display "MFOCALSTEPARG" upon environment-name
           display br-step-arg(br-step-idx) upon environment-value

           move 0 to return-code
           call br-step-name(br-step-idx) using ws-store-info,
                ws-operator-info
