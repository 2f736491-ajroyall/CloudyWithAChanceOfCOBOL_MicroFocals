      *> validated against it on entry
        copy "scheme-fc.cpy".

      *> insurer/cash-plan file - the customer's private cover is
      *> validated against it on entry
        copy "insurer-fc.cpy".

      *> consultant file - the customer's usual consultant is
      *> validated against it on entry
        copy "consultants-fc.cpy".

      *> care home register - a resident's home link is validated
      *> against it on entry
        copy "carehome-fc.cpy".

      *> referral source list - how a new customer heard about us is
      *> validated against it on entry
        copy "refsource-fc.cpy".

       data division.
       fd cust-file.
       01 f-CustomerInformation.
       copy "stores-fd.cpy".
       copy "ledger-fd.cpy".
       copy "scheme-fd.cpy".
       copy "insurer-fd.cpy".
       fd consultants-file.
       01 cf-consultant.
       copy "consultants.cpy" replacing ==:Prefix-:== by ==cf-==.
       copy "carehome-fd.cpy".
       copy "refsource-fd.cpy".

       WORKING-STORAGE SECTION.
      $if use-sql defined
              display g-menuheader
              display g-custadd
              perform show-outstanding-balance
              perform idle-accept-start
              accept g-custadd timeout after idle-accept-secs
              perform f1-or-quit

              unstring FullName
             perform ac-preferred-store until field-valid equals "y"
             perform update-invalid-message

             move "n" to field-valid
             perform ac-preferred-consultant
                until field-valid equals "y"
             perform update-invalid-message

             move "n" to field-valid
             perform ac-scheme-id until field-valid equals "y"
             perform update-invalid-message

             move "n" to field-valid
             perform ac-insurer-id until field-valid equals "y"
             perform update-invalid-message

             move "n" to field-valid
             perform ac-care-home-id until field-valid equals "y"
             perform update-invalid-message

             move "n" to field-valid
             perform ac-referral-source until field-valid equals "y"
             perform update-invalid-message

             move "n" to field-valid
             perform ac-sensitive until field-valid equals "y"
             perform update-invalid-message

      *> adds up this customer's ledger entries (invoices plus VAT in,
      *> payments out) via the lg-customer-id alternate key - no
      *> ledger file yet, or no entries, just means a zero balance.
      *> whatever went to the ledger archive at a year-end is on the
      *> live ledger as one brought-forward line, so this is still
      *> the whole balance.
        compute-outstanding-balance.
           move 0 to cm-balance
           move Customer-Id of CustomerInformation to lg-customer-id
                       when lg-type-credit
                          subtract lg-net-amount from cm-balance
                          subtract lg-vat-amount from cm-balance
                       when lg-type-brought-fwd
                          add lg-net-amount to cm-balance
                       when other
                          add lg-net-amount to cm-balance
                          add lg-vat-amount to cm-balance
                move "Gender is invalid, use M/F/N/X"
                   to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-gender timeout after idle-accept-secs
                perform f1-or-quit
           end-if
           .
           end-if
           if field-valid equals "n"
              perform update-invalid-message
              perform idle-accept-start
              accept g-dob timeout after idle-accept-secs
              perform f1-or-quit
           end-if
           .
           else
                move "Title is invalid" to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-title timeout after idle-accept-secs
                perform f1-or-quit
           end-if
           .
           else
                move "glaucoma is invalid, y/n" to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-glaucoma timeout after idle-accept-secs
                perform f1-or-quit
           end-if
           .
                move "Glaucoma review due month is invalid"
                     to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-glaucoma-review timeout after idle-accept-secs
                perform f1-or-quit
           end-if
           .
           else
                move "cataracts is invalid, y/n" to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-cataracts timeout after idle-accept-secs
                perform f1-or-quit
           end-if
           .
                move "Cataracts review due month is invalid"
                     to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-cataracts-review timeout after idle-accept-secs
                perform f1-or-quit
           end-if
           .
           else
                move "diabetic is invalid, y/n" to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-diabetic timeout after idle-accept-secs
                perform f1-or-quit
           end-if
           .
                move "Diabetic review due month is invalid"
                     to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-diabetic-review timeout after idle-accept-secs
                perform f1-or-quit
           end-if
           .
           else
                move "colour blindness is invalid, y/n" to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-colour-blindness timeout after idle-accept-secs
                perform f1-or-quit
           end-if
           .
                move "Colour blindness review due month is invalid"
                     to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-colour-blindness-review
                   timeout after idle-accept-secs
                perform f1-or-quit
           end-if
           .
           if field-valid equals "n"
                move "Preferred store id not found" to invalid-mess
                perform update-invalid-message
                perform idle-accept-start
                accept g-preferred-store timeout after idle-accept-secs
                perform f1-or-quit
           end-if
           .

      *> zero means "no usual consultant"; anything else has to be
      *> a consultant on file - the same lookup shape as
      *> ac-preferred-store above
        ac-preferred-consultant.
           if Preferred-Consultant-Id equals 0
              move "y" to field-valid
           else
              move Preferred-Consultant-Id to cf-Consultant-Id
              open input consultants-file
              if fs-okay
                 read consultants-file
                    invalid key
                       move "n" to field-valid
                    not invalid key
                       move "y" to field-valid
                 end-read
                 close consultants-file
              else
                 move "n" to field-valid
              end-if
              if field-valid equals "n"
                 move "Usual consultant id not found" to invalid-mess
                 perform update-invalid-message
                 perform idle-accept-start
                 accept g-preferred-consultant
                    timeout after idle-accept-secs
                 perform f1-or-quit
              end-if
           end-if
           .

      *> zero means "no scheme" and is always fine; anything else has
      *> to be an account schememaint.cbl actually holds - same
      *> lookup-without-treating-not-found-as-a-file-error shape as
              if field-valid equals "n"
                 move "Scheme id not found" to invalid-mess
                 perform update-invalid-message
                 perform idle-accept-start
                 accept g-scheme-id timeout after idle-accept-secs
                 perform f1-or-quit
              end-if
           end-if
           .

      *> zero means "no private cover"; anything else has to be a
      *> payer insmaint.cbl holds, and a claim needs the membership
      *> number to go with it - the same lookup shape as
      *> ac-scheme-id above
        ac-insurer-id.
           if Insurer-Id equals 0
              move spaces to Insurer-Member-No
              move "y" to field-valid
           else
              move Insurer-Id to ir-insurer-id
              open input insurer-file
              if fs-okay
                 read insurer-file
                    invalid key
                       move "n" to field-valid
                    not invalid key
                       move "y" to field-valid
                 end-read
                 close insurer-file
              else
                 move "n" to field-valid
              end-if
              if field-valid equals "n"
                 move "Insurer id not found" to invalid-mess
              else
                 if Insurer-Member-No equals spaces
                    move "n" to field-valid
                    move "Insurer membership number needed"
                       to invalid-mess
                 end-if
              end-if
              if field-valid equals "n"
                 perform update-invalid-message
                 perform idle-accept-start
                 accept g-insurer-id timeout after idle-accept-secs
                 perform f1-or-quit
              end-if
           end-if
           .

      *> zero means "lives at their own address"; anything else has
      *> to be a home on the register (carehomemaint.cbl) - the same
      *> lookup shape as ac-scheme-id above
        ac-care-home-id.
           if Care-Home-Id equals 0
              move "y" to field-valid
           else
              move Care-Home-Id to hm-home-id
              open input carehome-file
              if fs-okay
                 read carehome-file
                    invalid key
                       move "n" to field-valid
                    not invalid key
                       move "y" to field-valid
                 end-read
                 close carehome-file
              else
                 move "n" to field-valid
              end-if
              if field-valid equals "n"
                 move "Care home id not found" to invalid-mess
                 perform update-invalid-message
                 perform idle-accept-start
                 accept g-care-home-id timeout after idle-accept-secs
                 perform f1-or-quit
              end-if
           end-if
           .

      *> a new customer has to say how they heard about us, from a
      *> code still active on the list (srcmaint.cbl). an existing
      *> record may stay blank - most predate the question - but
      *> anything keyed has to be on the list; a retired code the
      *> record already carries is left alone. until the list has
      *> been set up there is nothing to check against.
        ac-referral-source.
           move function upper-case(Referral-Source)
              to Referral-Source
           move "y" to field-valid
           if Referral-Source equals spaces
              if is-add
                 move "n" to field-valid
                 move "How did they hear about us? Key a source"
                    to invalid-mess
              end-if
           else
              move Referral-Source to src-code
              open input refsource-file
              if fs-okay
                 read refsource-file
                    invalid key
                       move "n" to field-valid
                       move "Referral source not on the list"
                          to invalid-mess
                    not invalid key
                       if not src-is-active
                          and Referral-Source not equals
                              hb-Referral-Source
                          move "n" to field-valid
                          move "Referral source has been retired"
                             to invalid-mess
                       end-if
                 end-read
                 close refsource-file
              end-if
           end-if
           if field-valid equals "n"
              perform update-invalid-message
              perform idle-accept-start
              accept g-referral-source timeout after idle-accept-secs
              perform f1-or-quit
           end-if
           .

      *> communication consent page - each of the six answers must
      *> be y, n or space (not asked). keying any answer stamps
      *> Consent-Date with today, so "when did they agree" has an
      *> answer.
        ac-consent.
           display g-custconsent
           perform idle-accept-start
           accept g-custconsent timeout after idle-accept-secs
           perform f1-or-quit
           if (Consent-Rem-Email equals "y" or "Y" or "n" or "N"
               or space)
      *> interpreter's language when one is needed
        ac-needs.
           display g-custneeds
           perform idle-accept-start
           accept g-custneeds timeout after idle-accept-secs
           perform f1-or-quit
           if (Need-Interpreter equals "y" or "Y" or "n" or "N"
               or space)
           else
              move "Restricted marker is y/n" to invalid-mess
              perform update-invalid-message
              perform idle-accept-start
              accept g-sensitive timeout after idle-accept-secs
              perform f1-or-quit
           end-if
           .
              end-if
           end-if
           if field-valid not equals "y"
              perform idle-accept-start
              accept g-nhsnumber timeout after idle-accept-secs
              perform f1-or-quit
           end-if
           .
                end-if
           end-if
           if field-valid not equals "y"
                perform idle-accept-start
                accept g-postcode timeout after idle-accept-secs
                perform f1-or-quit
           end-if
           .
