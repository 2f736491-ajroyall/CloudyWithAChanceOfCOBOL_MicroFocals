       identification division.
       program-id. webregchk.

      *> the checks on a web pre-registration (webreginfo.cpy), run
      *> by the daily load (webregload.cbl) and again at the counter
      *> (webreg.cbl) whenever reception corrects an entry, so both
      *> see the same answer:
      *>   - postcode shape, the same loose check addrcleanup.cbl
      *>     makes on the customer file;
      *>   - NHS number, modulus 11 through nhschk.cbl - left blank
      *>     when the form gave none;
      *>   - duplicates by custdupe.cbl's rules: an existing
      *>     customer with the same (lowercased) name is a possible
      *>     match, and the same name with the same nonzero NHS
      *>     number a settled one.
      *> the results land in the entry's check fields.

       environment division.
       file-control.
       copy "customer-fc.cpy".

       data division.
       copy "customer-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       01 PostCode               pic x(9).
       01 pc-length              binary-long.
       01 pc-char                pic x.
       01 field-valid            pic x.

       01 wp-lc-fullname         pic x(60).
       01 wp-eof                 pic x.

       linkage section.
       01 lnk-webreg.
       copy "webreginfo.cpy" replacing ==:Prefix-:== by ==lnk-wb-==.

       procedure division using lnk-webreg.
           move lnk-wb-postcode to PostCode
           perform check-postcode-format
           move field-valid to lnk-wb-postcode-ok

           if lnk-wb-nhs-number equals 0
              move space to lnk-wb-nhs-ok
           else
              call "nhschk" using lnk-wb-nhs-number
              end-call
              if return-code equals NHSCHK-OK
                 move "y" to lnk-wb-nhs-ok
              else
                 move "n" to lnk-wb-nhs-ok
              end-if
           end-if

           perform check-for-duplicate
           goback returning 0.

        check-for-duplicate.
           move space to lnk-wb-dup-match
           move 0 to lnk-wb-dup-customer-id
           if lnk-wb-fullname equals spaces
              exit paragraph
           end-if

           open input cust-file
           if not fs-okay
              exit paragraph
           end-if

           move function lower-case(lnk-wb-fullname)
              to wp-lc-fullname
           move wp-lc-fullname to f-lc-fullname
           start cust-file
               key = f-lc-fullname
               invalid key move "y" to wp-eof
               not invalid key move "n" to wp-eof
           end-start

           perform until wp-eof equals "y"
              read cust-file next record
                 at end move "y" to wp-eof
              end-read
              if not fs-okay or wp-eof equals "y"
                 or f-lc-fullname not equals wp-lc-fullname
                 move "y" to wp-eof
              else
                 if lnk-wb-nhs-number not equals 0
                    and f-NHS-Number equals lnk-wb-nhs-number
                    move "S" to lnk-wb-dup-match
                    move f-Customer-Id of f-CustomerInformation
                       to lnk-wb-dup-customer-id
                    move "y" to wp-eof
                 else
                    if lnk-wb-dup-none
                       move "P" to lnk-wb-dup-match
                       move f-Customer-Id of f-CustomerInformation
                          to lnk-wb-dup-customer-id
                    end-if
                 end-if
              end-if
           end-perform
           close cust-file
           .

      *> the same loose shape check as addrcleanup.cbl - outward
      *> part starting with a letter, inward part digit-letter-letter
        check-postcode-format.
           move "n" to field-valid
           move 0 to pc-length
           inspect PostCode tallying pc-length
              for characters before initial spaces

           if pc-length >= 5 and pc-length <= 8
              move PostCode(1:1) to pc-char
              if pc-char is alphabetic
                 move PostCode(pc-length - 2:1) to pc-char
                 if pc-char is numeric
                    move PostCode(pc-length - 1:1) to pc-char
                    if pc-char is alphabetic
                       move PostCode(pc-length:1) to pc-char
                       if pc-char is alphabetic
                          move "y" to field-valid
                       end-if
                    end-if
                 end-if
              end-if
           end-if
           .

