        write-rx-line.
           string rx-test-dd "/" rx-test-mm "/" rx-test-yyyy
              delimited by size into report-rx-date
           evaluate true
              when rx-type-contact
                 move "Contact" to report-rx-type
              when rx-type-external
                 move "External" to report-rx-type
              when other
                 move "Spectacle" to report-rx-type
           end-evaluate
           move rx-r-sphere to rx-work-value
           move rx-work-value to report-rx-r-sph
           move rx-r-cylinder to rx-work-value
