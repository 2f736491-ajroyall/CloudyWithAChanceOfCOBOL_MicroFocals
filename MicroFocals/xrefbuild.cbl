                    move app-consultant-id to xr-consultant-id
                    move day-counter to xr-day
                    move counter to xr-slot
                    move 0 to xr-booked-date
                    write custxref-entry
                    if fs-okay
                       add 1 to xb-entry-count
