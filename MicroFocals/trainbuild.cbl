           move 01 to t-Dob-mm
           move 1980 to t-Dob-yyyy
           move 0 to t-Household-Id
           move 0 to t-Care-Home-Id
           move spaces to t-Referral-Source
           move 0 to t-Insurer-Id
           move spaces to t-Insurer-Member-No
           move 0 to t-Preferred-Consultant-Id
           move space to t-Sensitive

           write t-CustomerInformation
