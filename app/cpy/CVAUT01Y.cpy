               88  AUTH-DECLINE-CARD-CONTROL     VALUE 'CC'.
               88  AUTH-DECLINE-MCC-BLOCKED      VALUE 'MC'.
               88  AUTH-DECLINE-COMPANY-LIMIT    VALUE 'CO'.
               88  AUTH-DECLINE-SECURITY-CODE    VALUE 'SC'.
               88  AUTH-DECLINE-VIRTUAL-CARD     VALUE 'VC'.
               88  AUTH-DECLINE-RECUR-REVOKED    VALUE 'RV'.
               88  AUTH-DECLINE-SANCTIONS        VALUE 'SN'.
