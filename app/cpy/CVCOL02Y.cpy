               88  COLA-ACTION-PROMISE           VALUE 'P'.
               88  COLA-ACTION-BROKEN            VALUE 'B'.
               88  COLA-ACTION-ASSIGNED          VALUE 'A'.
      * Settlement offered, decided, paid or broken (SETTLE) - the
      * outcome text says which.
               88  COLA-ACTION-SETTLEMENT        VALUE 'S'.
           05  COLA-OUTCOME-DESC                 PIC X(50).
           05  COLA-ACTION-TS                    PIC X(26).
