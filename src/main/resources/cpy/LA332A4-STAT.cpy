           03 STAT-HOLDING-COUNT PIC 9(007) VALUE ZERO.
           03 STAT-OVFL-GROUP-COUNT PIC 9(007) VALUE ZERO.
           03 STAT-ADDR-FLAGGED-COUNT PIC 9(007) VALUE ZERO.
      *    INCOMING TRANSACTIONS LA332B2 DID NOT LOAD TO LA332XRF
      *    BECAUSE THE RECORD ON FILE CARRIED A LATER EXECUTION
      *    DATE/TIME (LATE-ARRIVAL EXCEPTIONS), FROM LA332LAT.
      *    SPACES ON HISTORY WRITTEN BEFORE THE FIELD EXISTED.
           03 STAT-LATE-ARRIVAL-COUNT PIC 9(007) VALUE ZERO.
