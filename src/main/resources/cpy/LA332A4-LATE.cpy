      *    LA332A4-LATE.CPY
      *    LATE-ARRIVAL EXCEPTION RECORD (LA332LAT). LA332B2 APPENDS
      *    ONE RECORD EACH TIME AN INCOMING TRANSACTION IS NOT LOADED
      *    TO LA332XRF BECAUSE THE RECORD ALREADY ON FILE FOR THE
      *    PARTY/HOLDING CARRIES A LATER TRANS-EXE-DATE-NUM/
      *    TRANS-EXE-TIME-NUM, SO AN OUT-OF-ORDER ARRIVAL CANNOT
      *    OVERWRITE NEWER DATA. THE FILE IS APPENDED EVERY INTRADAY
      *    CYCLE; LA332S1 COUNTS THE RUN DATE'S RECORDS PER CARRIER
      *    INTO STAT-LATE-ARRIVAL-COUNT FOR THE LA332S2 TREND REPORT.
      *    LA332L1 TABLES THE SAME RECORDS BY LATE-IN-TRANS-REF-GUID
      *    SO NO CHANGE-CONFIRMATION LETTER GOES OUT FOR A
      *    TRANSACTION THAT WAS NEVER APPLIED.
       01  LA332A4-LATE-REC.
           03 LATE-RUN-DATE PIC 9(008) VALUE ZERO.
           03 LATE-CYCLE-NO PIC 9(003) VALUE ZERO.
           03 LATE-CARRIER-CODE PIC X(022) VALUE SPACES.
           03 LATE-PARTY-ID PIC X(025) VALUE SPACES.
           03 LATE-HOLDING-ID PIC X(025) VALUE SPACES.
           03 LATE-IN-TRANS-REF-GUID PIC X(036) VALUE SPACES.
           03 LATE-IN-EXE-DATE-NUM PIC 9(008) VALUE ZERO.
           03 LATE-IN-EXE-TIME-NUM PIC 9(006) VALUE ZERO.
           03 LATE-FILE-TRANS-REF-GUID PIC X(036) VALUE SPACES.
           03 LATE-FILE-EXE-DATE-NUM PIC 9(008) VALUE ZERO.
           03 LATE-FILE-EXE-TIME-NUM PIC 9(006) VALUE ZERO.
