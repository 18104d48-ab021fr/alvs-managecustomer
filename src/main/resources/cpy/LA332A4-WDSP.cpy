      *    LA332A4-WDSP.CPY
      *    SANCTIONS HIT DISPOSITION RECORD (LA332WDS). COMPLIANCE
      *    SENDS ONE RECORD PER HIT IT HAS WORKED SINCE THE LAST RUN,
      *    KEYED BY THE SAME PARTY-ID/WATCHLIST ENTRY-ID PAIR AS THE
      *    LA332HIT RECORD. LA332W2 APPLIES THEM AHEAD OF THE NIGHT'S
      *    SCREENING SO A HIT CLEARED TODAY IS NOT REPORTED AGAIN
      *    TONIGHT. WDSP-DISPOSITION 'C' CLEARS THE HIT AS A FALSE
      *    POSITIVE, 'T' CONFIRMS IT AS A TRUE MATCH, AND 'O' PUTS A
      *    HIT BACK ON THE OPEN QUEUE (A CLEARANCE ENTERED IN ERROR).
       01  LA332A4-WDSP-REC.
           03 WDSP-PARTY-ID PIC X(025) VALUE SPACES.
           03 WDSP-ENTRY-ID PIC X(010) VALUE SPACES.
           03 WDSP-DISPOSITION PIC X(001) VALUE SPACES.
              88 WDSP-CLEAR VALUE 'C'.
              88 WDSP-CONFIRM VALUE 'T'.
              88 WDSP-REOPEN VALUE 'O'.
           03 WDSP-USER-ID PIC X(020) VALUE SPACES.
           03 WDSP-DISP-DATE PIC 9(008) VALUE ZERO.
