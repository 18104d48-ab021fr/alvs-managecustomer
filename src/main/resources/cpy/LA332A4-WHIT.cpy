      *    LA332A4-WHIT.CPY
      *    SANCTIONS SCREENING HIT / DISPOSITION RECORD (LA332HIT,
      *    INDEXED ON WHIT-KEY). LA332W2 WRITES ONE RECORD PER PARTY
      *    AND WATCHLIST LISTING IT MATCHES, AND COMPLIANCE'S
      *    DISPOSITIONS (LA332WDS) ARE APPLIED BACK ONTO THE SAME
      *    RECORD, SO THE FILE IS BOTH THE OPEN-HIT QUEUE AND THE
      *    AUDIT TRAIL OF WHO CLEARED WHAT AND WHEN.
      *    WHIT-FIRST-NAME/LAST-NAME/BIRTH-DATE ARE THE PARTY'S
      *    IDENTITY AS IT STOOD WHEN THE HIT WAS RAISED (OR LAST
      *    REOPENED). A CLEARED HIT STAYS CLEARED NIGHT AFTER NIGHT
      *    FOR AS LONG AS THE PARTY STILL SCREENS WITH THAT SAME
      *    NAME AND BIRTH DATE; WHEN EITHER CHANGES THE HIT IS
      *    REOPENED AND THE SNAPSHOT REFRESHED, BECAUSE COMPLIANCE
      *    CLEARED A DIFFERENT IDENTITY THAN THE ONE NOW ON FILE.
      *    WHIT-MATCH-SCORE RUNS 1 TO 4: ONE POINT FOR THE LAST NAME
      *    (ALWAYS PRESENT ON A HIT) AND ONE EACH FOR FIRST NAME,
      *    BIRTH DATE AND BIRTH COUNTRY AGREEING WITH THE LISTING.
       01  LA332A4-WHIT-REC.
           03 WHIT-KEY.
              05 WHIT-PARTY-ID PIC X(025) VALUE SPACES.
              05 WHIT-ENTRY-ID PIC X(010) VALUE SPACES.
           03 WHIT-LIST-CODE PIC X(010) VALUE SPACES.
           03 WHIT-HOLDING-ID PIC X(025) VALUE SPACES.
           03 WHIT-CARRIER-CODE PIC X(022) VALUE SPACES.
           03 WHIT-FIRST-NAME PIC X(060) VALUE SPACES.
           03 WHIT-LAST-NAME PIC X(060) VALUE SPACES.
           03 WHIT-BIRTH-DATE PIC X(010) VALUE SPACES.
           03 WHIT-MATCH-SCORE PIC 9(001) VALUE ZERO.
           03 WHIT-STATUS PIC X(001) VALUE SPACES.
              88 WHIT-OPEN VALUE 'O'.
              88 WHIT-CLEARED VALUE 'C'.
              88 WHIT-CONFIRMED VALUE 'T'.
           03 WHIT-FIRST-HIT-DATE PIC 9(008) VALUE ZERO.
           03 WHIT-LAST-SCREEN-DATE PIC 9(008) VALUE ZERO.
           03 WHIT-DISP-DATE PIC 9(008) VALUE ZERO.
           03 WHIT-DISP-USER-ID PIC X(020) VALUE SPACES.
