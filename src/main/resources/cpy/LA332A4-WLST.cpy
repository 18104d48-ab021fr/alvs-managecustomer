      *    LA332A4-WLST.CPY
      *    SANCTIONS WATCHLIST REFERENCE RECORD (LA332WLS, INDEXED ON
      *    WLST-KEY). LA332W1 REBUILDS THE FILE EACH WEEK FROM THE
      *    COMPLIANCE VENDOR'S FLAT WATCHLIST DROP (LA332WLV), ONE
      *    RECORD PER LISTED INDIVIDUAL. THE KEY LEADS WITH THE
      *    LISTED LAST NAME SO LA332W2 CAN POSITION ON A PARTY'S LAST
      *    NAME WITH ONE START AND READ ONLY THE LISTED PEOPLE WHO
      *    SHARE IT, INSTEAD OF WALKING THE WHOLE LIST FOR EVERY
      *    PARTY. WLST-ENTRY-ID IS THE VENDOR'S OWN IDENTIFIER FOR
      *    THE LISTING AND BREAKS TIES BETWEEN LISTED PEOPLE WITH THE
      *    SAME LAST NAME. NAMES ARE HELD IN UPPER CASE AND
      *    WLST-BIRTH-DATE-NUM IS THE LISTED BIRTH DATE NORMALIZED TO
      *    CCYYMMDD AT LOAD TIME (ZERO WHEN THE LIST GIVES NONE OR
      *    GIVES IT IN A LAYOUT WE DO NOT RECOGNIZE).
       01  LA332A4-WLST-REC.
           03 WLST-KEY.
              05 WLST-LAST-NAME PIC X(060) VALUE SPACES.
              05 WLST-ENTRY-ID PIC X(010) VALUE SPACES.
           03 WLST-LIST-CODE PIC X(010) VALUE SPACES.
           03 WLST-FIRST-NAME PIC X(060) VALUE SPACES.
           03 WLST-BIRTH-DATE PIC X(010) VALUE SPACES.
           03 WLST-BIRTH-DATE-NUM PIC 9(008) VALUE ZERO.
           03 WLST-BIRTH-COUNTRY-TC PIC X(010) VALUE SPACES.
           03 WLST-LOAD-DATE PIC 9(008) VALUE ZERO.
