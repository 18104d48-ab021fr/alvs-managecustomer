           03 XREF-BIRTH-DATE PIC X(010) VALUE SPACES.
           03 XREF-GENDER-TC PIC X(001) VALUE SPACES.
           03 XREF-ID-REF-NO PIC X(013) VALUE SPACES.
      *    THE ADDRESS AS IT STOOD BEFORE ITS MOST RECENT CHANGE.
      *    BEFORE LA332B2 OVERWRITES THE ADDRESS WITH A DIFFERENT ONE
      *    FROM A CARRIER TRANSACTION, OR LA332B8 OVERWRITES IT WITH
      *    AN ACCEPTED CORRECTION, THE ADDRESS BEING REPLACED IS
      *    COPIED HERE WITH THE RUN DATE AND (FOR A CARRIER
      *    TRANSACTION) THE TRANS-REF-GUID THAT CHANGED IT, SO THE
      *    LA332L1 CHANGE-CONFIRMATION LETTER RUN CAN MAIL THE
      *    NOTICE TO THE OLD ADDRESS AS WELL AS THE NEW ONE. A
      *    SECOND CHANGE ON THE SAME RUN DATE - ANOTHER CARRIER
      *    TRANSACTION IN THE SAME OR A LATER INTRADAY CYCLE (LA332B2)
      *    OR AN ACCEPTED CORRECTION (LA332B8) - ONLY CHANGES THE NEW
      *    ADDRESS: IT LEAVES THE PRIOR ADDRESS, DATE AND GUID OF THE
      *    DAY'S FIRST CHANGE IN PLACE, SO THE ADDRESS ON FILE AT THE
      *    START OF THE DAY IS THE ONE THAT GETS THE OLD-ADDRESS
      *    NOTICE.
           03 XREF-PRIOR-ADDR-LINE1 PIC X(030) VALUE SPACES.
           03 XREF-PRIOR-ADDR-LINE2 PIC X(030) VALUE SPACES.
           03 XREF-PRIOR-ADDR-LINE3 PIC X(030) VALUE SPACES.
           03 XREF-PRIOR-ADDR-LINE4 PIC X(030) VALUE SPACES.
           03 XREF-PRIOR-ADDR-ZIP PIC X(005) VALUE SPACES.
           03 XREF-ADDR-CHANGE-DATE PIC 9(008) VALUE ZERO.
           03 XREF-ADDR-CHANGE-GUID PIC X(036) VALUE SPACES.
      *    NUMERIC EXECUTION DATE (CCYYMMDD) AND TIME (HHMMSS) OF THE
      *    TRANSACTION NOW ON FILE. LA332B2 COMPARES AN INCOMING
      *    TRANSACTION'S TRANS-EXE-DATE-NUM/TRANS-EXE-TIME-NUM TO
      *    THESE BEFORE IT REWRITES, SO A TRANSACTION THAT ARRIVES
      *    LATE OR OUT OF ORDER NEVER OVERWRITES NEWER DATA. ZERO ON
      *    A RECORD LOADED BEFORE THE FIELDS EXISTED.
           03 XREF-LAST-TRANS-EXE-DATE-NUM PIC 9(008) VALUE ZERO.
           03 XREF-LAST-TRANS-EXE-TIME-NUM PIC 9(006) VALUE ZERO.
