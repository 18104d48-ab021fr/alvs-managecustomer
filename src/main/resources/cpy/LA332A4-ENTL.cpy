      *    LA332A4-ENTL.CPY
      *    USER ENTITLEMENT MASTER RECORD, KEYED ON
      *    ENTL-USER-LOGIN-ID (LA332USR, INDEXED). ONE RECORD PER
      *    LOGIN ALLOWED TO SUBMIT TRANSACTIONS: WHETHER IT IS ACTIVE,
      *    THE DATES IT MAY BE USED BETWEEN (CCYYMMDD; ZERO = NO
      *    LIMIT ON THAT SIDE), THE CARRIERS IT MAY ACT FOR AND THE
      *    TRANS-TYPE-TC VALUES IT MAY SUBMIT. LA332E1 CHECKS EVERY
      *    LA332ENT ENTRY'S USER-LOGIN-ID AGAINST IT EACH NIGHT.
      *    ONLY THE FIRST ENTL-CARRIER-CNT / ENTL-TRANS-TYPE-CNT
      *    SLOTS ARE IN USE; A SLOT HOLDING '*ALL' GRANTS EVERY
      *    CARRIER (OR EVERY TRANSACTION TYPE), FOR SUPERVISORS AND
      *    SUPPORT LOGINS THAT WORK ACROSS THE BOOK. A LOGIN WITH NO
      *    CARRIERS OR NO TYPES IS ENTITLED TO NOTHING.
       01  LA332A4-ENTL-REC.
           03 ENTL-USER-LOGIN-ID PIC X(020) VALUE SPACES.
           03 ENTL-USER-NAME PIC X(040) VALUE SPACES.
           03 ENTL-STATUS PIC X(001) VALUE SPACES.
              88 ENTL-ACTIVE VALUE 'A'.
              88 ENTL-INACTIVE VALUE 'I'.
           03 ENTL-ACTIVE-FROM-DATE PIC 9(008) VALUE ZERO.
           03 ENTL-ACTIVE-TO-DATE PIC 9(008) VALUE ZERO.
           03 ENTL-CARRIER-CNT PIC 9(002) VALUE ZERO.
           03 ENTL-CARRIER-CODE PIC X(022) OCCURS 20 TIMES.
           03 ENTL-TRANS-TYPE-CNT PIC 9(002) VALUE ZERO.
           03 ENTL-TRANS-TYPE-TC PIC X(010) OCCURS 30 TIMES.
