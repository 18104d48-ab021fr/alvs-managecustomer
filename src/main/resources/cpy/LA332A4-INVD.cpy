      *    LA332A4-INVD.CPY
      *    INVOICE DETAIL RECORD LA332I1 WRITES TO LA332INV FOR THE
      *    ACCOUNTS RECEIVABLE LOAD. ONE RECORD PER CARRIER, TRANS-
      *    TYPE-TC AND BILLING CLASS PRICED IN THE BILLING MONTH, IN
      *    CARRIER / TRANS TYPE / CLASS ORDER. INV-AMOUNT IS
      *    INV-QUANTITY TIMES INV-UNIT-RATE ROUNDED TO THE CENT; A
      *    CLASS BILLED AT A ZERO RATE STILL GETS A RECORD SO THE
      *    QUANTITIES BALANCE TO THE PRINTED STATEMENT. ACTIVITY WITH
      *    NO RATE ON FILE IS NOT WRITTEN HERE - IT PRINTS ON THE
      *    LA332I1 EXCEPTION LIST. INV-RATE-BASIS SAYS WHETHER THE
      *    RATE CAME FROM THE CARRIER'S RECORD FOR THE TYPE OR FROM
      *    ITS DEFAULT RECORD (SEE LA332A4-RATE.CPY).
      *    ZONED DISPLAY, NOT COMP-3, FOR THE SAME LINE SEQUENTIAL
      *    REASON DOCUMENTED IN LA332A4-OUTPUT.CPY.
       01  LA332A4-INVD-REC.
           03 INV-BILL-MONTH PIC 9(006) VALUE ZERO.
           03 INV-CARRIER-CODE PIC X(022) VALUE SPACES.
           03 INV-TRANS-TYPE-TC PIC X(010) VALUE SPACES.
           03 INV-BILL-CLASS PIC X(001) VALUE SPACES.
              88 INV-CLASS-PROCESSED VALUE 'P'.
              88 INV-CLASS-FAILED VALUE 'F'.
              88 INV-CLASS-EDIT-REJECT VALUE 'R'.
              88 INV-CLASS-SUPPRESSED VALUE 'S'.
           03 INV-QUANTITY PIC 9(009) VALUE ZERO.
           03 INV-UNIT-RATE PIC 9(003)V9(004) VALUE ZERO.
           03 INV-AMOUNT PIC 9(009)V99 VALUE ZERO.
           03 INV-RATE-BASIS PIC X(001) VALUE SPACES.
              88 INV-RATE-FOR-TYPE VALUE 'T'.
              88 INV-RATE-DEFAULT VALUE 'D'.
           03 INV-RUN-DATE PIC 9(008) VALUE ZERO.
