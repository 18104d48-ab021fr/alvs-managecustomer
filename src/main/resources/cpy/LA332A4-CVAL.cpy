      *    LA332A4-CVAL.CPY
      *    CODE-VALUE REFERENCE MASTER RECORD, KEYED ON CVAL-KEY
      *    (LA332CVM, INDEXED). ONE RECORD PER VALID VALUE OF EACH
      *    TYPE CODE THE CARRIERS SEND, SO A NEW CODE IN A CARRIER
      *    IMPLEMENTATION GUIDE IS A MASTER UPDATE ON THE LA332C4
      *    SCREEN (TRANS LA36), NOT A PROGRAM CHANGE. LA332A3 REJECTS
      *    A CODE THAT IS NOT ON FILE, NOT EFFECTIVE ON THE RUN DATE
      *    OR NOT ALLOWED FOR THE SENDING CARRIER; LA332R1 CHECKS
      *    RELATION ROLES AGAINST IT; THE REPORTS PRINT CVAL-DESC
      *    INSTEAD OF WHATEVER -TC-DESC TEXT THE CARRIER SENT.
      *    CVAL-CODE-VALUE IS LEFT-JUSTIFIED AND SPACE-FILLED TO THE
      *    WIDEST TC FIELD, SO A ONE-BYTE GENDER-TC OF 'F' IS KEYED
      *    AS 'F' FOLLOWED BY NINE SPACES.
      *    CVAL-EXP-DATE OF ZERO MEANS THE CODE HAS NO EXPIRY. A
      *    CVAL-CARRIER TABLE OF ALL SPACES MEANS ANY CARRIER MAY
      *    SEND THE CODE; OTHERWISE ONLY THE CARRIERS LISTED MAY.
       01  LA332A4-CVAL-REC.
           03 CVAL-KEY.
              05 CVAL-CODE-TYPE PIC X(008) VALUE SPACES.
                 88 CVAL-TYPE-VALID VALUE 'TRANTYPE' 'SUBTYPE '
                                          'ROLE    ' 'GENDER  '
                                          'IDREFTYP' 'MSGSRC  '
                                          'BIRTHCTY'.
              05 CVAL-CODE-VALUE PIC X(010) VALUE SPACES.
           03 CVAL-DESC PIC X(030) VALUE SPACES.
           03 CVAL-EFF-DATE PIC 9(008) VALUE ZERO.
           03 CVAL-EXP-DATE PIC 9(008) VALUE ZERO.
           03 CVAL-CARRIERS.
              05 CVAL-CARRIER PIC X(022) OCCURS 10 TIMES.
           03 CVAL-MAINT-DATE PIC 9(008) VALUE ZERO.
           03 CVAL-MAINT-USER PIC X(008) VALUE SPACES.
