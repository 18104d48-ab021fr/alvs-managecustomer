      *    LA332A4-LTR.CPY
      *    CHANGE-CONFIRMATION LETTER REQUEST RECORD (LA332LTR),
      *    WRITTEN NIGHTLY BY LA332L1 AND SENT TO THE PRINT VENDOR.
      *    ONE RECORD IS ONE LETTER TO ONE MAILING ADDRESS:
      *       'AO' - ADDRESS CHANGE NOTICE MAILED TO THE OLD ADDRESS
      *       'AN' - ADDRESS CHANGE NOTICE MAILED TO THE NEW ADDRESS
      *       'BN' - BENEFICIARY/RELATION CHANGE NOTICE MAILED TO
      *              THE PARTY'S ADDRESS ON FILE
      *    AN ADDRESS CHANGE WHOSE PRIOR ADDRESS IS ON LA332XRF
      *    PRODUCES AN 'AO' AND AN 'AN' LETTER CARRYING THE SAME
      *    PRIOR AND NEW ADDRESS, SO THE VENDOR CAN PRINT BOTH ON
      *    EITHER NOTICE. LTR-MAIL-TO IS WHERE THIS COPY GOES.
      *    THE RELATION FIELDS ARE THE ROLE NAMED ON THE CHANGE
      *    TRANSACTION (BLANK WHEN THE CARRIER SENT NONE).
      *    LTR-RELATION-ROLE-NAME IS THE ROLE'S LA332CVM CODE-VALUE
      *    MASTER DESCRIPTION, OR THE CARRIER'S TEXT WHEN THE CODE IS
      *    NOT ON THE MASTER.
       01  LA332A4-LTR-REC.
           03 LTR-LETTER-TYPE PIC X(002) VALUE SPACES.
              88 LTR-ADDR-OLD VALUE 'AO'.
              88 LTR-ADDR-NEW VALUE 'AN'.
              88 LTR-BENEFICIARY VALUE 'BN'.
           03 LTR-RUN-DATE PIC 9(008) VALUE ZERO.
           03 LTR-TRANS-REF-GUID PIC X(036) VALUE SPACES.
           03 LTR-TRANS-TYPE-TC PIC X(010) VALUE SPACES.
           03 LTR-TRANS-EXE-DATE PIC X(010) VALUE SPACES.
           03 LTR-CARRIER-CODE PIC X(022) VALUE SPACES.
           03 LTR-HOLDING-ID PIC X(025) VALUE SPACES.
           03 LTR-POLC-NBR PIC X(013) VALUE SPACES.
           03 LTR-PARTY-ID PIC X(025) VALUE SPACES.
           03 LTR-FIRST-NAME PIC X(060) VALUE SPACES.
           03 LTR-MIDDLE-NAME PIC X(060) VALUE SPACES.
           03 LTR-LAST-NAME PIC X(060) VALUE SPACES.
           03 LTR-MAIL-TO.
              05 LTR-MAIL-LINE1 PIC X(030) VALUE SPACES.
              05 LTR-MAIL-LINE2 PIC X(030) VALUE SPACES.
              05 LTR-MAIL-LINE3 PIC X(030) VALUE SPACES.
              05 LTR-MAIL-LINE4 PIC X(030) VALUE SPACES.
              05 LTR-MAIL-ZIP PIC X(005) VALUE SPACES.
           03 LTR-PRIOR-ADDR.
              05 LTR-PRIOR-LINE1 PIC X(030) VALUE SPACES.
              05 LTR-PRIOR-LINE2 PIC X(030) VALUE SPACES.
              05 LTR-PRIOR-LINE3 PIC X(030) VALUE SPACES.
              05 LTR-PRIOR-LINE4 PIC X(030) VALUE SPACES.
              05 LTR-PRIOR-ZIP PIC X(005) VALUE SPACES.
           03 LTR-NEW-ADDR.
              05 LTR-NEW-LINE1 PIC X(030) VALUE SPACES.
              05 LTR-NEW-LINE2 PIC X(030) VALUE SPACES.
              05 LTR-NEW-LINE3 PIC X(030) VALUE SPACES.
              05 LTR-NEW-LINE4 PIC X(030) VALUE SPACES.
              05 LTR-NEW-ZIP PIC X(005) VALUE SPACES.
           03 LTR-RELATION-ROLE-TC PIC X(002) VALUE SPACES.
           03 LTR-RELATED-OBJECT-ID PIC X(025) VALUE SPACES.
           03 LTR-RELATION-ROLE-NAME PIC X(030) VALUE SPACES.
           03 FILLER PIC X(008) VALUE SPACES.
