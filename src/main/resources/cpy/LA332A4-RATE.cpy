      *    LA332A4-RATE.CPY
      *    CARRIER BILLING RATE TABLE RECORD, KEYED ON RATE-KEY
      *    (LA332RTE, INDEXED). LA332I1 PRICES EACH CARRIER'S MONTH
      *    OFF THIS FILE. A RECORD FOR THE CARRIER AND TRANS-TYPE-TC
      *    PRICES THAT TYPE; A RECORD FOR THE CARRIER WITH A
      *    RATE-TRANS-TYPE-TC OF SPACES IS THE CARRIER'S DEFAULT RATE
      *    FOR EVERY TYPE WITHOUT ONE OF ITS OWN. A CARRIER WITH
      *    NEITHER HAS NO RATE ON FILE AND ITS ACTIVITY GOES TO THE
      *    LA332I1 EXCEPTION LIST INSTEAD OF THE INVOICE.
      *    EACH RECORD CARRIES ONE UNIT RATE PER BILLING CLASS:
      *    TRANSACTIONS PROCESSED SUCCESSFULLY, TRANSACTIONS THAT
      *    PROCESSED BUT FAILED PER TRANS-RESULT, LA332A3 EDIT
      *    REJECTS AND RESENDS SUPPRESSED BY LA332A5. A CLASS THAT IS
      *    NOT BILLED CARRIES A ZERO RATE. RATES ARE DOLLARS PER
      *    TRANSACTION TO FOUR DECIMAL PLACES.
       01  LA332A4-RATE-REC.
           03 RATE-KEY.
              05 RATE-CARRIER-CODE PIC X(022) VALUE SPACES.
              05 RATE-TRANS-TYPE-TC PIC X(010) VALUE SPACES.
           03 RATE-PROCESSED-AMT PIC 9(003)V9(004) VALUE ZERO.
           03 RATE-FAILED-AMT PIC 9(003)V9(004) VALUE ZERO.
           03 RATE-REJECT-AMT PIC 9(003)V9(004) VALUE ZERO.
           03 RATE-SUPPRESSED-AMT PIC 9(003)V9(004) VALUE ZERO.
