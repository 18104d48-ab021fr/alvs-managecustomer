      *    WHAT MAKES THE DATE-RANGE SELECTION POSSIBLE.
      *    HIST-RELATION-ROLE-TC CARRIES THE RELATION-ROLE-CODE OFF
      *    THE ENTRY'S RELATION GROUP FOR THE FRAUD PATTERN REPORT.
      *    HIST-RECORD-KIND SAYS HOW FAR THE TRANSACTION GOT. LA332H1
      *    ALSO APPENDS THE DAY'S LA332A3 EDIT REJECTS (WITH THE
      *    FOUR-CHARACTER HIST-REJECT-REASON) AND THE RESENDS LA332A5
      *    SUPPRESSED, SO THE LA332I1 MONTH-END BILLING RUN CAN BILL
      *    THEM ON THEIR OWN LINES. THOSE NEVER REACHED LA332A4, SO
      *    THEIR DATE-NUM/TIME-NUM ARE ZERO AND THEIR RESULT FIELDS
      *    ARE WHATEVER THE CARRIER SENT. RECORDS WRITTEN BEFORE THE
      *    KIND EXISTED READ BACK AS SPACES, WHICH IS PROCESSED.
      *    READERS THAT ONLY WANT PROCESSED WORK TEST
      *    HIST-KIND-PROCESSED.
       01  LA332A4-HIST-REC.
           03 HIST-RUN-DATE PIC 9(008) VALUE ZERO.
           03 HIST-PARTY-ID PIC X(025) VALUE SPACES.
           03 HIST-RESULT-CODE-TC-DESC PIC X(020) VALUE SPACES.
           03 HIST-USER-LOGIN-ID PIC X(020) VALUE SPACES.
           03 HIST-RELATION-ROLE-TC PIC X(002) VALUE SPACES.
           03 HIST-RECORD-KIND PIC X(001) VALUE SPACES.
              88 HIST-KIND-PROCESSED VALUE 'P' ' '.
              88 HIST-KIND-EDIT-REJECT VALUE 'R'.
              88 HIST-KIND-SUPPRESSED VALUE 'S'.
           03 HIST-REJECT-REASON PIC X(004) VALUE SPACES.
