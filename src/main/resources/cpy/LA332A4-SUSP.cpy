      *    LA332A4-SUSP.CPY
      *    KEYED FAILED-TRANSACTION SUSPENSE RECORD (LA332SUS, INDEXED
      *    ON SUS-KEY). LA332Q1 LOADS ONE RECORD AFTER EACH INTRADAY
      *    CYCLE FOR EVERY LA332A3 EDIT REJECT ON LA332REJ AND EVERY
      *    LA332ENT ENTRY THAT FAILED PER TRANS-RESULT, SO A REP CAN
      *    REPAIR THE TRANSACTION ON THE LA332C3 SUSPENSE SCREEN
      *    (TRANS LA35) AND RELEASE IT INSTEAD OF WAITING FOR THE
      *    CARRIER TO RESEND. LA332Q2 FEEDS RELEASED RECORDS INTO THE
      *    NEXT CYCLE'S INPUT AND LA332Q3 AGES WHAT IS LEFT.
      *    THE KEY IS THE LOAD DATE, LOAD CYCLE, SOURCE AND POSITION
      *    IN THE SOURCE FILE, NOT THE GUID: A 'GUID' REJECT HAS NO
      *    GUID TO KEY ON, AND A RERUN OF THE SAME CYCLE'S LOAD
      *    REBUILDS THE SAME KEYS AND SO CANNOT SUSPEND ANYTHING TWICE
      *    OR OVERLAY A REP'S REPAIR. THE REP KEYS THE 19-CHARACTER
      *    KEY OFF THE LA332Q1 SUSPENSE LIST OR THE LA332Q3 AGING
      *    REPORT.
      *    SUS-TX-LIFE-REQ IS THE TRANSACTION IMAGE IN LA332A4-TXENT
      *    LAYOUT, CARRIED AS RAW TEXT FOR THE SAME DUPLICATE-NAME
      *    REASON DOCUMENTED IN LA332A4-OVFL.CPY. THE REP'S REPAIRS
      *    ARE MADE TO THIS IMAGE; THE SUS-ORIG- FIELDS KEEP WHAT THE
      *    CARRIER SENT. SUS-REASON-CODE IS THE LA332A3 REASON CODE,
      *    OR 'FAIL' FOR A TRANS-RESULT FAILURE.
       01  LA332A4-SUSP-REC.
           03 SUS-KEY.
              05 SUS-LOAD-DATE PIC 9(008) VALUE ZERO.
              05 SUS-LOAD-CYCLE PIC 9(003) VALUE ZERO.
              05 SUS-SOURCE PIC X(001) VALUE SPACES.
                 88 SUS-FROM-EDIT-REJECT VALUE 'R'.
                 88 SUS-FROM-FAILED-ENTRY VALUE 'F'.
              05 SUS-LOAD-SEQ PIC 9(007) VALUE ZERO.
           03 SUS-STATUS PIC X(001) VALUE SPACES.
              88 SUS-SUSPENDED VALUE 'S'.
              88 SUS-RELEASED VALUE 'R'.
              88 SUS-RESUBMITTED VALUE 'Q'.
           03 SUS-REASON-CODE PIC X(004) VALUE SPACES.
           03 SUS-ORIG-TRANS-REF-GUID PIC X(036) VALUE SPACES.
           03 SUS-ORIG-CARRIER-CODE PIC X(022) VALUE SPACES.
           03 SUS-ORIG-HOLDING-ID PIC X(025) VALUE SPACES.
           03 SUS-REPAIR-DATE PIC 9(008) VALUE ZERO.
           03 SUS-RELEASE-DATE PIC 9(008) VALUE ZERO.
           03 SUS-RELEASE-USER PIC X(008) VALUE SPACES.
           03 SUS-RESUB-DATE PIC 9(008) VALUE ZERO.
           03 SUS-RESUB-CYCLE PIC 9(003) VALUE ZERO.
           03 SUS-TX-LIFE-REQ PIC X(2838) VALUE SPACES.
