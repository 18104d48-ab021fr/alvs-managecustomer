           03 GREG-TRANS-REF-GUID PIC X(036) VALUE SPACES.
           03 GREG-RUN-DATE PIC 9(008) VALUE ZERO.
           03 GREG-CARRIER-CODE PIC X(022) VALUE SPACES.
      *    GREG-RESUB-DATE IS SET BY LA332Q2 WHEN A REPAIRED
      *    TRANSACTION OFF THE LA332SUS SUSPENSE FILE IS FED BACK
      *    INTO A CYCLE UNDER A GUID ALREADY ON THE REGISTRY. THE
      *    NEXT ARRIVAL OF THAT GUID AT LA332A5 IS THEN PASSED AS A
      *    DELIBERATE RESUBMISSION INSTEAD OF SUPPRESSED, AND THE
      *    DATE IS CLEARED SO ONLY THAT ONE ARRIVAL GETS THROUGH.
      *    A RESUBMISSION LA332A3 REJECTS AGAIN NEVER REACHES LA332A5;
      *    LA332Q1 CLEARS THE DATE WHEN IT PUTS THAT REJECT BACK INTO
      *    SUSPENSE, AND A FURTHER RELEASE SETS IT AFRESH.
      *    ZERO (OR SPACES ON AN ENTRY REGISTERED BEFORE THE FIELD
      *    WAS ADDED) MEANS NO RESUBMISSION IS EXPECTED.
           03 GREG-RESUB-DATE PIC 9(008) VALUE ZERO.
