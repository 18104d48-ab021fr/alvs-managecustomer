      *    LA332A4-TIME.CPY
      *    STEP TIMING RECORD FOR THE LA332 JOB STREAM. EVERY BATCH
      *    PROGRAM IN THE STREAM APPENDS ONE RECORD TO THE LA332TIM
      *    TIMING HISTORY AT NORMAL END OF JOB, RIGHT AFTER ITS
      *    LA332CTL CONTROL-TOTAL RECORD, SO THE FILE SHOWS WHEN EACH
      *    STEP OF EACH CYCLE STARTED AND ENDED AND HOW MUCH IT
      *    HANDLED. UNLIKE LA332CTL THE FILE IS NOT REALLOCATED EACH
      *    DAY: IT IS THE HISTORY LA332T1 AVERAGES OVER, AND IS
      *    ONLY EVER EXTENDED (SELECT OPTIONAL, OPEN EXTEND).
      *    A FAILED WRITE TO IT IS DISPLAYED BUT DOES NOT FAIL THE
      *    STEP - LOSING ONE TIMING RECORD MUST NOT STOP THE STREAM.
      *    TIM-RUN-DATE AND TIM-CYCLE-NO ARE THE SAME VALUES THE
      *    STEP PUT ON ITS CONTROL-TOTAL RECORD (CYCLE 0 = DAY
      *    LEVEL), AND TIM-VOLUME IS ITS CTL-RECS-READ, THE RECORDS
      *    READ FROM ITS PRIMARY INPUT. LA332B9 WRITES NO CONTROL
      *    RECORD; IT LOGS CYCLE ZERO AND THE CONTROL RECORDS IT
      *    READ. START AND END ARE THE CLOCK DATE (CCYYMMDD) AND
      *    TIME (HHMMSSHH) WHEN THE STEP BEGAN AND WHEN IT WROTE
      *    THE RECORD; THE END DATE IS CARRIED SEPARATELY SO A STEP
      *    RUNNING OVER MIDNIGHT TIMES CORRECTLY.
      *    ZONED DISPLAY, NOT COMP-3, FOR THE SAME LINE SEQUENTIAL
      *    REASON DOCUMENTED IN LA332A4-OUTPUT.CPY.
       01  LA332A4-TIME-REC.
           03 TIM-PROGRAM-ID PIC X(008) VALUE SPACES.
           03 TIM-RUN-DATE PIC 9(008) VALUE ZERO.
           03 TIM-CYCLE-NO PIC 9(003) VALUE ZERO.
           03 TIM-START-DATE PIC 9(008) VALUE ZERO.
           03 TIM-START-TIME PIC 9(008) VALUE ZERO.
           03 TIM-END-DATE PIC 9(008) VALUE ZERO.
           03 TIM-END-TIME PIC 9(008) VALUE ZERO.
           03 TIM-VOLUME PIC 9(009) VALUE ZERO.
