003080*                      SUMMED INTO ONE TABLE SLOT - THE          *
003090*                      CONCATENATED PER-CYCLE LA332CAC FILES     *
003095*                      CARRY ONE RECORD PER CARRIER PER CYCLE.   *
003096*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003097*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CTL-FILE-STATUS.
005900
005920     SELECT OPTIONAL LA332A6-TIM-FILE ASSIGN TO LA332TIM
005940         ORGANIZATION IS LINE SEQUENTIAL
005960         FILE STATUS IS WS-TIM-FILE-STATUS.
005980
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  LA332A6-CARM-FILE.
007900     RECORDING MODE IS F.
008000     COPY LA332A4-CTL.
008100
008120 FD  LA332A6-TIM-FILE
008140     RECORDING MODE IS F.
008160     COPY LA332A4-TIME.
008180
008200 WORKING-STORAGE SECTION.
008220 01  WS-STEP-TIMING.
008240     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
008260     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
008280
008300 01  WS-FILE-STATUSES.
008400     05 WS-CARM-FILE-STATUS PIC X(002) VALUE SPACES.
008500        88 WS-CARM-OK VALUE '00'.
009500        88 WS-RPT-OK VALUE '00'.
009600     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
009700        88 WS-CTL-OK VALUE '00'.
009725     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
009750        88 WS-TIM-OK VALUE '00'.
009800
009900 01  WS-SWITCHES.
010000     05 WS-CARM-EOF-SW PIC X(001) VALUE 'N'.
017800
017900 PROCEDURE DIVISION.
018000 0000-MAINLINE.
018025     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
018050     ACCEPT WS-STEP-START-TIME FROM TIME.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018200     PERFORM 2000-LOAD-ACTIVITY-REC THRU 2000-EXIT
018300         UNTIL WS-END-OF-COUNTS.
048600         GOBACK
048700     END-IF.
048800     CLOSE LA332A6-CTL-FILE.
048850     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
048900 9900-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
049400*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
049500*    LA332T1 BATCH-WINDOW REPORT                                 *
049600*****************************************************************
049700 9960-WRITE-STEP-TIMING.
049800     OPEN EXTEND LA332A6-TIM-FILE.
049900     MOVE 'LA332A6 ' TO TIM-PROGRAM-ID.
050000     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
050100     MOVE ZERO TO TIM-CYCLE-NO.
050200     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
050300     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
050400     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
050500     ACCEPT TIM-END-TIME FROM TIME.
050600     MOVE WS-MASTER-READ-COUNT TO TIM-VOLUME.
050700     WRITE LA332A4-TIME-REC.
050800     IF NOT WS-TIM-OK
050900         DISPLAY 'LA332A6 - LA332TIM WRITE FAILED, STATUS: '
051000             WS-TIM-FILE-STATUS
051100     END-IF.
051200     CLOSE LA332A6-TIM-FILE.
051300 9960-EXIT.
051400     EXIT.
