003760*                      RECOVERY UTILITY.                        *
003773*    09/02/2026 DSY   CYCLE NUMBER NOW CARRIED ON THE            *
003786*                      CONTROL-TOTAL RECORD (0 = DAY LEVEL).     *
003790*    10/15/2026 DSY   ADDRESS REPLACED BY A CORRECTION NOW KEPT  *
003792*                      IN THE NEW XREF-PRIOR-ADDR FIELDS UNLESS  *
003794*                      A CARRIER CHANGE ALREADY SET THEM TODAY.  *
003796*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003798*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-CTL-FILE-STATUS.
009110
009112     SELECT OPTIONAL LA332B8-TIM-FILE ASSIGN TO LA332TIM
009114         ORGANIZATION IS LINE SEQUENTIAL
009116         FILE STATUS IS WS-TIM-FILE-STATUS.
009118
009120     SELECT OPTIONAL LA332B8-JRN-FILE ASSIGN TO LA332JRN
009130         ORGANIZATION IS LINE SEQUENTIAL
009140         FILE STATUS IS WS-JRN-FILE-STATUS.
013400     RECORDING MODE IS F.
013500     COPY LA332A4-CTL.
013510
013512 FD  LA332B8-TIM-FILE
013514     RECORDING MODE IS F.
013516     COPY LA332A4-TIME.
013518
013520 FD  LA332B8-JRN-FILE
013530     RECORDING MODE IS F.
013540     COPY LA332A4-JRN.
013600
013700 WORKING-STORAGE SECTION.
013720 01  WS-STEP-TIMING.
013740     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
013760     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
013780
013800 01  WS-FILE-STATUSES.
013900     05 WS-OUT-FILE-STATUS PIC X(002) VALUE SPACES.
014000        88 WS-OUT-OK VALUE '00'.
016300        88 WS-RPT-OK VALUE '00'.
016400     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
016500        88 WS-CTL-OK VALUE '00'.
016502     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
016504        88 WS-TIM-OK VALUE '00'.
016510     05 WS-JRN-FILE-STATUS PIC X(002) VALUE SPACES.
016520        88 WS-JRN-OK VALUE '00'.
016600
026600
026700 PROCEDURE DIVISION.
026800 0000-MAINLINE.
026825     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
026850     ACCEPT WS-STEP-START-TIME FROM TIME.
026900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027000     PERFORM 2000-PROCESS-OUTPUT-REC THRU 2000-EXIT
027100         UNTIL WS-END-OF-INPUT.
044600         INVALID KEY
044700             ADD 1 TO WS-XRF-MISS-COUNT
044800         NOT INVALID KEY
044850             PERFORM 2410-SET-PRIOR-ADDRESS THRU 2410-EXIT
044900             MOVE COR-LINE1 TO XREF-ADDR-LINE1
045000             MOVE COR-LINE2 TO XREF-ADDR-LINE2
045100             MOVE COR-LINE3 TO XREF-ADDR-LINE3
046200     END-READ.
046300 2400-EXIT.
046400     EXIT.
046402
046405*****************************************************************
046408*    2410-SET-PRIOR-ADDRESS - KEEP THE ADDRESS THE CORRECTION    *
046411*    REPLACES AS THE PRIOR ADDRESS FOR THE CHANGE-CONFIRMATION   *
046414*    LETTERS. WHEN LA332B2 ALREADY RECORDED A CARRIER CHANGE     *
046417*    TODAY THE CORRECTION ONLY FIXES THAT NEW ADDRESS, AND THE   *
046420*    PRIOR ADDRESS THE CARRIER CHANGE KEPT STAYS AS IT IS.       *
046423*****************************************************************
046426 2410-SET-PRIOR-ADDRESS.
046429     IF XREF-ADDR-CHANGE-DATE NOT = WS-RUN-DATE
046432         IF XREF-ADDR-LINE1 NOT = COR-LINE1
046435          OR XREF-ADDR-LINE2 NOT = COR-LINE2
046438          OR XREF-ADDR-LINE3 NOT = COR-LINE3
046441          OR XREF-ADDR-LINE4 NOT = COR-LINE4
046444          OR XREF-ADDR-ZIP NOT = COR-ZIP
046447             MOVE XREF-ADDR-LINE1 TO XREF-PRIOR-ADDR-LINE1
046450             MOVE XREF-ADDR-LINE2 TO XREF-PRIOR-ADDR-LINE2
046453             MOVE XREF-ADDR-LINE3 TO XREF-PRIOR-ADDR-LINE3
046456             MOVE XREF-ADDR-LINE4 TO XREF-PRIOR-ADDR-LINE4
046459             MOVE XREF-ADDR-ZIP TO XREF-PRIOR-ADDR-ZIP
046462             MOVE WS-RUN-DATE TO XREF-ADDR-CHANGE-DATE
046465             MOVE SPACES TO XREF-ADDR-CHANGE-GUID
046468         END-IF
046471     END-IF.
046474 2410-EXIT.
046477     EXIT.
046500
046600*****************************************************************
046700*    2500-WRITE-REJECT - HAND A BAD CORRECTION BACK TO THE REP   *
074400         GOBACK
074500     END-IF.
074600     CLOSE LA332B8-CTL-FILE.
074650     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
074700 9900-EXIT.
074800     EXIT.
074804
074808*****************************************************************
074812*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
074816*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
074820*    LA332T1 BATCH-WINDOW REPORT                                 *
074824*****************************************************************
074828 9960-WRITE-STEP-TIMING.
074832     OPEN EXTEND LA332B8-TIM-FILE.
074836     MOVE 'LA332B8 ' TO TIM-PROGRAM-ID.
074840     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
074844     MOVE ZERO TO TIM-CYCLE-NO.
074848     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
074852     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
074856     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
074860     ACCEPT TIM-END-TIME FROM TIME.
074864     MOVE WS-EXTRACT-READ-COUNT TO TIM-VOLUME.
074868     WRITE LA332A4-TIME-REC.
074872     IF NOT WS-TIM-OK
074876         DISPLAY 'LA332B8 - LA332TIM WRITE FAILED, STATUS: '
074880             WS-TIM-FILE-STATUS
074884     END-IF.
074888     CLOSE LA332B8-TIM-FILE.
074892 9960-EXIT.
074896     EXIT.
074900
075000*****************************************************************
075100*    9800-WRITE-JOURNAL - APPEND THE IMAGE OF THE LA332XRF      *
