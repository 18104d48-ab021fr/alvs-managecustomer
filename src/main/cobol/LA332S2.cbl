001800*    THE RUN ENDS WITH RETURN-CODE 4, SO A CARRIER WHOSE        *
001900*    UPSTREAM SYSTEM IS DEGRADING SURFACES ON DAY ONE INSTEAD   *
002000*    OF AFTER A WEEK OF EXCEPTION-REPORT ARCHAEOLOGY.           *
002010*    EACH LINE ALSO SHOWS THE CARRIER'S LATE-ARRIVAL EXCEPTIONS *
002020*    (TRANSACTIONS LA332B2 DID NOT LOAD BECAUSE NEWER DATA WAS  *
002030*    ALREADY ON LA332XRF) OVER THE SAME WINDOW.                 *
002100*                                                               *
002200*    MODIFICATION HISTORY.                                      *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    08/22/2026 DSY   ORIGINAL PROGRAM.                          *
002433*    09/02/2026 DSY   CYCLE NUMBER NOW CARRIED ON THE            *
002466*                      CONTROL-TOTAL RECORD (0 = DAY LEVEL).     *
002480*    10/15/2026 DSY   LATE-ARRIVAL COUNT FOR THE WINDOW ADDED    *
002490*                      TO THE CARRIER LINE.                      *
002492*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
002494*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CTL-FILE-STATUS.
004700
004720     SELECT OPTIONAL LA332S2-TIM-FILE ASSIGN TO LA332TIM
004740         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS WS-TIM-FILE-STATUS.
004780
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  LA332S2-STA-FILE
006500     RECORDING MODE IS F.
006600     COPY LA332A4-CTL.
006700
006720 FD  LA332S2-TIM-FILE
006740     RECORDING MODE IS F.
006760     COPY LA332A4-TIME.
006780
006800 WORKING-STORAGE SECTION.
006820 01  WS-STEP-TIMING.
006840     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
006860     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
006880
006900 01  WS-FILE-STATUSES.
007000     05 WS-STA-FILE-STATUS PIC X(002) VALUE SPACES.
007100        88 WS-STA-EOF VALUE '10'.
007700        88 WS-RPT-OK VALUE '00'.
007800     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
007900        88 WS-CTL-OK VALUE '00'.
007925     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
007950        88 WS-TIM-OK VALUE '00'.
008000
008100 01  WS-SWITCHES.
008200     05 WS-EOF-SW PIC X(001) VALUE 'N'.
013100        10 CT-LATEST-DATE PIC 9(008) COMP-3 VALUE ZERO.
013200        10 CT-LATEST-TXN PIC 9(009) COMP-3 VALUE ZERO.
013300        10 CT-LATEST-FAIL PIC 9(009) COMP-3 VALUE ZERO.
013350        10 CT-WINDOW-LATE PIC 9(009) COMP-3 VALUE ZERO.
013400
013500 01  WS-PRINT-LINES.
013600     05 WS-HDR1.
015600        10 WS-DTL1-LAST-DATE PIC 9(008) VALUE ZERO.
015700        10 FILLER PIC X(007) VALUE ' LAST%:'.
015800        10 WS-DTL1-LAST-RATE PIC ZZ9.99.
015810        10 FILLER PIC X(006) VALUE ' LATE:'.
015820        10 WS-DTL1-LATE PIC ZZZ,ZZZ,ZZ9.
015900        10 FILLER PIC X(001) VALUE SPACES.
016000        10 WS-DTL1-FLAG PIC X(008) VALUE SPACES.
016100     05 WS-NONE1.
016400
016500 PROCEDURE DIVISION.
016600 0000-MAINLINE.
016625     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
016650     ACCEPT WS-STEP-START-TIME FROM TIME.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     PERFORM 2000-LOAD-HISTORY-REC THRU 2000-EXIT
016900         UNTIL WS-END-OF-INPUT.
023700                 TO CT-WINDOW-TXN (WS-CARR-FOUND-SUB)
023800             ADD STAT-FAIL-COUNT
023900                 TO CT-WINDOW-FAIL (WS-CARR-FOUND-SUB)
023910             IF STAT-LATE-ARRIVAL-COUNT IS NUMERIC
023920                 ADD STAT-LATE-ARRIVAL-COUNT
023930                     TO CT-WINDOW-LATE (WS-CARR-FOUND-SUB)
023940             END-IF
024000             IF STAT-RUN-DATE >
024100                CT-LATEST-DATE (WS-CARR-FOUND-SUB)
024200                 MOVE STAT-RUN-DATE
035000     MOVE WS-AVG-RATE TO WS-DTL1-AVG.
035100     MOVE CT-LATEST-DATE (WS-CARR-SUB) TO WS-DTL1-LAST-DATE.
035200     MOVE WS-LATEST-RATE TO WS-DTL1-LAST-RATE.
035250     MOVE CT-WINDOW-LATE (WS-CARR-SUB) TO WS-DTL1-LATE.
035300     MOVE SPACES TO WS-DTL1-FLAG.
035400     COMPUTE WS-RATE-JUMP = WS-LATEST-RATE - WS-AVG-RATE.
035500     IF WS-RATE-JUMP > WS-THRESHOLD-PCT
044500         GOBACK
044600     END-IF.
044700     CLOSE LA332S2-CTL-FILE.
044750     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
044800 9900-EXIT.
044900     EXIT.
045000
045100*****************************************************************
045200*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
045300*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
045400*    LA332T1 BATCH-WINDOW REPORT                                 *
045500*****************************************************************
045600 9960-WRITE-STEP-TIMING.
045700     OPEN EXTEND LA332S2-TIM-FILE.
045800     MOVE 'LA332S2 ' TO TIM-PROGRAM-ID.
045900     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
046000     MOVE ZERO TO TIM-CYCLE-NO.
046100     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
046200     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
046300     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
046400     ACCEPT TIM-END-TIME FROM TIME.
046500     MOVE WS-STA-READ-COUNT TO TIM-VOLUME.
046600     WRITE LA332A4-TIME-REC.
046700     IF NOT WS-TIM-OK
046800         DISPLAY 'LA332S2 - LA332TIM WRITE FAILED, STATUS: '
046900             WS-TIM-FILE-STATUS
047000     END-IF.
047100     CLOSE LA332S2-TIM-FILE.
047200 9960-EXIT.
047300     EXIT.
