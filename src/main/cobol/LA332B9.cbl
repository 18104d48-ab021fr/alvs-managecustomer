002400*         CYCLE'S GROUPS, SCANNED ITS TRANSACTIONS AND MERGED   *
002500*         ITS OVERFLOW.                                         *
002600*       - DAY LEVEL: THE ONCE-A-DAY READERS (LA332B1, B3-B6,    *
002700*         E1, X1, CYCLE ZERO) READ THE CONCATENATED CYCLE       *
002800*         LA332ENT ENTRY FILES, SO THEIR ENTRY COUNTS MUST      *
002900*         EQUAL THE SUM OF THE CYCLES' TRANSACTIONS - WHICH IS  *
003000*         ALSO WHAT PROVES THE CYCLES ADD UP TO THE DAY. THE    *
003010*         DAY ROLL-UP PRINTS ON THE REPORT.                     *
003100*                                                               *
003200*    EVERY CONTROL RECORD IS ECHOED ON THE REPORT, EACH         *
003300*    MISMATCH PRINTS A DISCREPANCY LINE WITH THE EXPECTED AND   *
004620*                      TERMS: ENTRIES READ MUST EQUAL THE        *
004630*                      EXTRACT'S TRANSACTIONS, AND THE SPILL     *
004640*                      MERGE COUNT IS GONE FROM THE READERS.     *
004660*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
004680*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
004685*    10/15/2026 DSY   LA332X1 XML EXPORT BALANCED AS A DAY-LEVEL *
004690*                      READER.                                   *
004692*    10/15/2026 DSY   LA332E1 ENTITLEMENT CHECK BALANCED AS A    *
004694*                      DAY-LEVEL READER.                         *
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005800     SELECT LA332B9-RPT-FILE ASSIGN TO LA332RPT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RPT-FILE-STATUS.
006020
006040     SELECT OPTIONAL LA332B9-TIM-FILE ASSIGN TO LA332TIM
006060         ORGANIZATION IS LINE SEQUENTIAL
006080         FILE STATUS IS WS-TIM-FILE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006800 FD  LA332B9-RPT-FILE
006900     RECORDING MODE IS F.
007000 01  LA332B9-RPT-REC PIC X(133).
007020
007040 FD  LA332B9-TIM-FILE
007060     RECORDING MODE IS F.
007080     COPY LA332A4-TIME.
007100
007200 WORKING-STORAGE SECTION.
007220 01  WS-STEP-TIMING.
007240     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
007260     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
007280
007300 01  WS-FILE-STATUSES.
007400     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
007500        88 WS-CTL-OK VALUE '00'.
007700        88 WS-CTL-NOT-FOUND VALUE '35'.
007800     05 WS-RPT-FILE-STATUS PIC X(002) VALUE SPACES.
007900        88 WS-RPT-OK VALUE '00'.
007925     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
007950        88 WS-TIM-OK VALUE '00'.
008000
008100 01  WS-SWITCHES.
008200     05 WS-EOF-SW PIC X(001) VALUE 'N'.
017700
017800 PROCEDURE DIVISION.
017900 0000-MAINLINE.
017925     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
017950     ACCEPT WS-STEP-START-TIME FROM TIME.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018100     PERFORM 2000-LOAD-CONTROL-REC THRU 2000-EXIT
018200         UNTIL WS-END-OF-INPUT.
034000         WHEN 'LA332B4 '
034100         WHEN 'LA332B5 '
034200         WHEN 'LA332B6 '
034240         WHEN 'LA332E1 '
034250         WHEN 'LA332X1 '
034300             PERFORM 4200-BALANCE-DAY-READER THRU 4200-EXIT
034400         WHEN OTHER
034500             CONTINUE
057200         WS-A4-CYCLE-COUNT.
057300     DISPLAY 'LA332B9 - DISCREPANCIES FOUND  : '
057400         WS-DISCREP-COUNT.
057450     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
057500     IF WS-DISCREP-COUNT > ZERO
057600         MOVE 8 TO RETURN-CODE
057700     END-IF.
061200     END-IF.
061300 9110-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
061800*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
061900*    LA332T1 BATCH-WINDOW REPORT. LA332B9 WRITES NO CONTROL      *
062000*    RECORD OF ITS OWN, SO IT LOGS AT DAY LEVEL (CYCLE ZERO)     *
062100*    WITH THE CONTROL RECORDS READ AS ITS VOLUME                 *
062200*****************************************************************
062300 9960-WRITE-STEP-TIMING.
062400     OPEN EXTEND LA332B9-TIM-FILE.
062500     MOVE 'LA332B9 ' TO TIM-PROGRAM-ID.
062600     MOVE ZERO TO TIM-CYCLE-NO.
062700     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
062800     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
062900     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
063000     ACCEPT TIM-END-TIME FROM TIME.
063100     MOVE TIM-END-DATE TO TIM-RUN-DATE.
063200     MOVE WS-CTL-READ-COUNT TO TIM-VOLUME.
063300     WRITE LA332A4-TIME-REC.
063400     IF NOT WS-TIM-OK
063500         DISPLAY 'LA332B9 - LA332TIM WRITE FAILED, STATUS: '
063600             WS-TIM-FILE-STATUS
063700     END-IF.
063800     CLOSE LA332B9-TIM-FILE.
063900 9960-EXIT.
064000     EXIT.
