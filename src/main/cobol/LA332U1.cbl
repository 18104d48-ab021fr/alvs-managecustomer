003574*    09/02/2026 DSY   CONVERTED TO THE SINGLE-PASS LA332ENT      *
003582*                      ENTRY FILE; THE LA332OVF SPILL MERGE      *
003590*                      NOW HAPPENS ONCE, IN THE EXTRACT STEP.    *
003592*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003594*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-CTL-FILE-STATUS.
006400
006420     SELECT OPTIONAL LA332U1-TIM-FILE ASSIGN TO LA332TIM
006440         ORGANIZATION IS LINE SEQUENTIAL
006460         FILE STATUS IS WS-TIM-FILE-STATUS.
006480
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  LA332U1-ENT-FILE
008300     RECORDING MODE IS F.
008400     COPY LA332A4-CTL.
008500
008520 FD  LA332U1-TIM-FILE
008540     RECORDING MODE IS F.
008560     COPY LA332A4-TIME.
008580
008600 WORKING-STORAGE SECTION.
008620 01  WS-STEP-TIMING.
008640     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
008660     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
008680
008700 01  WS-FILE-STATUSES.
008800     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
008900        88 WS-ENT-EOF VALUE '10'.
009600        88 WS-RPT-OK VALUE '00'.
009700     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
009800        88 WS-CTL-OK VALUE '00'.
009825     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
009850        88 WS-TIM-OK VALUE '00'.
009900
010000 01  WS-SWITCHES.
010100     05 WS-EOF-SW PIC X(001) VALUE 'N'.
015507
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015725     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
015750     ACCEPT WS-STEP-START-TIME FROM TIME.
015800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015900     PERFORM 2000-PROCESS-OUTPUT-REC THRU 2000-EXIT
016000         UNTIL WS-END-OF-INPUT.
041100         GOBACK
041200     END-IF.
041300     CLOSE LA332U1-CTL-FILE.
041350     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
041400 9900-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
041900*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
042000*    LA332T1 BATCH-WINDOW REPORT                                 *
042100*****************************************************************
042200 9960-WRITE-STEP-TIMING.
042300     OPEN EXTEND LA332U1-TIM-FILE.
042400     MOVE 'LA332U1 ' TO TIM-PROGRAM-ID.
042500     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
042600     MOVE ZERO TO TIM-CYCLE-NO.
042700     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
042800     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
042900     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
043000     ACCEPT TIM-END-TIME FROM TIME.
043100     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
043200     WRITE LA332A4-TIME-REC.
043300     IF NOT WS-TIM-OK
043400         DISPLAY 'LA332U1 - LA332TIM WRITE FAILED, STATUS: '
043500             WS-TIM-FILE-STATUS
043600     END-IF.
043700     CLOSE LA332U1-TIM-FILE.
043800 9960-EXIT.
043900     EXIT.
