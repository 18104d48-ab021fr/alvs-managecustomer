002379*    09/02/2026 DSY   CONVERTED TO THE SINGLE-PASS LA332ENT      *
002386*                      ENTRY FILE; THE LA332OVF SPILL MERGE      *
002393*                      NOW HAPPENS ONCE, IN THE EXTRACT STEP.    *
002395*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
002397*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003794         ORGANIZATION IS LINE SEQUENTIAL
003796         FILE STATUS IS WS-CTL-FILE-STATUS.
003800
003820     SELECT OPTIONAL LA332B5-TIM-FILE ASSIGN TO LA332TIM
003840         ORGANIZATION IS LINE SEQUENTIAL
003860         FILE STATUS IS WS-TIM-FILE-STATUS.
003880
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  LA332B5-ENT-FILE
004730     RECORDING MODE IS F.
004740     COPY LA332A4-CTL.
004800
004820 FD  LA332B5-TIM-FILE
004840     RECORDING MODE IS F.
004860     COPY LA332A4-TIME.
004880
004900 WORKING-STORAGE SECTION.
004920 01  WS-STEP-TIMING.
004940     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
004960     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
004980
005000 01  WS-FILE-STATUSES.
005100     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
005200        88 WS-ENT-EOF VALUE '10'.
005310        88 WS-VND-OK VALUE '00'.
005370     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
005380        88 WS-CTL-OK VALUE '00'.
005385     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
005390        88 WS-TIM-OK VALUE '00'.
005400
005500 01  WS-SWITCHES.
005600     05 WS-EOF-SW PIC X(001) VALUE 'N'.
006407
006500 PROCEDURE DIVISION.
006600 0000-MAINLINE.
006625     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
006650     ACCEPT WS-STEP-START-TIME FROM TIME.
006700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006800     PERFORM 2000-PROCESS-OUTPUT-REC THRU 2000-EXIT
006900         UNTIL WS-END-OF-INPUT.
016800         GOBACK
016900     END-IF.
017000     CLOSE LA332B5-CTL-FILE.
017050     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
017100 9900-EXIT.
017200     EXIT.
017300
017400*****************************************************************
017500*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
017600*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
017700*    LA332T1 BATCH-WINDOW REPORT                                 *
017800*****************************************************************
017900 9960-WRITE-STEP-TIMING.
018000     OPEN EXTEND LA332B5-TIM-FILE.
018100     MOVE 'LA332B5 ' TO TIM-PROGRAM-ID.
018200     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
018300     MOVE ZERO TO TIM-CYCLE-NO.
018400     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
018500     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
018600     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
018700     ACCEPT TIM-END-TIME FROM TIME.
018800     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
018900     WRITE LA332A4-TIME-REC.
019000     IF NOT WS-TIM-OK
019100         DISPLAY 'LA332B5 - LA332TIM WRITE FAILED, STATUS: '
019200             WS-TIM-FILE-STATUS
019300     END-IF.
019400     CLOSE LA332B5-TIM-FILE.
019500 9960-EXIT.
019600     EXIT.
