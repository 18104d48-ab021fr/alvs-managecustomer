002194*    09/02/2026 DSY   CONVERTED TO THE SINGLE-PASS LA332ENT      *
002196*                      ENTRY FILE; THE LA332OVF SPILL MERGE      *
002198*                      NOW HAPPENS ONCE, IN THE EXTRACT STEP.    *
002208*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
002218*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
002250*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-Z15.
004202         RECORD KEY IS FLG-ADDRESS-ID
004203         FILE STATUS IS WS-FLG-FILE-STATUS.
004204
004214     SELECT OPTIONAL LA332B6-TIM-FILE ASSIGN TO LA332TIM
004224         ORGANIZATION IS LINE SEQUENTIAL
004234         FILE STATUS IS WS-TIM-FILE-STATUS.
004244
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  LA332B6-ENT-FILE
005460 FD  LA332B6-FLG-FILE.
005470     COPY LA332A4-FLG.
005500
005520 FD  LA332B6-TIM-FILE
005540     RECORDING MODE IS F.
005560     COPY LA332A4-TIME.
005580
005600 WORKING-STORAGE SECTION.
005620 01  WS-STEP-TIMING.
005640     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
005660     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
005680
005700 01  WS-FILE-STATUSES.
005800     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
005900        88 WS-ENT-EOF VALUE '10'.
006310        88 WS-WRK-OK VALUE '00'.
006370     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
006380        88 WS-CTL-OK VALUE '00'.
006382     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
006384        88 WS-TIM-OK VALUE '00'.
006390     05 WS-FLG-FILE-STATUS PIC X(002) VALUE SPACES.
006392        88 WS-FLG-OK VALUE '00'.
006394        88 WS-FLG-DUPLICATE-KEY VALUE '22'.
009207
009300 PROCEDURE DIVISION.
009400 0000-MAINLINE.
009425     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
009450     ACCEPT WS-STEP-START-TIME FROM TIME.
009500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009600     PERFORM 2000-PROCESS-OUTPUT-REC THRU 2000-EXIT
009700         UNTIL WS-END-OF-INPUT.
023200         GOBACK
023300     END-IF.
023400     CLOSE LA332B6-CTL-FILE.
023450     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
023500 9900-EXIT.
023600     EXIT.
023700
023800*****************************************************************
023900*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
024000*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
024100*    LA332T1 BATCH-WINDOW REPORT                                 *
024200*****************************************************************
024300 9960-WRITE-STEP-TIMING.
024400     OPEN EXTEND LA332B6-TIM-FILE.
024500     MOVE 'LA332B6 ' TO TIM-PROGRAM-ID.
024600     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
024700     MOVE ZERO TO TIM-CYCLE-NO.
024800     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
024900     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
025000     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
025100     ACCEPT TIM-END-TIME FROM TIME.
025200     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
025300     WRITE LA332A4-TIME-REC.
025400     IF NOT WS-TIM-OK
025500         DISPLAY 'LA332B6 - LA332TIM WRITE FAILED, STATUS: '
025600             WS-TIM-FILE-STATUS
025700     END-IF.
025800     CLOSE LA332B6-TIM-FILE.
025900 9960-EXIT.
026000     EXIT.
