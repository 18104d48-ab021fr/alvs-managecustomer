003920*                      THEY WERE ACTUALLY OPENED.                *
003946*    09/02/2026 DSY   CYCLE NUMBER NOW CARRIED ON THE            *
003972*                      CONTROL-TOTAL RECORD (0 = DAY LEVEL).     *
003977*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003982*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-CTL-FILE-STATUS.
007600
007620     SELECT OPTIONAL LA332B7-TIM-FILE ASSIGN TO LA332TIM
007640         ORGANIZATION IS LINE SEQUENTIAL
007660         FILE STATUS IS WS-TIM-FILE-STATUS.
007680
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  LA332B7-VND-FILE
010800     RECORDING MODE IS F.
010900     COPY LA332A4-CTL.
011000
011020 FD  LA332B7-TIM-FILE
011040     RECORDING MODE IS F.
011060     COPY LA332A4-TIME.
011080
011100 WORKING-STORAGE SECTION.
011120 01  WS-STEP-TIMING.
011140     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
011160     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
011180
011200 01  WS-FILE-STATUSES.
011300     05 WS-VND-FILE-STATUS PIC X(002) VALUE SPACES.
011400        88 WS-VND-EOF VALUE '10'.
013000        88 WS-RPT-OK VALUE '00'.
013100     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
013200        88 WS-CTL-OK VALUE '00'.
013225     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
013250        88 WS-TIM-OK VALUE '00'.
013300
013400 01  WS-SWITCHES.
013500     05 WS-VND-EOF-SW PIC X(001) VALUE 'N'.
022200
022300 PROCEDURE DIVISION.
022400 0000-MAINLINE.
022425     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
022450     ACCEPT WS-STEP-START-TIME FROM TIME.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     PERFORM 2000-LOAD-FEED-REC THRU 2000-EXIT
022700         UNTIL WS-END-OF-FEED.
064600         GOBACK
064700     END-IF.
064800     CLOSE LA332B7-CTL-FILE.
064850     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
064900 9900-EXIT.
065000     EXIT.
065100
065200*****************************************************************
065300*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
065400*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
065500*    LA332T1 BATCH-WINDOW REPORT                                 *
065600*****************************************************************
065700 9960-WRITE-STEP-TIMING.
065800     OPEN EXTEND LA332B7-TIM-FILE.
065900     MOVE 'LA332B7 ' TO TIM-PROGRAM-ID.
066000     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
066100     MOVE ZERO TO TIM-CYCLE-NO.
066200     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
066300     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
066400     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
066500     ACCEPT TIM-END-TIME FROM TIME.
066600     MOVE WS-ACK-READ-COUNT TO TIM-VOLUME.
066700     WRITE LA332A4-TIME-REC.
066800     IF NOT WS-TIM-OK
066900         DISPLAY 'LA332B7 - LA332TIM WRITE FAILED, STATUS: '
067000             WS-TIM-FILE-STATUS
067100     END-IF.
067200     CLOSE LA332B7-TIM-FILE.
067300 9960-EXIT.
067400     EXIT.
