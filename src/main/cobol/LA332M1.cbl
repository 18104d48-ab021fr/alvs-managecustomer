003685*                      BEING RETIRED ARE NOW RE-POINTED AT THE   *
003690*                      NEW SURVIVOR, KEEPING EVERY REDIRECT      *
003695*                      ONE HOP DEEP.                             *
003696*    10/15/2026 DSY   SAVED AND HELD INQUIRY RECORD AREAS        *
003697*                      RESIZED FOR THE PRIOR ADDRESS FIELDS      *
003698*                      ADDED TO LA332A4-XREF.                    *
003699*    10/15/2026 DSY   INQUIRY AREAS RESIZED FOR XREF DATE/TIME.  *
003709*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003719*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
003750*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-Z15.
006830         ORGANIZATION IS LINE SEQUENTIAL
006840         FILE STATUS IS WS-JRN-FILE-STATUS.
006900
006920     SELECT OPTIONAL LA332M1-TIM-FILE ASSIGN TO LA332TIM
006940         ORGANIZATION IS LINE SEQUENTIAL
006960         FILE STATUS IS WS-TIM-FILE-STATUS.
006980
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  LA332M1-MRG-FILE
008830     RECORDING MODE IS F.
008840     COPY LA332A4-JRN.
008900
008920 FD  LA332M1-TIM-FILE
008940     RECORDING MODE IS F.
008960     COPY LA332A4-TIME.
008980
009000 WORKING-STORAGE SECTION.
009020 01  WS-STEP-TIMING.
009040     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
009060     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
009080
009100 01  WS-FILE-STATUSES.
009200     05 WS-MRG-FILE-STATUS PIC X(002) VALUE SPACES.
009300        88 WS-MRG-EOF VALUE '10'.
010200        88 WS-RPT-OK VALUE '00'.
010300     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
010400        88 WS-CTL-OK VALUE '00'.
010402     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
010404        88 WS-TIM-OK VALUE '00'.
010410     05 WS-JRN-FILE-STATUS PIC X(002) VALUE SPACES.
010420        88 WS-JRN-OK VALUE '00'.
010500
011600 01  WS-CONTROL-FIELDS.
011700     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
011800     05 WS-REASON PIC X(045) VALUE SPACES.
011900     05 WS-SAVED-XREF-REC PIC X(634) VALUE SPACES.
012000
012100 01  WS-SUBSCRIPTS COMP-3.
012200     05 WS-HOLD-SUB PIC 9(003) VALUE ZERO.
014000*    EVER DROPPED FOR TABLE SPACE.
014100 01  WS-HOLDING-TABLE.
014200     05 WS-HOLDING-ENTRY OCCURS 200 TIMES.
014300        10 HT-XREF-REC PIC X(634).
014400
014500 01  WS-PRINT-LINES.
014600     05 WS-HDR1.
018000
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018225     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
018250     ACCEPT WS-STEP-START-TIME FROM TIME.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018400     PERFORM 2000-APPLY-ONE-DECISION THRU 2000-EXIT
018500         UNTIL WS-END-OF-DECISIONS.
052900         GOBACK
053000     END-IF.
053100     CLOSE LA332M1-CTL-FILE.
053150     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
053200 9900-EXIT.
053300     EXIT.
053304
053308*****************************************************************
053312*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
053316*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
053320*    LA332T1 BATCH-WINDOW REPORT                                 *
053324*****************************************************************
053328 9960-WRITE-STEP-TIMING.
053332     OPEN EXTEND LA332M1-TIM-FILE.
053336     MOVE 'LA332M1 ' TO TIM-PROGRAM-ID.
053340     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
053344     MOVE ZERO TO TIM-CYCLE-NO.
053348     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
053352     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
053356     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
053360     ACCEPT TIM-END-TIME FROM TIME.
053364     MOVE WS-DECISION-READ-COUNT TO TIM-VOLUME.
053368     WRITE LA332A4-TIME-REC.
053372     IF NOT WS-TIM-OK
053376         DISPLAY 'LA332M1 - LA332TIM WRITE FAILED, STATUS: '
053380             WS-TIM-FILE-STATUS
053384     END-IF.
053388     CLOSE LA332M1-TIM-FILE.
053392 9960-EXIT.
053396     EXIT.
053400
053500*****************************************************************
053600*    9800-WRITE-JOURNAL - APPEND THE IMAGE OF THE LA332XRF      *
