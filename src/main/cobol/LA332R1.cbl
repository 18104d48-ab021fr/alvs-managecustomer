001800*                   ANY HOLDING-ID, PARTY-ID OR ORIGINATING-    *
001900*                   OBJECT-ID IN THE RUN.                       *
002000*       BLANKROLE - A BLANK RELATION-ROLE-CODE.                 *
002100*       UNKNROLE  - A ROLE CODE NOT ON THE LA332CVM CODE-VALUE  *
002200*                   MASTER UNDER CODE TYPE ROLE, OR NOT         *
002300*                   EFFECTIVE ON THE RUN DATE (SEE              *
002400*                   LA332A4-CVAL.CPY).                          *
002500*       DUPROLE   - THE SAME RELATION-ID SEEN AGAIN WITH A      *
002600*                   CONTRADICTORY ROLE CODE.                    *
002700*       CIRCULAR  - AN EDGE WHOSE CHAIN OF RELATIONS LEADS      *
003979*    09/02/2026 DSY   CONVERTED TO THE SINGLE-PASS LA332ENT      *
003986*                      ENTRY FILE; THE LA332OVF SPILL MERGE      *
003993*                      NOW HAPPENS ONCE, IN THE EXTRACT STEP.    *
003994*    10/15/2026 DSY   UNKNROLE NOW CHECKED AGAINST THE LA332CVM  *
003995*                      CODE-VALUE MASTER; THE HARD-CODED         *
003996*                      WS-VALID-ROLE-TABLE IS GONE.              *
003997*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003998*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
006100     SELECT OPTIONAL LA332R1-CTL-FILE ASSIGN TO LA332CTL
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-CTL-FILE-STATUS.
006310
006312     SELECT OPTIONAL LA332R1-TIM-FILE ASSIGN TO LA332TIM
006314         ORGANIZATION IS LINE SEQUENTIAL
006316         FILE STATUS IS WS-TIM-FILE-STATUS.
006318
006320     SELECT LA332R1-CVAL-FILE ASSIGN TO LA332CVM
006330         ORGANIZATION IS INDEXED
006340         ACCESS MODE IS RANDOM
006350         RECORD KEY IS CVAL-KEY
006360         FILE STATUS IS WS-CVAL-FILE-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
008800 FD  LA332R1-CTL-FILE
008900     RECORDING MODE IS F.
009000     COPY LA332A4-CTL.
009025
009030 FD  LA332R1-TIM-FILE
009035     RECORDING MODE IS F.
009040     COPY LA332A4-TIME.
009045
009050 FD  LA332R1-CVAL-FILE.
009075     COPY LA332A4-CVAL.
009100
009200 WORKING-STORAGE SECTION.
009220 01  WS-STEP-TIMING.
009240     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
009260     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
009280
009300 01  WS-FILE-STATUSES.
009400     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
009500        88 WS-ENT-EOF VALUE '10'.
009900        88 WS-RPT-OK VALUE '00'.
010000     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
010100        88 WS-CTL-OK VALUE '00'.
010105     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
010110        88 WS-TIM-OK VALUE '00'.
010125     05 WS-CVAL-FILE-STATUS PIC X(002) VALUE SPACES.
010150        88 WS-CVAL-OK VALUE '00'.
010175        88 WS-CVAL-NOT-FOUND VALUE '35'.
010200
010300 01  WS-SWITCHES.
010400     05 WS-EOF-SW PIC X(001) VALUE 'N'.
012300     05 WS-CURR-CARRIER-CODE PIC X(022) VALUE SPACES.
012400     05 WS-WALK-ORIGIN-ID PIC X(025) VALUE SPACES.
012500
013400 01  WS-SUBSCRIPTS COMP-3.
013500     05 WS-ENTRY-SUB PIC 9(003) VALUE ZERO.
013600     05 WS-REL-SUB PIC 9(005) VALUE ZERO.
013700     05 WS-REL-SUB2 PIC 9(005) VALUE ZERO.
013800     05 WS-OBJ-SUB PIC 9(005) VALUE ZERO.
014000     05 WS-QUEUE-HEAD PIC 9(005) VALUE ZERO.
014100     05 WS-VISIT-SUB PIC 9(005) VALUE ZERO.
014200
021307
021400 PROCEDURE DIVISION.
021500 0000-MAINLINE.
021525     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
021550     ACCEPT WS-STEP-START-TIME FROM TIME.
021600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021700     OPEN OUTPUT LA332R1-RPT-FILE.
021710     OPEN INPUT LA332R1-CVAL-FILE.
021720     IF WS-CVAL-NOT-FOUND
021730         DISPLAY 'LA332R1 - LA332CVM NOT FOUND, STATUS: '
021740             WS-CVAL-FILE-STATUS
021750         MOVE 16 TO RETURN-CODE
021760         GOBACK
021770     END-IF.
021800     SORT LA332R1-SORT-FILE
021900         ON ASCENDING KEY SRT-CARRIER-CODE SRT-DEFECT-TYPE
022000                          SRT-RELATION-ID
022100         INPUT PROCEDURE IS 2000-AUDIT-RELATIONS THRU 2000-EXIT
022200         OUTPUT PROCEDURE IS 5000-PRINT-REPORT THRU 5000-EXIT.
022300     PERFORM 5500-PRINT-SUMMARY THRU 5500-EXIT.
022400     CLOSE LA332R1-RPT-FILE
022450           LA332R1-CVAL-FILE.
022500     DISPLAY 'LA332R1 - ENTRY RECS READ      : '
022600         WS-ENTRY-READ-COUNT.
023100     DISPLAY 'LA332R1 - RELATIONS AUDITED    : '
038100 3000-EXIT.
038200     EXIT.
038300
038350*****************************************************************
038400*    3100-CHECK-ROLE-KNOWN - THE ROLE CODE MUST BE ON THE       *
038450*    LA332CVM CODE-VALUE MASTER UNDER CODE TYPE ROLE AND BE     *
038500*    EFFECTIVE ON THE RUN DATE                                  *
038550*****************************************************************
038600 3100-CHECK-ROLE-KNOWN.
038650     SET WS-SEARCH-NOT-FOUND TO TRUE.
038700     MOVE 'ROLE' TO CVAL-CODE-TYPE.
038750     MOVE RT-ROLE-TC (WS-REL-SUB) TO CVAL-CODE-VALUE.
038800     READ LA332R1-CVAL-FILE
038850         INVALID KEY
038900             CONTINUE
038950         NOT INVALID KEY
039000             IF CVAL-EFF-DATE NOT > WS-RUN-DATE
039050              AND (CVAL-EXP-DATE = ZERO
039100               OR CVAL-EXP-DATE NOT < WS-RUN-DATE)
039150                 SET WS-SEARCH-FOUND TO TRUE
039200             END-IF
039250     END-READ.
039300     IF WS-SEARCH-NOT-FOUND
039350         ADD 1 TO WS-UNKN-ROLE-COUNT
039400         MOVE 'UNKNROLE ' TO SRT-DEFECT-TYPE
039450         PERFORM 3900-RELEASE-DEFECT THRU 3900-EXIT
039500     END-IF.
039550 3100-EXIT.
039600     EXIT.
040400
040500*****************************************************************
040600*    3200-CHECK-DUP-RELATION - AN EARLIER ENTRY WITH THE SAME    *
069400         GOBACK
069500     END-IF.
069600     CLOSE LA332R1-CTL-FILE.
069650     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
069700 9900-EXIT.
069800     EXIT.
069900
070000*****************************************************************
070100*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
070200*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
070300*    LA332T1 BATCH-WINDOW REPORT                                 *
070400*****************************************************************
070500 9960-WRITE-STEP-TIMING.
070600     OPEN EXTEND LA332R1-TIM-FILE.
070700     MOVE 'LA332R1 ' TO TIM-PROGRAM-ID.
070800     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
070900     MOVE ZERO TO TIM-CYCLE-NO.
071000     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
071100     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
071200     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
071300     ACCEPT TIM-END-TIME FROM TIME.
071400     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
071500     WRITE LA332A4-TIME-REC.
071600     IF NOT WS-TIM-OK
071700         DISPLAY 'LA332R1 - LA332TIM WRITE FAILED, STATUS: '
071800             WS-TIM-FILE-STATUS
071900     END-IF.
072000     CLOSE LA332R1-TIM-FILE.
072100 9960-EXIT.
072200     EXIT.
