001700*    TRANSACTION HISTORY STORE. LA332H2 ANSWERS THE DATE-RANGE  *
001800*    RESEARCH REQUESTS OFF THE STORE; LA332D2 CORRELATES        *
001900*    TRANSACTION PATTERNS ACROSS DAYS OFF THE SAME STORE.       *
001920*    THE DAY'S LA332A3 EDIT REJECTS (LA332REJ) AND THE RESENDS  *
001940*    LA332A5 SUPPRESSED (LA332DUP) ARE APPENDED TOO, MARKED BY  *
001960*    HIST-RECORD-KIND, SO THE LA332I1 MONTH-END BILLING RUN SEES*
001980*    EVERYTHING EACH CARRIER SENT.                              *
002000*                                                               *
002100*    MODIFICATION HISTORY.                                      *
002200*    DATE       INIT  DESCRIPTION                                *
002374*    09/02/2026 DSY   CONVERTED TO THE SINGLE-PASS LA332ENT      *
002382*                      ENTRY FILE; THE LA332OVF SPILL MERGE      *
002390*                      NOW HAPPENS ONCE, IN THE EXTRACT STEP.    *
002392*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
002394*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
002395*    10/15/2026 DSY   LA332REJ EDIT REJECTS AND LA332DUP         *
002396*                      SUPPRESSED RESENDS ALSO APPENDED, WITH    *
002397*                      THE NEW RECORD KIND, FOR LA332I1.         *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-ENT-FILE-STATUS.
003800
003810     SELECT OPTIONAL LA332H1-REJ-FILE ASSIGN TO LA332REJ
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS WS-REJ-FILE-STATUS.
003840
003850     SELECT OPTIONAL LA332H1-DUP-FILE ASSIGN TO LA332DUP
003860         ORGANIZATION IS LINE SEQUENTIAL
003870         FILE STATUS IS WS-DUP-FILE-STATUS.
003880
003900     SELECT OPTIONAL LA332H1-HST-FILE ASSIGN TO LA332HST
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-HST-FILE-STATUS.
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CTL-FILE-STATUS.
004600
004620     SELECT OPTIONAL LA332H1-TIM-FILE ASSIGN TO LA332TIM
004640         ORGANIZATION IS LINE SEQUENTIAL
004660         FILE STATUS IS WS-TIM-FILE-STATUS.
004680
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LA332H1-ENT-FILE
005000     RECORDING MODE IS F.
005100     COPY LA332A4-ENT.
005600
005605 FD  LA332H1-REJ-FILE
005610     RECORDING MODE IS F.
005615 01  LA332H1-REJ-REC.
005620     05 REJ-REASON-CODE PIC X(004).
005625     05 REJ-TX-LIFE-REQ PIC X(2838).
005630
005635 FD  LA332H1-DUP-FILE
005640     RECORDING MODE IS F.
005645 01  LA332H1-DUP-REC PIC X(2838).
005650
005700 FD  LA332H1-HST-FILE
005800     RECORDING MODE IS F.
005900     COPY LA332A4-HIST.
006200     RECORDING MODE IS F.
006300     COPY LA332A4-CTL.
006400
006420 FD  LA332H1-TIM-FILE
006440     RECORDING MODE IS F.
006460     COPY LA332A4-TIME.
006480
006500 WORKING-STORAGE SECTION.
006520 01  WS-STEP-TIMING.
006540     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
006560     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
006580
006600 01  WS-FILE-STATUSES.
006700     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
006800        88 WS-ENT-EOF VALUE '10'.
006850     05 WS-REJ-FILE-STATUS PIC X(002) VALUE SPACES.
006900        88 WS-REJ-NOT-FOUND VALUE '35'.
006950     05 WS-DUP-FILE-STATUS PIC X(002) VALUE SPACES.
007000        88 WS-DUP-NOT-FOUND VALUE '35'.
007100     05 WS-HST-FILE-STATUS PIC X(002) VALUE SPACES.
007200        88 WS-HST-OK VALUE '00'.
007300     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
007400        88 WS-CTL-OK VALUE '00'.
007425     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
007450        88 WS-TIM-OK VALUE '00'.
007500
007600 01  WS-SWITCHES.
007700     05 WS-EOF-SW PIC X(001) VALUE 'N'.
007800        88 WS-END-OF-INPUT VALUE 'Y'.
007850     05 WS-REJ-EOF-SW PIC X(001) VALUE 'N'.
007900        88 WS-END-OF-REJECTS VALUE 'Y'.
007950     05 WS-DUP-EOF-SW PIC X(001) VALUE 'N'.
008000        88 WS-END-OF-DUPS VALUE 'Y'.
008100
008200 01  WS-SUBSCRIPTS COMP-3.
008300     05 WS-ENTRY-SUB PIC 9(003) VALUE ZERO.
008400
008500 01  WS-CONTROL-FIELDS.
008600     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
008625     05 WS-HIST-KIND PIC X(001) VALUE 'P'.
008650     05 WS-HIST-REJECT-REASON PIC X(004) VALUE SPACES.
008700
008800 01  WS-COUNTERS COMP-3.
008900     05 WS-HIST-COUNT PIC 9(007) VALUE ZERO.
009100     05 WS-ENTRY-READ-COUNT PIC 9(007) VALUE ZERO.
009150     05 WS-REJ-READ-COUNT PIC 9(007) VALUE ZERO.
009200     05 WS-DUP-READ-COUNT PIC 9(007) VALUE ZERO.
009300
009301*    THE TX-LIFE-REQ ENTRY AREA THE PER-ENTRY LOGIC WORKS ON:
009302*    EVERY LA332ENT RECORD IS UNPACKED INTO SLOT 1 OF THE OLD
009307
009400 PROCEDURE DIVISION.
009500 0000-MAINLINE.
009525     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
009550     ACCEPT WS-STEP-START-TIME FROM TIME.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009700     PERFORM 2000-PROCESS-OUTPUT-REC THRU 2000-EXIT
009800         UNTIL WS-END-OF-INPUT.
009825     PERFORM 3000-APPEND-REJECTS THRU 3000-EXIT.
009850     PERFORM 4000-APPEND-SUPPRESSED THRU 4000-EXIT.
009900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010000     GOBACK.
010100 0000-EXIT.
017000         TO HIST-RESULT-CODE-TC-DESC.
017100     MOVE USER-LOGIN-ID (WS-ENTRY-SUB) TO HIST-USER-LOGIN-ID.
017200     MOVE CODE-TC (WS-ENTRY-SUB) TO HIST-RELATION-ROLE-TC.
017225     MOVE WS-HIST-KIND TO HIST-RECORD-KIND.
017250     MOVE WS-HIST-REJECT-REASON TO HIST-REJECT-REASON.
017300     WRITE LA332A4-HIST-REC.
017400     IF NOT WS-HST-OK
017500         DISPLAY 'LA332H1 - LA332HST WRITE FAILED, STATUS: '
018100 2100-EXIT.
018200     EXIT.
018300
018301*****************************************************************
018302*    3000-APPEND-REJECTS - APPEND THE DAY'S LA332A3 EDIT        *
018303*    REJECTS, WITH THEIR REASON CODE. A REJECT NEVER REACHED THE*
018304*    EXTRACT STEP, SO ITS NORMALIZED DATE AND TIME ARE ZEROED   *
018305*    RATHER THAN TAKEN FROM THE RAW CARRIER IMAGE.              *
018306*****************************************************************
018307 3000-APPEND-REJECTS.
018308     MOVE 'R' TO WS-HIST-KIND.
018309     OPEN INPUT LA332H1-REJ-FILE.
018310     IF WS-REJ-NOT-FOUND
018311         SET WS-END-OF-REJECTS TO TRUE
018312     ELSE
018313         PERFORM 9100-READ-REJECT THRU 9100-EXIT
018314     END-IF.
018315     PERFORM 3100-APPEND-ONE-REJECT THRU 3100-EXIT
018316         UNTIL WS-END-OF-REJECTS.
018317     IF NOT WS-REJ-NOT-FOUND
018318         CLOSE LA332H1-REJ-FILE
018319     END-IF.
018320 3000-EXIT.
018321     EXIT.
018322
018323 3100-APPEND-ONE-REJECT.
018324     ADD 1 TO WS-REJ-READ-COUNT.
018325     MOVE 1 TO TX-LIFE-REQ-CNT OF LA332A4.
018326     MOVE REJ-TX-LIFE-REQ TO TX-LIFE-REQ OF LA332A4 (1).
018327     MOVE 1 TO WS-ENTRY-SUB.
018328     MOVE ZERO TO TRANS-EXE-DATE-NUM (WS-ENTRY-SUB)
018329                  TRANS-EXE-TIME-NUM (WS-ENTRY-SUB).
018330     MOVE REJ-REASON-CODE TO WS-HIST-REJECT-REASON.
018331     PERFORM 2100-WRITE-HISTORY-REC THRU 2100-EXIT.
018332     PERFORM 9100-READ-REJECT THRU 9100-EXIT.
018333 3100-EXIT.
018334     EXIT.
018335
018336*****************************************************************
018337*    4000-APPEND-SUPPRESSED - APPEND THE DAY'S RESENDS LA332A5  *
018338*    SUPPRESSED AS DUPLICATES, ZEROING THE DATE AND TIME AS FOR *
018339*    THE REJECTS                                                *
018340*****************************************************************
018341 4000-APPEND-SUPPRESSED.
018342     MOVE 'S' TO WS-HIST-KIND.
018343     MOVE SPACES TO WS-HIST-REJECT-REASON.
018344     OPEN INPUT LA332H1-DUP-FILE.
018345     IF WS-DUP-NOT-FOUND
018346         SET WS-END-OF-DUPS TO TRUE
018347     ELSE
018348         PERFORM 9200-READ-SUPPRESSED THRU 9200-EXIT
018349     END-IF.
018350     PERFORM 4100-APPEND-ONE-SUPPRESSED THRU 4100-EXIT
018351         UNTIL WS-END-OF-DUPS.
018352     IF NOT WS-DUP-NOT-FOUND
018353         CLOSE LA332H1-DUP-FILE
018354     END-IF.
018355 4000-EXIT.
018356     EXIT.
018357
018358 4100-APPEND-ONE-SUPPRESSED.
018359     ADD 1 TO WS-DUP-READ-COUNT.
018360     MOVE 1 TO TX-LIFE-REQ-CNT OF LA332A4.
018361     MOVE LA332H1-DUP-REC TO TX-LIFE-REQ OF LA332A4 (1).
018362     MOVE 1 TO WS-ENTRY-SUB.
018363     MOVE ZERO TO TRANS-EXE-DATE-NUM (WS-ENTRY-SUB)
018364                  TRANS-EXE-TIME-NUM (WS-ENTRY-SUB).
018365     PERFORM 2100-WRITE-HISTORY-REC THRU 2100-EXIT.
018366     PERFORM 9200-READ-SUPPRESSED THRU 9200-EXIT.
018367 4100-EXIT.
018368     EXIT.
018369
018400*****************************************************************
018500*    8000-TERMINATE - CLOSE FILES AND REPORT THE COUNTS         *
018600*****************************************************************
019000           LA332H1-HST-FILE.
019100     DISPLAY 'LA332H1 - ENTRY RECS READ       : '
019200         WS-ENTRY-READ-COUNT.
019220     DISPLAY 'LA332H1 - EDIT REJECTS READ     : '
019240         WS-REJ-READ-COUNT.
019260     DISPLAY 'LA332H1 - SUPPRESSED RESENDS    : '
019280         WS-DUP-READ-COUNT.
019300     DISPLAY 'LA332H1 - HISTORY RECS APPENDED : ' WS-HIST-COUNT.
019600     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
019700 8000-EXIT.
020800 9000-EXIT.
020900     EXIT.
021000
021050 9100-READ-REJECT.
021100     READ LA332H1-REJ-FILE
021150         AT END
021200             SET WS-END-OF-REJECTS TO TRUE
021250     END-READ.
021300 9100-EXIT.
021350     EXIT.
021400
021450 9200-READ-SUPPRESSED.
021500     READ LA332H1-DUP-FILE
021550         AT END
021600             SET WS-END-OF-DUPS TO TRUE
021650     END-READ.
021700 9200-EXIT.
021750     EXIT.
021800
021900*****************************************************************
022000*    9900-WRITE-CONTROL-TOTALS - APPEND THIS RUN'S COUNTS TO     *
022100*    THE SHARED LA332CTL CONTROL FILE FOR THE LA332B9 BALANCING  *
023800         GOBACK
023900     END-IF.
024000     CLOSE LA332H1-CTL-FILE.
024050     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
024100 9900-EXIT.
024200     EXIT.
024300
024400*****************************************************************
024500*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
024600*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
024700*    LA332T1 BATCH-WINDOW REPORT                                 *
024800*****************************************************************
024900 9960-WRITE-STEP-TIMING.
025000     OPEN EXTEND LA332H1-TIM-FILE.
025100     MOVE 'LA332H1 ' TO TIM-PROGRAM-ID.
025200     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
025300     MOVE ZERO TO TIM-CYCLE-NO.
025400     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
025500     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
025600     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
025700     ACCEPT TIM-END-TIME FROM TIME.
025800     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
025900     WRITE LA332A4-TIME-REC.
026000     IF NOT WS-TIM-OK
026100         DISPLAY 'LA332H1 - LA332TIM WRITE FAILED, STATUS: '
026200             WS-TIM-FILE-STATUS
026300     END-IF.
026400     CLOSE LA332H1-TIM-FILE.
026500 9960-EXIT.
026600     EXIT.
