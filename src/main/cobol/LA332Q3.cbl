000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LA332Q3.
000300 AUTHOR. D-SYSTEMS.
000400 INSTALLATION. ALVS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    LA332Q3 - SUSPENSE AGING REPORT                            *
001000*                                                               *
001100*    DAILY. WALKS THE WHOLE LA332SUS SUSPENSE FILE AND PRINTS   *
001200*    EVERY TRANSACTION STILL WAITING FOR A REP - SUSPENDED      *
001300*    ('S') OR RELEASED BUT NOT YET FED TO A CYCLE ('R') - THAT  *
001400*    WAS LOADED MORE THAN THE PARAMETER-DRIVEN NUMBER OF DAYS   *
001500*    AGO, SO NOTHING SITS IN SUSPENSE UNWORKED. RESUBMITTED     *
001600*    ('Q') RECORDS ARE ONLY COUNTED.                            *
001700*                                                               *
001800*    THE LA332Q3P CONTROL RECORD CARRIES THE RUN DATE           *
001900*    (CCYYMMDD) AND THE AGE LIMIT IN DAYS; A MISSING CONTROL    *
002000*    RECORD DEFAULTS TO THE SYSTEM DATE AND 5 DAYS.             *
002100*                                                               *
002200*    MODIFICATION HISTORY.                                      *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    10/15/2026 DSY   ORIGINAL PROGRAM.                          *
002425*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
002450*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-Z15.
002900 OBJECT-COMPUTER. IBM-Z15.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL LA332Q3-SUS-FILE ASSIGN TO LA332SUS
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS SUS-KEY
003600         FILE STATUS IS WS-SUS-FILE-STATUS.
003700
003800     SELECT LA332Q3-PARM-FILE ASSIGN TO LA332Q3P
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-PARM-FILE-STATUS.
004100
004200     SELECT LA332Q3-RPT-FILE ASSIGN TO LA332RPT
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RPT-FILE-STATUS.
004500
004600     SELECT OPTIONAL LA332Q3-CTL-FILE ASSIGN TO LA332CTL
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CTL-FILE-STATUS.
004900
004920     SELECT OPTIONAL LA332Q3-TIM-FILE ASSIGN TO LA332TIM
004940         ORGANIZATION IS LINE SEQUENTIAL
004960         FILE STATUS IS WS-TIM-FILE-STATUS.
004980
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  LA332Q3-SUS-FILE.
005300     COPY LA332A4-SUSP.
005400
005500 FD  LA332Q3-PARM-FILE
005600     RECORDING MODE IS F.
005700 01  LA332Q3-PARM-REC.
005800     05 PARM-RUN-DATE PIC 9(008) VALUE ZERO.
005900     05 PARM-AGE-DAYS PIC 9(003) VALUE ZERO.
006000
006100 FD  LA332Q3-RPT-FILE
006200     RECORDING MODE IS F.
006300 01  LA332Q3-RPT-REC PIC X(133).
006400
006500 FD  LA332Q3-CTL-FILE
006600     RECORDING MODE IS F.
006700     COPY LA332A4-CTL.
006800
006820 FD  LA332Q3-TIM-FILE
006840     RECORDING MODE IS F.
006860     COPY LA332A4-TIME.
006880
006900 WORKING-STORAGE SECTION.
006920 01  WS-STEP-TIMING.
006940     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
006960     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
006980
007000 01  WS-FILE-STATUSES.
007100     05 WS-SUS-FILE-STATUS PIC X(002) VALUE SPACES.
007200        88 WS-SUS-OK VALUE '00'.
007300        88 WS-SUS-EOF VALUE '10'.
007400     05 WS-PARM-FILE-STATUS PIC X(002) VALUE SPACES.
007500        88 WS-PARM-OK VALUE '00'.
007600        88 WS-PARM-NOT-FOUND VALUE '35'.
007700     05 WS-RPT-FILE-STATUS PIC X(002) VALUE SPACES.
007800        88 WS-RPT-OK VALUE '00'.
007900     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
008000        88 WS-CTL-OK VALUE '00'.
008025     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
008050        88 WS-TIM-OK VALUE '00'.
008100
008200 01  WS-SWITCHES.
008300     05 WS-SUS-EOF-SW PIC X(001) VALUE 'N'.
008400        88 WS-END-OF-SUSPENSE VALUE 'Y'.
008500
008600 01  WS-CONTROL-FIELDS.
008700     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
008800     05 WS-AGE-LIMIT-DAYS PIC 9(003) VALUE 5.
008900     05 WS-RUN-DAY-NO PIC 9(007) VALUE ZERO.
009000     05 WS-LOAD-DAY-NO PIC 9(007) VALUE ZERO.
009100     05 WS-AGE-DAYS PIC S9(007) VALUE ZERO.
009200
009300 01  WS-DATE-WORK.
009400     05 WS-DAYNO-DATE PIC 9(008) VALUE ZERO.
009500     05 WS-DAYNO-DATE-R REDEFINES WS-DAYNO-DATE.
009600        10 WS-DAYNO-CCYY PIC 9(004).
009700        10 WS-DAYNO-MM PIC 9(002).
009800        10 WS-DAYNO-DD PIC 9(002).
009900     05 WS-DAYNO-RESULT PIC 9(007) VALUE ZERO.
010000     05 WS-DAYNO-YEAR PIC 9(004) VALUE ZERO.
010100     05 WS-DAYNO-QUAD PIC 9(005) VALUE ZERO.
010200     05 WS-DAYNO-CENT PIC 9(005) VALUE ZERO.
010300     05 WS-DAYNO-QCENT PIC 9(005) VALUE ZERO.
010400     05 WS-MONTH-DAYS-TABLE.
010500        10 FILLER PIC X(036) VALUE
010600           '000031059090120151181212243273304334'.
010700     05 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
010800        10 WS-MONTH-CUM-DAYS PIC 9(003) OCCURS 12 TIMES.
010900
011000 01  WS-COUNTERS COMP-3.
011100     05 WS-SUS-READ-COUNT PIC 9(007) VALUE ZERO.
011200     05 WS-SUSPENDED-COUNT PIC 9(007) VALUE ZERO.
011300     05 WS-RELEASED-COUNT PIC 9(007) VALUE ZERO.
011400     05 WS-RESUBMITTED-COUNT PIC 9(007) VALUE ZERO.
011500     05 WS-AGED-COUNT PIC 9(007) VALUE ZERO.
011600
011700*    PARSED VIEW OF THE SUSPENDED TRANSACTION IMAGE, FOR THE
011800*    CURRENT GUID ON THE AGING LINE.
011900 01  WS-TXENT-REC.
012000     COPY LA332A4-TXENT.
012100
012200 01  WS-PRINT-LINES.
012300     05 WS-HDR1.
012400        10 FILLER PIC X(020) VALUE 'LA332Q3'.
012500        10 FILLER PIC X(040) VALUE
012600           'SUSPENSE AGING REPORT'.
012700     05 WS-HDR2.
012800        10 FILLER PIC X(011) VALUE 'RUN DATE : '.
012900        10 WS-HDR2-RUN-DATE PIC 9(008) VALUE ZERO.
013000     05 WS-HDR3.
013100        10 FILLER PIC X(034) VALUE
013200           'ITEMS IN SUSPENSE OVER'.
013300        10 WS-HDR3-DAYS PIC ZZ9.
013400        10 FILLER PIC X(005) VALUE ' DAYS'.
013500     05 WS-AGE1.
013600        10 FILLER PIC X(010) VALUE 'KEY     : '.
013700        10 WS-AGE1-KEY PIC X(019) VALUE SPACES.
013800        10 FILLER PIC X(009) VALUE ' STATUS: '.
013900        10 WS-AGE1-STATUS PIC X(001) VALUE SPACES.
014000        10 FILLER PIC X(009) VALUE ' REASON: '.
014100        10 WS-AGE1-REASON PIC X(004) VALUE SPACES.
014200        10 FILLER PIC X(010) VALUE ' CARRIER: '.
014300        10 WS-AGE1-CARRIER PIC X(022) VALUE SPACES.
014400        10 FILLER PIC X(010) VALUE ' HOLDING: '.
014500        10 WS-AGE1-HOLDING PIC X(025) VALUE SPACES.
014600     05 WS-AGE2.
014700        10 FILLER PIC X(010) VALUE 'GUID    : '.
014800        10 WS-AGE2-GUID PIC X(036) VALUE SPACES.
014900        10 FILLER PIC X(009) VALUE ' LOADED: '.
015000        10 WS-AGE2-LOADED PIC 9(008) VALUE ZERO.
015100        10 FILLER PIC X(007) VALUE ' DAYS: '.
015200        10 WS-AGE2-DAYS PIC ZZZ,ZZ9.
015300     05 WS-TOT1.
015400        10 FILLER PIC X(030) VALUE
015500           'SUSPENSE RECORDS READ       :'.
015600        10 WS-TOT1-COUNT PIC ZZZ,ZZ9.
015700     05 WS-TOT2.
015800        10 FILLER PIC X(030) VALUE
015900           'AWAITING REPAIR (S)         :'.
016000        10 WS-TOT2-COUNT PIC ZZZ,ZZ9.
016100     05 WS-TOT3.
016200        10 FILLER PIC X(030) VALUE
016300           'RELEASED, NOT YET FED (R)   :'.
016400        10 WS-TOT3-COUNT PIC ZZZ,ZZ9.
016500     05 WS-TOT4.
016600        10 FILLER PIC X(030) VALUE
016700           'RESUBMITTED (Q)             :'.
016800        10 WS-TOT4-COUNT PIC ZZZ,ZZ9.
016900     05 WS-TOT5.
017000        10 FILLER PIC X(030) VALUE
017100           'AGED PAST LIMIT             :'.
017200        10 WS-TOT5-COUNT PIC ZZZ,ZZ9.
017300     05 WS-NONE1.
017400        10 FILLER PIC X(010) VALUE '  (NONE)'.
017500
017600 PROCEDURE DIVISION.
017700 0000-MAINLINE.
017725     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
017750     ACCEPT WS-STEP-START-TIME FROM TIME.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900     PERFORM 2000-AGE-SUSPENSE-FILE THRU 2000-EXIT.
018000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
018100     GOBACK.
018200 0000-EXIT.
018300     EXIT.
018400
018500*****************************************************************
018600*    1000-INITIALIZE - READ THE CONTROL RECORD, OPEN FILES AND  *
018700*    PRINT THE HEADINGS                                         *
018800*****************************************************************
018900 1000-INITIALIZE.
019000     PERFORM 1100-READ-PARM THRU 1100-EXIT.
019100     OPEN INPUT LA332Q3-SUS-FILE.
019200     OPEN OUTPUT LA332Q3-RPT-FILE.
019300     WRITE LA332Q3-RPT-REC FROM WS-HDR1.
019400     IF NOT WS-RPT-OK
019500         DISPLAY 'LA332Q3 - LA332RPT WRITE FAILED, STATUS: '
019600             WS-RPT-FILE-STATUS
019700         MOVE 16 TO RETURN-CODE
019800         GOBACK
019900     END-IF.
020000     MOVE WS-RUN-DATE TO WS-HDR2-RUN-DATE.
020100     WRITE LA332Q3-RPT-REC FROM WS-HDR2.
020200     IF NOT WS-RPT-OK
020300         DISPLAY 'LA332Q3 - LA332RPT WRITE FAILED, STATUS: '
020400             WS-RPT-FILE-STATUS
020500         MOVE 16 TO RETURN-CODE
020600         GOBACK
020700     END-IF.
020800     MOVE WS-RUN-DATE TO WS-DAYNO-DATE.
020900     PERFORM 9500-DATE-TO-DAY-NO THRU 9500-EXIT.
021000     MOVE WS-DAYNO-RESULT TO WS-RUN-DAY-NO.
021100 1000-EXIT.
021200     EXIT.
021300
021400*****************************************************************
021500*    1100-READ-PARM - RUN DATE AND AGE LIMIT OFF THE LA332Q3P   *
021600*    CONTROL FILE, WITH SYSTEM-DATE/5-DAY DEFAULTS              *
021700*****************************************************************
021800 1100-READ-PARM.
021900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022000     OPEN INPUT LA332Q3-PARM-FILE.
022100     IF NOT WS-PARM-NOT-FOUND
022200         READ LA332Q3-PARM-FILE
022300             AT END
022400                 CONTINUE
022500             NOT AT END
022600                 IF PARM-RUN-DATE > ZERO
022700                     MOVE PARM-RUN-DATE TO WS-RUN-DATE
022800                 END-IF
022900                 IF PARM-AGE-DAYS > ZERO
023000                     MOVE PARM-AGE-DAYS TO WS-AGE-LIMIT-DAYS
023100                 END-IF
023200         END-READ
023300         CLOSE LA332Q3-PARM-FILE
023400     END-IF.
023500 1100-EXIT.
023600     EXIT.
023700
023800*****************************************************************
023900*    2000-AGE-SUSPENSE-FILE - WALK THE WHOLE SUSPENSE FILE IN   *
024000*    KEY ORDER AND REPORT EVERY ITEM STILL WAITING PAST THE AGE *
024100*    LIMIT                                                      *
024200*****************************************************************
024300 2000-AGE-SUSPENSE-FILE.
024400     PERFORM 5200-PRINT-BLANK-LINE THRU 5200-EXIT.
024500     MOVE WS-AGE-LIMIT-DAYS TO WS-HDR3-DAYS.
024600     WRITE LA332Q3-RPT-REC FROM WS-HDR3.
024700     IF NOT WS-RPT-OK
024800         DISPLAY 'LA332Q3 - LA332RPT WRITE FAILED, STATUS: '
024900             WS-RPT-FILE-STATUS
025000         MOVE 16 TO RETURN-CODE
025100         GOBACK
025200     END-IF.
025300     MOVE LOW-VALUES TO SUS-KEY.
025400     START LA332Q3-SUS-FILE
025500         KEY IS GREATER THAN SUS-KEY
025600         INVALID KEY
025700             SET WS-END-OF-SUSPENSE TO TRUE
025800     END-START.
025900     IF NOT WS-END-OF-SUSPENSE
026000         PERFORM 9100-READ-NEXT-SUSPENSE THRU 9100-EXIT
026100     END-IF.
026200     PERFORM 2100-AGE-ONE-SUSPENSE THRU 2100-EXIT
026300         UNTIL WS-END-OF-SUSPENSE.
026400     IF WS-AGED-COUNT = ZERO
026500         WRITE LA332Q3-RPT-REC FROM WS-NONE1
026600         IF NOT WS-RPT-OK
026700             DISPLAY 'LA332Q3 - LA332RPT WRITE FAILED, STATUS: '
026800                 WS-RPT-FILE-STATUS
026900             MOVE 16 TO RETURN-CODE
027000             GOBACK
027100         END-IF
027200     END-IF.
027300 2000-EXIT.
027400     EXIT.
027500
027600 2100-AGE-ONE-SUSPENSE.
027700     ADD 1 TO WS-SUS-READ-COUNT.
027800     IF SUS-RESUBMITTED
027900         ADD 1 TO WS-RESUBMITTED-COUNT
028000     ELSE
028100         IF SUS-RELEASED
028200             ADD 1 TO WS-RELEASED-COUNT
028300         ELSE
028400             ADD 1 TO WS-SUSPENDED-COUNT
028500         END-IF
028600         MOVE SUS-LOAD-DATE TO WS-DAYNO-DATE
028700         PERFORM 9500-DATE-TO-DAY-NO THRU 9500-EXIT
028800         MOVE WS-DAYNO-RESULT TO WS-LOAD-DAY-NO
028900         COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO - WS-LOAD-DAY-NO
029000         IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
029100             PERFORM 2200-PRINT-AGED THRU 2200-EXIT
029200         END-IF
029300     END-IF.
029400     PERFORM 9100-READ-NEXT-SUSPENSE THRU 9100-EXIT.
029500 2100-EXIT.
029600     EXIT.
029700
029800*****************************************************************
029900*    2200-PRINT-AGED - TWO LINES PER AGED ITEM, CARRYING THE    *
030000*    KEY THE REP ENTERS ON THE LA332C3 SUSPENSE SCREEN          *
030100*****************************************************************
030200 2200-PRINT-AGED.
030300     ADD 1 TO WS-AGED-COUNT.
030400     MOVE SUS-TX-LIFE-REQ TO WS-TXENT-REC.
030500     MOVE SUS-KEY TO WS-AGE1-KEY.
030600     MOVE SUS-STATUS TO WS-AGE1-STATUS.
030700     MOVE SUS-REASON-CODE TO WS-AGE1-REASON.
030800     MOVE CARRIER-CODE TO WS-AGE1-CARRIER.
030900     MOVE HOLDING-ID TO WS-AGE1-HOLDING.
031000     WRITE LA332Q3-RPT-REC FROM WS-AGE1.
031100     IF NOT WS-RPT-OK
031200         DISPLAY 'LA332Q3 - LA332RPT WRITE FAILED, STATUS: '
031300             WS-RPT-FILE-STATUS
031400         MOVE 16 TO RETURN-CODE
031500         GOBACK
031600     END-IF.
031700     MOVE TRANS-REF-GUID TO WS-AGE2-GUID.
031800     MOVE SUS-LOAD-DATE TO WS-AGE2-LOADED.
031900     MOVE WS-AGE-DAYS TO WS-AGE2-DAYS.
032000     WRITE LA332Q3-RPT-REC FROM WS-AGE2.
032100     IF NOT WS-RPT-OK
032200         DISPLAY 'LA332Q3 - LA332RPT WRITE FAILED, STATUS: '
032300             WS-RPT-FILE-STATUS
032400         MOVE 16 TO RETURN-CODE
032500         GOBACK
032600     END-IF.
032700 2200-EXIT.
032800     EXIT.
032900
033000 5200-PRINT-BLANK-LINE.
033100     WRITE LA332Q3-RPT-REC FROM SPACES.
033200     IF NOT WS-RPT-OK
033300         DISPLAY 'LA332Q3 - LA332RPT WRITE FAILED, STATUS: '
033400             WS-RPT-FILE-STATUS
033500         MOVE 16 TO RETURN-CODE
033600         GOBACK
033700     END-IF.
033800 5200-EXIT.
033900     EXIT.
034000
034100*****************************************************************
034200*    8000-TERMINATE - PRINT THE STATUS TOTALS, CLOSE FILES,     *
034300*    REPORT COUNTS AND APPEND THE CONTROL-TOTAL RECORD          *
034400*****************************************************************
034500 8000-TERMINATE.
034600     PERFORM 5200-PRINT-BLANK-LINE THRU 5200-EXIT.
034700     MOVE WS-SUS-READ-COUNT TO WS-TOT1-COUNT.
034800     WRITE LA332Q3-RPT-REC FROM WS-TOT1.
034900     IF NOT WS-RPT-OK
035000         DISPLAY 'LA332Q3 - LA332RPT WRITE FAILED, STATUS: '
035100             WS-RPT-FILE-STATUS
035200         MOVE 16 TO RETURN-CODE
035300         GOBACK
035400     END-IF.
035500     MOVE WS-SUSPENDED-COUNT TO WS-TOT2-COUNT.
035600     WRITE LA332Q3-RPT-REC FROM WS-TOT2.
035700     IF NOT WS-RPT-OK
035800         DISPLAY 'LA332Q3 - LA332RPT WRITE FAILED, STATUS: '
035900             WS-RPT-FILE-STATUS
036000         MOVE 16 TO RETURN-CODE
036100         GOBACK
036200     END-IF.
036300     MOVE WS-RELEASED-COUNT TO WS-TOT3-COUNT.
036400     WRITE LA332Q3-RPT-REC FROM WS-TOT3.
036500     IF NOT WS-RPT-OK
036600         DISPLAY 'LA332Q3 - LA332RPT WRITE FAILED, STATUS: '
036700             WS-RPT-FILE-STATUS
036800         MOVE 16 TO RETURN-CODE
036900         GOBACK
037000     END-IF.
037100     MOVE WS-RESUBMITTED-COUNT TO WS-TOT4-COUNT.
037200     WRITE LA332Q3-RPT-REC FROM WS-TOT4.
037300     IF NOT WS-RPT-OK
037400         DISPLAY 'LA332Q3 - LA332RPT WRITE FAILED, STATUS: '
037500             WS-RPT-FILE-STATUS
037600         MOVE 16 TO RETURN-CODE
037700         GOBACK
037800     END-IF.
037900     MOVE WS-AGED-COUNT TO WS-TOT5-COUNT.
038000     WRITE LA332Q3-RPT-REC FROM WS-TOT5.
038100     IF NOT WS-RPT-OK
038200         DISPLAY 'LA332Q3 - LA332RPT WRITE FAILED, STATUS: '
038300             WS-RPT-FILE-STATUS
038400         MOVE 16 TO RETURN-CODE
038500         GOBACK
038600     END-IF.
038700     CLOSE LA332Q3-SUS-FILE
038800           LA332Q3-RPT-FILE.
038900     DISPLAY 'LA332Q3 - SUSPENSE RECS READ   : '
039000         WS-SUS-READ-COUNT.
039100     DISPLAY 'LA332Q3 - AWAITING REPAIR      : '
039200         WS-SUSPENDED-COUNT.
039300     DISPLAY 'LA332Q3 - RELEASED NOT FED     : '
039400         WS-RELEASED-COUNT.
039500     DISPLAY 'LA332Q3 - RESUBMITTED          : '
039600         WS-RESUBMITTED-COUNT.
039700     DISPLAY 'LA332Q3 - AGED PAST LIMIT      : '
039800         WS-AGED-COUNT.
039900     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
040000 8000-EXIT.
040100     EXIT.
040200
040300*****************************************************************
040400*    9100-READ-NEXT-SUSPENSE - SEQUENTIAL WALK OF THE SUSPENSE  *
040500*    FILE IN KEY ORDER                                          *
040600*****************************************************************
040700 9100-READ-NEXT-SUSPENSE.
040800     READ LA332Q3-SUS-FILE NEXT RECORD
040900         AT END
041000             SET WS-END-OF-SUSPENSE TO TRUE
041100     END-READ.
041200 9100-EXIT.
041300     EXIT.
041400
041500*****************************************************************
041600*    9500-DATE-TO-DAY-NO - CONVERT A CCYYMMDD DATE TO A SERIAL  *
041700*    DAY NUMBER SO TWO DATES SUBTRACT TO A DAY COUNT. USES THE  *
041800*    CUMULATIVE DAYS-BEFORE-MONTH TABLE WITH A LEAP-YEAR        *
041900*    ADJUSTMENT FOR DATES PAST FEBRUARY.                        *
042000*****************************************************************
042100 9500-DATE-TO-DAY-NO.
042200     MOVE WS-DAYNO-CCYY TO WS-DAYNO-YEAR.
042300     IF WS-DAYNO-MM < 3
042400         SUBTRACT 1 FROM WS-DAYNO-YEAR
042500     END-IF.
042600     DIVIDE WS-DAYNO-YEAR BY 4 GIVING WS-DAYNO-QUAD.
042700     DIVIDE WS-DAYNO-YEAR BY 100 GIVING WS-DAYNO-CENT.
042800     DIVIDE WS-DAYNO-YEAR BY 400 GIVING WS-DAYNO-QCENT.
042900     COMPUTE WS-DAYNO-RESULT =
043000         (WS-DAYNO-CCYY * 365)
043100         + WS-MONTH-CUM-DAYS (WS-DAYNO-MM)
043200         + WS-DAYNO-DD
043300         + WS-DAYNO-QUAD
043400         - WS-DAYNO-CENT
043500         + WS-DAYNO-QCENT.
043600 9500-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000*    9900-WRITE-CONTROL-TOTALS - APPEND THIS RUN'S COUNTS TO     *
044100*    THE SHARED LA332CTL CONTROL FILE FOR THE LA332B9 BALANCING  *
044200*    STEP AT THE END OF THE STREAM                               *
044300*****************************************************************
044400 9900-WRITE-CONTROL-TOTALS.
044500     OPEN EXTEND LA332Q3-CTL-FILE.
044600     MOVE 'LA332Q3 ' TO CTL-PROGRAM-ID.
044700     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
044800     MOVE ZERO TO CTL-CYCLE-NO.
044900     MOVE WS-SUS-READ-COUNT TO CTL-RECS-READ.
045000     MOVE WS-AGED-COUNT TO CTL-RECS-WRITTEN.
045100     MOVE ZERO TO CTL-ENTRIES-SCANNED.
045200     MOVE ZERO TO CTL-OVFL-MERGED.
045300     WRITE LA332A4-CTL-REC.
045400     IF NOT WS-CTL-OK
045500         DISPLAY 'LA332Q3 - LA332CTL WRITE FAILED, STATUS: '
045600             WS-CTL-FILE-STATUS
045700         MOVE 16 TO RETURN-CODE
045800         GOBACK
045900     END-IF.
046000     CLOSE LA332Q3-CTL-FILE.
046050     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
046100 9900-EXIT.
046200     EXIT.
046300
046400*****************************************************************
046500*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
046600*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
046700*    LA332T1 BATCH-WINDOW REPORT                                 *
046800*****************************************************************
046900 9960-WRITE-STEP-TIMING.
047000     OPEN EXTEND LA332Q3-TIM-FILE.
047100     MOVE 'LA332Q3 ' TO TIM-PROGRAM-ID.
047200     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
047300     MOVE ZERO TO TIM-CYCLE-NO.
047400     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
047500     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
047600     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
047700     ACCEPT TIM-END-TIME FROM TIME.
047800     MOVE WS-SUS-READ-COUNT TO TIM-VOLUME.
047900     WRITE LA332A4-TIME-REC.
048000     IF NOT WS-TIM-OK
048100         DISPLAY 'LA332Q3 - LA332TIM WRITE FAILED, STATUS: '
048200             WS-TIM-FILE-STATUS
048300     END-IF.
048400     CLOSE LA332Q3-TIM-FILE.
048500 9960-EXIT.
048600     EXIT.
