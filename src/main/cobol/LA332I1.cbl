000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LA332I1.
000300 AUTHOR. D-SYSTEMS.
000400 INSTALLATION. ALVS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    LA332I1 - MONTH-END CARRIER BILLING                        *
001000*                                                               *
001100*    RUNS ONCE AFTER THE LAST CYCLE OF THE MONTH (OR ANY DAY    *
001200*    AFTER, FOR THE PRIOR MONTH) OVER THE LA332HST HISTORY      *
001300*    STORE. EVERY HISTORY RECORD LA332H1 APPENDED IN THE        *
001400*    BILLING MONTH (HIST-RUN-DATE, THE DAY WE HANDLED IT, SO A  *
001500*    LATE OR BACK-DATED TRANSACTION IS STILL BILLED EXACTLY     *
001600*    ONCE) IS COUNTED BY CARRIER, TRANS-TYPE-TC AND BILLING     *
001700*    CLASS:                                                     *
001800*                                                               *
001900*       BILLABLE    PROCESSED, RESULT-CODE-TC '0'               *
002000*       FAILED      PROCESSED, ANY OTHER RESULT-CODE-TC         *
002100*       EDIT REJECT REJECTED BY LA332A3 (HIST-RECORD-KIND 'R')  *
002200*       SUPPRESSED  RESEND SUPPRESSED BY LA332A5 (KIND 'S')     *
002300*                                                               *
002400*    EACH CARRIER/TYPE IS PRICED OFF THE LA332RTE RATE TABLE    *
002500*    (SEE LA332A4-RATE.CPY) - THE CARRIER'S RATE FOR THE TYPE,  *
002600*    ELSE ITS DEFAULT RATE - AT THE UNIT RATE FOR THE CLASS.    *
002700*    OUTPUT IS A PRINTED STATEMENT PER CARRIER ON LA332RPT AND  *
002800*    ONE LA332A4-INVD INVOICE DETAIL RECORD PER PRICED LINE ON  *
002900*    LA332INV FOR THE ACCOUNTS RECEIVABLE LOAD. ACTIVITY WITH   *
003000*    NO RATE ON FILE PRINTS ON THE STATEMENT AS UNRATED AND ON  *
003100*    THE EXCEPTION LIST AT THE END OF THE REPORT, AND ENDS THE  *
003200*    JOB WITH RETURN-CODE 4 SO IT IS PRICED BEFORE THE          *
003300*    INVOICES GO OUT. CARRIER NAMES COME FROM THE LA332CAR      *
003400*    CARRIER MASTER, TYPE DESCRIPTIONS FROM THE LA332CVM        *
003500*    CODE-VALUE MASTER WHEN IT IS ALLOCATED.                    *
003600*                                                               *
003700*    THE LA332I1P CONTROL RECORD CARRIES THE BILLING MONTH      *
003800*    (CCYYMM); ZERO OR A MISSING RECORD DEFAULTS TO THE         *
003900*    CALENDAR MONTH BEFORE THE SYSTEM DATE.                     *
003925*    A MISSING LA332HST IS AN ERROR (RETURN-CODE 16), NOT AN    *
003950*    EMPTY MONTH.                                               *
004000*                                                               *
004100*    MODIFICATION HISTORY.                                      *
004200*    DATE       INIT  DESCRIPTION                                *
004300*    10/15/2026 DSY   ORIGINAL PROGRAM.                          *
004320*    10/15/2026 DSY   LA332HST NOT FOUND ENDS THE RUN WITH RC    *
004340*                      16, NOT AN EMPTY INVOICE. A WRITE         *
004360*                      FAILURE WHILE BILLING RETURNS THE REST OF *
004380*                      THE SORT AND STOPS AFTER THE SORT.        *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-Z15.
004800 OBJECT-COMPUTER. IBM-Z15.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT LA332I1-HST-FILE ASSIGN TO LA332HST
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-HST-FILE-STATUS.
005400
005500     SELECT LA332I1-PARM-FILE ASSIGN TO LA332I1P
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PARM-FILE-STATUS.
005800
005900     SELECT LA332I1-RATE-FILE ASSIGN TO LA332RTE
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS RATE-KEY
006300         FILE STATUS IS WS-RATE-FILE-STATUS.
006400
006500     SELECT LA332I1-CARM-FILE ASSIGN TO LA332CAR
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS CARM-CARRIER-CODE
006900         FILE STATUS IS WS-CARM-FILE-STATUS.
007000
007100     SELECT OPTIONAL LA332I1-CVAL-FILE ASSIGN TO LA332CVM
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS CVAL-KEY
007500         FILE STATUS IS WS-CVAL-FILE-STATUS.
007600
007700     SELECT LA332I1-SORT-FILE ASSIGN TO SORTWK1.
007800
007900     SELECT LA332I1-INV-FILE ASSIGN TO LA332INV
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-INV-FILE-STATUS.
008200
008300     SELECT LA332I1-RPT-FILE ASSIGN TO LA332RPT
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-RPT-FILE-STATUS.
008600
008700     SELECT OPTIONAL LA332I1-CTL-FILE ASSIGN TO LA332CTL
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-CTL-FILE-STATUS.
009000
009100     SELECT OPTIONAL LA332I1-TIM-FILE ASSIGN TO LA332TIM
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-TIM-FILE-STATUS.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  LA332I1-HST-FILE
009800     RECORDING MODE IS F.
009900     COPY LA332A4-HIST.
010000
010100 FD  LA332I1-PARM-FILE
010200     RECORDING MODE IS F.
010300 01  LA332I1-PARM-REC.
010400     05 PARM-BILL-MONTH PIC 9(006) VALUE ZERO.
010500
010600 FD  LA332I1-RATE-FILE.
010700     COPY LA332A4-RATE.
010800
010900 FD  LA332I1-CARM-FILE.
011000     COPY LA332A4-CARM.
011100
011200 FD  LA332I1-CVAL-FILE.
011300     COPY LA332A4-CVAL.
011400
011500 SD  LA332I1-SORT-FILE.
011600 01  LA332I1-SORT-REC.
011700     05 SRT-CARRIER-CODE PIC X(022).
011800     05 SRT-TRANS-TYPE-TC PIC X(010).
011900     05 SRT-CLASS-SEQ PIC 9(001).
012000     05 SRT-BILL-CLASS PIC X(001).
012100     05 SRT-TRANS-TYPE-TC-DESC PIC X(030).
012200
012300 FD  LA332I1-INV-FILE
012400     RECORDING MODE IS F.
012500     COPY LA332A4-INVD.
012600
012700 FD  LA332I1-RPT-FILE
012800     RECORDING MODE IS F.
012900 01  LA332I1-RPT-REC PIC X(133).
013000
013100 FD  LA332I1-CTL-FILE
013200     RECORDING MODE IS F.
013300     COPY LA332A4-CTL.
013400
013500 FD  LA332I1-TIM-FILE
013600     RECORDING MODE IS F.
013700     COPY LA332A4-TIME.
013800
013900 WORKING-STORAGE SECTION.
014000 01  WS-STEP-TIMING.
014100     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
014200     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
014300
014400 01  WS-FILE-STATUSES.
014500     05 WS-HST-FILE-STATUS PIC X(002) VALUE SPACES.
014600        88 WS-HST-EOF VALUE '10'.
014700        88 WS-HST-OK VALUE '00'.
014800     05 WS-PARM-FILE-STATUS PIC X(002) VALUE SPACES.
014900        88 WS-PARM-OK VALUE '00'.
015000        88 WS-PARM-NOT-FOUND VALUE '35'.
015100     05 WS-RATE-FILE-STATUS PIC X(002) VALUE SPACES.
015200        88 WS-RATE-OK VALUE '00'.
015300        88 WS-RATE-NOT-FOUND VALUE '35'.
015400     05 WS-CARM-FILE-STATUS PIC X(002) VALUE SPACES.
015500        88 WS-CARM-OK VALUE '00'.
015600        88 WS-CARM-NOT-FOUND VALUE '35'.
015700     05 WS-CVAL-FILE-STATUS PIC X(002) VALUE SPACES.
015800        88 WS-CVAL-OK VALUE '00'.
015900     05 WS-INV-FILE-STATUS PIC X(002) VALUE SPACES.
016000        88 WS-INV-OK VALUE '00'.
016100     05 WS-RPT-FILE-STATUS PIC X(002) VALUE SPACES.
016200        88 WS-RPT-OK VALUE '00'.
016300     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
016400        88 WS-CTL-OK VALUE '00'.
016500     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
016600        88 WS-TIM-OK VALUE '00'.
016700
016800 01  WS-SWITCHES.
016900     05 WS-EOF-SW PIC X(001) VALUE 'N'.
017000        88 WS-END-OF-INPUT VALUE 'Y'.
017100     05 WS-SORT-EOF-SW PIC X(001) VALUE 'N'.
017200        88 WS-END-OF-SORTED VALUE 'Y'.
017300     05 WS-PARM-BAD-SW PIC X(001) VALUE 'N'.
017400        88 WS-PARM-BAD VALUE 'Y'.
017500     05 WS-RATE-FOUND-SW PIC X(001) VALUE 'N'.
017600        88 WS-RATE-FOUND VALUE 'Y'.
017700     05 WS-EXC-OVFL-SW PIC X(001) VALUE 'N'.
017800        88 WS-EXC-TABLE-FULL VALUE 'Y'.
017825     05 WS-BILL-ERROR-SW PIC X(001) VALUE 'N'.
017850        88 WS-BILL-ERROR VALUE 'Y'.
017900
018000 01  WS-CONTROL-FIELDS.
018100     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
018200     05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
018300        10 WS-RUN-CCYY PIC 9(004).
018400        10 WS-RUN-MM PIC 9(002).
018500        10 WS-RUN-DD PIC 9(002).
018600     05 WS-BILL-MONTH PIC 9(006) VALUE ZERO.
018700     05 WS-BILL-MONTH-R REDEFINES WS-BILL-MONTH.
018800        10 WS-BILL-CCYY PIC 9(004).
018900        10 WS-BILL-MM PIC 9(002).
019000     05 WS-HST-RUN-DATE PIC 9(008) VALUE ZERO.
019100     05 WS-HST-RUN-DATE-R REDEFINES WS-HST-RUN-DATE.
019200        10 WS-HST-RUN-MONTH PIC 9(006).
019300        10 FILLER PIC 9(002).
019400
019500*    THE CURRENT CONTROL-BREAK GROUP IN THE SORTED OUTPUT AND
019600*    THE RATE FOUND FOR ITS CARRIER AND TYPE.
019700 01  WS-BREAK-FIELDS.
019800     05 WS-CUR-CARRIER PIC X(022) VALUE SPACES.
019900     05 WS-CUR-CARRIER-NAME PIC X(040) VALUE SPACES.
020000     05 WS-CUR-TYPE PIC X(010) VALUE SPACES.
020100     05 WS-CUR-TYPE-DESC PIC X(030) VALUE SPACES.
020200     05 WS-CUR-CLASS PIC X(001) VALUE SPACES.
020300        88 WS-CLASS-PROCESSED VALUE 'P'.
020400        88 WS-CLASS-FAILED VALUE 'F'.
020500        88 WS-CLASS-EDIT-REJECT VALUE 'R'.
020600        88 WS-CLASS-SUPPRESSED VALUE 'S'.
020700     05 WS-CUR-CLASS-DESC PIC X(018) VALUE SPACES.
020800     05 WS-RATE-BASIS PIC X(001) VALUE SPACES.
020900     05 WS-RATE-PROCESSED PIC 9(003)V9(004) VALUE ZERO.
021000     05 WS-RATE-FAILED PIC 9(003)V9(004) VALUE ZERO.
021100     05 WS-RATE-REJECT PIC 9(003)V9(004) VALUE ZERO.
021200     05 WS-RATE-SUPPRESSED PIC 9(003)V9(004) VALUE ZERO.
021300     05 WS-UNIT-RATE PIC 9(003)V9(004) VALUE ZERO.
021400     05 WS-LINE-QTY PIC 9(009) COMP-3 VALUE ZERO.
021500     05 WS-LINE-AMOUNT PIC 9(009)V99 COMP-3 VALUE ZERO.
021600     05 WS-CARR-QTY PIC 9(009) COMP-3 VALUE ZERO.
021700     05 WS-CARR-UNRATED-QTY PIC 9(009) COMP-3 VALUE ZERO.
021800     05 WS-CARR-AMOUNT PIC 9(011)V99 COMP-3 VALUE ZERO.
021900
022000 01  WS-SUBSCRIPTS COMP-3.
022100     05 WS-EXC-SUB PIC 9(005) VALUE ZERO.
022200
022300 01  WS-COUNTERS COMP-3.
022400     05 WS-HST-READ-COUNT PIC 9(009) VALUE ZERO.
022500     05 WS-SELECTED-COUNT PIC 9(009) VALUE ZERO.
022600     05 WS-CARRIER-COUNT PIC 9(005) VALUE ZERO.
022700     05 WS-INV-COUNT PIC 9(007) VALUE ZERO.
022800     05 WS-UNRATED-QTY PIC 9(009) VALUE ZERO.
022900     05 WS-BILLED-AMOUNT PIC 9(011)V99 VALUE ZERO.
023000     05 WS-EXC-COUNT PIC 9(005) VALUE ZERO.
023100     05 WS-EXC-DROPPED PIC 9(005) VALUE ZERO.
023200     05 WS-EXC-MAX PIC 9(005) VALUE 1000.
023300
023400*    ONE ENTRY PER CARRIER/TYPE/CLASS LINE WITH NO RATE ON FILE,
023500*    HELD FOR THE EXCEPTION LIST AT THE END OF THE REPORT.
023600 01  WS-EXC-TABLE.
023700     05 WS-EXC-ENTRY OCCURS 1000 TIMES.
023800        10 ET-CARRIER-CODE PIC X(022) VALUE SPACES.
023900        10 ET-CARRIER-NAME PIC X(040) VALUE SPACES.
024000        10 ET-TRANS-TYPE-TC PIC X(010) VALUE SPACES.
024100        10 ET-CLASS-DESC PIC X(018) VALUE SPACES.
024200        10 ET-QUANTITY PIC 9(009) COMP-3 VALUE ZERO.
024300
024400 01  WS-PRINT-LINES.
024500     05 WS-HDR1.
024600        10 FILLER PIC X(020) VALUE 'LA332I1'.
024700        10 FILLER PIC X(040) VALUE
024800           'CARRIER BILLING STATEMENT'.
024900     05 WS-HDR2.
025000        10 FILLER PIC X(016) VALUE 'BILLING MONTH : '.
025100        10 WS-HDR2-CCYY PIC 9(004) VALUE ZERO.
025200        10 FILLER PIC X(001) VALUE '/'.
025300        10 WS-HDR2-MM PIC 9(002) VALUE ZERO.
025400        10 FILLER PIC X(014) VALUE '   RUN DATE : '.
025500        10 WS-HDR2-RUN-DATE PIC 9(008) VALUE ZERO.
025600     05 WS-CAR1.
025700        10 FILLER PIC X(010) VALUE 'CARRIER : '.
025800        10 WS-CAR1-CODE PIC X(022) VALUE SPACES.
025900        10 FILLER PIC X(002) VALUE SPACES.
026000        10 WS-CAR1-NAME PIC X(040) VALUE SPACES.
026100     05 WS-COL1.
026200        10 FILLER PIC X(012) VALUE 'TRANS TYPE'.
026300        10 FILLER PIC X(032) VALUE 'DESCRIPTION'.
026400        10 FILLER PIC X(020) VALUE 'CLASS'.
026500        10 FILLER PIC X(011) VALUE '   QUANTITY'.
026600        10 FILLER PIC X(011) VALUE '  UNIT RATE'.
026700        10 FILLER PIC X(016) VALUE '          AMOUNT'.
026800        10 FILLER PIC X(007) VALUE '  BASIS'.
026900     05 WS-DTL1.
027000        10 WS-DTL1-TYPE PIC X(010) VALUE SPACES.
027100        10 FILLER PIC X(002) VALUE SPACES.
027200        10 WS-DTL1-DESC PIC X(030) VALUE SPACES.
027300        10 FILLER PIC X(002) VALUE SPACES.
027400        10 WS-DTL1-CLASS PIC X(018) VALUE SPACES.
027500        10 FILLER PIC X(002) VALUE SPACES.
027600        10 WS-DTL1-QTY PIC ZZZ,ZZZ,ZZ9.
027700        10 FILLER PIC X(002) VALUE SPACES.
027800        10 WS-DTL1-RATE PIC ZZZ9.9999.
027900        10 FILLER PIC X(002) VALUE SPACES.
028000        10 WS-DTL1-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
028100        10 FILLER PIC X(002) VALUE SPACES.
028200        10 WS-DTL1-BASIS PIC X(016) VALUE SPACES.
028300     05 WS-CTOT1.
028400        10 FILLER PIC X(044) VALUE
028500           '  CARRIER TOTAL'.
028600        10 FILLER PIC X(020) VALUE 'TRANSACTIONS'.
028700        10 WS-CTOT1-QTY PIC ZZZ,ZZZ,ZZ9.
028800        10 FILLER PIC X(011) VALUE SPACES.
028900        10 WS-CTOT1-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
029000     05 WS-CTOT2.
029100        10 FILLER PIC X(044) VALUE
029200           '  NOT BILLED - NO RATE ON FILE'.
029300        10 FILLER PIC X(020) VALUE 'TRANSACTIONS'.
029400        10 WS-CTOT2-QTY PIC ZZZ,ZZZ,ZZ9.
029500     05 WS-EXH1.
029600        10 FILLER PIC X(060) VALUE
029700           'EXCEPTIONS - CARRIER ACTIVITY WITH NO RATE ON FILE'.
029800     05 WS-EXH2.
029900        10 FILLER PIC X(024) VALUE 'CARRIER'.
030000        10 FILLER PIC X(042) VALUE 'CARRIER NAME'.
030100        10 FILLER PIC X(012) VALUE 'TRANS TYPE'.
030200        10 FILLER PIC X(020) VALUE 'CLASS'.
030300        10 FILLER PIC X(011) VALUE '   QUANTITY'.
030400     05 WS-EXC1.
030500        10 WS-EXC1-CARRIER PIC X(022) VALUE SPACES.
030600        10 FILLER PIC X(002) VALUE SPACES.
030700        10 WS-EXC1-NAME PIC X(040) VALUE SPACES.
030800        10 FILLER PIC X(002) VALUE SPACES.
030900        10 WS-EXC1-TYPE PIC X(010) VALUE SPACES.
031000        10 FILLER PIC X(002) VALUE SPACES.
031100        10 WS-EXC1-CLASS PIC X(018) VALUE SPACES.
031200        10 FILLER PIC X(002) VALUE SPACES.
031300        10 WS-EXC1-QTY PIC ZZZ,ZZZ,ZZ9.
031400     05 WS-EXC2.
031500        10 FILLER PIC X(040) VALUE
031600           'EXCEPTION LINES NOT LISTED (TABLE FULL):'.
031700        10 WS-EXC2-COUNT PIC ZZ,ZZ9.
031800     05 WS-TOT1.
031900        10 FILLER PIC X(030) VALUE
032000           'HISTORY RECORDS READ        :'.
032100        10 WS-TOT1-COUNT PIC ZZZ,ZZZ,ZZ9.
032200     05 WS-TOT2.
032300        10 FILLER PIC X(030) VALUE
032400           'TRANSACTIONS IN MONTH       :'.
032500        10 WS-TOT2-COUNT PIC ZZZ,ZZZ,ZZ9.
032600     05 WS-TOT3.
032700        10 FILLER PIC X(030) VALUE
032800           'CARRIERS WITH ACTIVITY      :'.
032900        10 WS-TOT3-COUNT PIC ZZZ,ZZZ,ZZ9.
033000     05 WS-TOT4.
033100        10 FILLER PIC X(030) VALUE
033200           'INVOICE DETAIL RECORDS      :'.
033300        10 WS-TOT4-COUNT PIC ZZZ,ZZZ,ZZ9.
033400     05 WS-TOT5.
033500        10 FILLER PIC X(030) VALUE
033600           'TOTAL AMOUNT BILLED         :'.
033700        10 WS-TOT5-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
033800     05 WS-TOT6.
033900        10 FILLER PIC X(030) VALUE
034000           'UNRATED TRANSACTIONS        :'.
034100        10 WS-TOT6-COUNT PIC ZZZ,ZZZ,ZZ9.
034200     05 WS-NONE1.
034300        10 FILLER PIC X(010) VALUE '  (NONE)'.
034400     05 WS-NONE2.
034500        10 FILLER PIC X(040) VALUE
034600           'NO ACTIVITY IN THE BILLING MONTH'.
034700
034800 PROCEDURE DIVISION.
034900 0000-MAINLINE.
035000     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
035100     ACCEPT WS-STEP-START-TIME FROM TIME.
035200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035300     SORT LA332I1-SORT-FILE
035400         ON ASCENDING KEY SRT-CARRIER-CODE SRT-TRANS-TYPE-TC
035500                          SRT-CLASS-SEQ
035600         INPUT PROCEDURE IS 2000-SELECT-HISTORY THRU 2000-EXIT
035700         OUTPUT PROCEDURE IS 5000-BILL-CARRIERS THRU 5000-EXIT.
035720     IF WS-BILL-ERROR
035740         DISPLAY 'LA332I1 - BILLING STOPPED, NO TOTALS WRITTEN'
035760         GOBACK
035780     END-IF.
035800     PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT.
035900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
036000     GOBACK.
036100 0000-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500*    1000-INITIALIZE - SET THE BILLING MONTH, OPEN THE MASTERS, *
036600*    THE INVOICE FILE AND THE REPORT, AND PRINT THE HEADINGS    *
036700*****************************************************************
036800 1000-INITIALIZE.
036900     PERFORM 1100-READ-PARM THRU 1100-EXIT.
037000     IF WS-PARM-BAD
037100         DISPLAY 'LA332I1 - LA332I1P BILLING MONTH INVALID: '
037200             PARM-BILL-MONTH
037300         MOVE 16 TO RETURN-CODE
037400         GOBACK
037500     END-IF.
037600     OPEN INPUT LA332I1-RATE-FILE.
037700     IF WS-RATE-NOT-FOUND
037800         DISPLAY 'LA332I1 - LA332RTE NOT FOUND, STATUS: '
037900             WS-RATE-FILE-STATUS
038000         MOVE 16 TO RETURN-CODE
038100         GOBACK
038200     END-IF.
038300     OPEN INPUT LA332I1-CARM-FILE.
038400     IF WS-CARM-NOT-FOUND
038500         DISPLAY 'LA332I1 - LA332CAR NOT FOUND, STATUS: '
038600             WS-CARM-FILE-STATUS
038700         MOVE 16 TO RETURN-CODE
038800         GOBACK
038900     END-IF.
038910     OPEN INPUT LA332I1-HST-FILE.
038920     IF NOT WS-HST-OK
038930         DISPLAY 'LA332I1 - LA332HST OPEN FAILED, STATUS: '
038940             WS-HST-FILE-STATUS
038950         MOVE 16 TO RETURN-CODE
038960         GOBACK
038970     END-IF.
039000     OPEN INPUT LA332I1-CVAL-FILE.
039100     OPEN OUTPUT LA332I1-INV-FILE.
039200     OPEN OUTPUT LA332I1-RPT-FILE.
039300     WRITE LA332I1-RPT-REC FROM WS-HDR1.
039400     IF NOT WS-RPT-OK
039500         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
039600             WS-RPT-FILE-STATUS
039700         MOVE 16 TO RETURN-CODE
039800         GOBACK
039900     END-IF.
040000     MOVE WS-BILL-CCYY TO WS-HDR2-CCYY.
040100     MOVE WS-BILL-MM TO WS-HDR2-MM.
040200     MOVE WS-RUN-DATE TO WS-HDR2-RUN-DATE.
040300     WRITE LA332I1-RPT-REC FROM WS-HDR2.
040400     IF NOT WS-RPT-OK
040500         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
040600             WS-RPT-FILE-STATUS
040700         MOVE 16 TO RETURN-CODE
040800         GOBACK
040900     END-IF.
041000 1000-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400*    1100-READ-PARM - BILLING MONTH OFF THE LA332I1P CONTROL    *
041500*    FILE. ZERO OR NO RECORD BILLS THE CALENDAR MONTH BEFORE    *
041600*    THE SYSTEM DATE; A MONTH OUTSIDE 01-12 IS REJECTED.        *
041700*****************************************************************
041800 1100-READ-PARM.
041900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
042000     MOVE WS-RUN-CCYY TO WS-BILL-CCYY.
042100     MOVE WS-RUN-MM TO WS-BILL-MM.
042200     IF WS-BILL-MM = 1
042300         MOVE 12 TO WS-BILL-MM
042400         SUBTRACT 1 FROM WS-BILL-CCYY
042500     ELSE
042600         SUBTRACT 1 FROM WS-BILL-MM
042700     END-IF.
042800     OPEN INPUT LA332I1-PARM-FILE.
042900     IF NOT WS-PARM-NOT-FOUND
043000         READ LA332I1-PARM-FILE
043100             AT END
043200                 CONTINUE
043300             NOT AT END
043400                 IF PARM-BILL-MONTH > ZERO
043500                     MOVE PARM-BILL-MONTH TO WS-BILL-MONTH
043600                 END-IF
043700         END-READ
043800         CLOSE LA332I1-PARM-FILE
043900     END-IF.
044000     IF WS-BILL-MM < 1
044100      OR WS-BILL-MM > 12
044200         SET WS-PARM-BAD TO TRUE
044300     END-IF.
044400 1100-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800*    2000-SELECT-HISTORY - RELEASE ONE SORT RECORD, CLASSIFIED, *
044900*    FOR EVERY HISTORY RECORD APPENDED IN THE BILLING MONTH     *
045000*****************************************************************
045100 2000-SELECT-HISTORY.
045200     PERFORM 9000-READ-HISTORY THRU 9000-EXIT.
045800     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
045900         UNTIL WS-END-OF-INPUT.
046100     CLOSE LA332I1-HST-FILE.
046300 2000-EXIT.
046400     EXIT.
046500
046600 2100-SELECT-ONE.
046700     ADD 1 TO WS-HST-READ-COUNT.
046800     MOVE HIST-RUN-DATE TO WS-HST-RUN-DATE.
046900     IF WS-HST-RUN-MONTH = WS-BILL-MONTH
047000         PERFORM 2200-RELEASE-ONE THRU 2200-EXIT
047100     END-IF.
047200     PERFORM 9000-READ-HISTORY THRU 9000-EXIT.
047300 2100-EXIT.
047400     EXIT.
047500
047600 2200-RELEASE-ONE.
047700     MOVE HIST-CARRIER-CODE TO SRT-CARRIER-CODE.
047800     MOVE HIST-TRANS-TYPE-TC TO SRT-TRANS-TYPE-TC.
047900     MOVE HIST-TRANS-TYPE-TC-DESC TO SRT-TRANS-TYPE-TC-DESC.
048000     EVALUATE TRUE
048100         WHEN HIST-KIND-EDIT-REJECT
048200             MOVE 3 TO SRT-CLASS-SEQ
048300             MOVE 'R' TO SRT-BILL-CLASS
048400         WHEN HIST-KIND-SUPPRESSED
048500             MOVE 4 TO SRT-CLASS-SEQ
048600             MOVE 'S' TO SRT-BILL-CLASS
048700         WHEN HIST-RESULT-CODE-TC = '0'
048800             MOVE 1 TO SRT-CLASS-SEQ
048900             MOVE 'P' TO SRT-BILL-CLASS
049000         WHEN OTHER
049100             MOVE 2 TO SRT-CLASS-SEQ
049200             MOVE 'F' TO SRT-BILL-CLASS
049300     END-EVALUATE.
049400     RELEASE LA332I1-SORT-REC.
049500     ADD 1 TO WS-SELECTED-COUNT.
049600 2200-EXIT.
049700     EXIT.
049800
049900*****************************************************************
050000*    5000-BILL-CARRIERS - RETURN THE SORTED TRANSACTIONS AND    *
050100*    PRINT ONE STATEMENT PER CARRIER, ONE LINE PER TYPE/CLASS   *
050200*****************************************************************
050300 5000-BILL-CARRIERS.
050400     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT.
050500     IF WS-END-OF-SORTED
050600         PERFORM 5800-PRINT-BLANK-LINE THRU 5800-EXIT
050700         WRITE LA332I1-RPT-REC FROM WS-NONE2
050800         IF NOT WS-RPT-OK
050900             DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
051000                 WS-RPT-FILE-STATUS
051100             PERFORM 5950-STOP-BILLING THRU 5950-EXIT
051300         END-IF
051400     END-IF.
051500     PERFORM 5100-BILL-ONE-CARRIER THRU 5100-EXIT
051600         UNTIL WS-END-OF-SORTED.
051700 5000-EXIT.
051800     EXIT.
051900
052000*****************************************************************
052100*    5100-BILL-ONE-CARRIER - STATEMENT HEADING, EVERY TYPE THE  *
052200*    CARRIER SENT, AND THE CARRIER TOTALS                       *
052300*****************************************************************
052400 5100-BILL-ONE-CARRIER.
052500     ADD 1 TO WS-CARRIER-COUNT.
052600     MOVE SRT-CARRIER-CODE TO WS-CUR-CARRIER.
052700     MOVE ZERO TO WS-CARR-QTY.
052800     MOVE ZERO TO WS-CARR-UNRATED-QTY.
052900     MOVE ZERO TO WS-CARR-AMOUNT.
053000     MOVE WS-CUR-CARRIER TO CARM-CARRIER-CODE.
053100     READ LA332I1-CARM-FILE
053200         INVALID KEY
053300             MOVE '*** NOT ON CARRIER MASTER ***'
053400                 TO WS-CUR-CARRIER-NAME
053500         NOT INVALID KEY
053600             MOVE CARM-CARRIER-NAME TO WS-CUR-CARRIER-NAME
053700     END-READ.
053800     PERFORM 5800-PRINT-BLANK-LINE THRU 5800-EXIT.
053900     MOVE WS-CUR-CARRIER TO WS-CAR1-CODE.
054000     MOVE WS-CUR-CARRIER-NAME TO WS-CAR1-NAME.
054100     WRITE LA332I1-RPT-REC FROM WS-CAR1.
054200     IF NOT WS-RPT-OK
054300         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
054400             WS-RPT-FILE-STATUS
054500         PERFORM 5950-STOP-BILLING THRU 5950-EXIT
054700     END-IF.
054800     WRITE LA332I1-RPT-REC FROM WS-COL1.
054900     IF NOT WS-RPT-OK
055000         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
055100             WS-RPT-FILE-STATUS
055200         PERFORM 5950-STOP-BILLING THRU 5950-EXIT
055400     END-IF.
055500     PERFORM 5200-BILL-ONE-TYPE THRU 5200-EXIT
055600         UNTIL WS-END-OF-SORTED
055700            OR SRT-CARRIER-CODE NOT = WS-CUR-CARRIER.
055800     MOVE WS-CARR-QTY TO WS-CTOT1-QTY.
055900     MOVE WS-CARR-AMOUNT TO WS-CTOT1-AMOUNT.
056000     WRITE LA332I1-RPT-REC FROM WS-CTOT1.
056100     IF NOT WS-RPT-OK
056200         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
056300             WS-RPT-FILE-STATUS
056400         PERFORM 5950-STOP-BILLING THRU 5950-EXIT
056600     END-IF.
056700     IF WS-CARR-UNRATED-QTY > ZERO
056800         MOVE WS-CARR-UNRATED-QTY TO WS-CTOT2-QTY
056900         WRITE LA332I1-RPT-REC FROM WS-CTOT2
057000         IF NOT WS-RPT-OK
057100             DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
057200                 WS-RPT-FILE-STATUS
057300             PERFORM 5950-STOP-BILLING THRU 5950-EXIT
057500         END-IF
057600     END-IF.
057700     ADD WS-CARR-AMOUNT TO WS-BILLED-AMOUNT.
057800 5100-EXIT.
057900     EXIT.
058000
058100*****************************************************************
058200*    5200-BILL-ONE-TYPE - DESCRIBE AND PRICE ONE TRANS TYPE,    *
058300*    THEN ONE LINE PER BILLING CLASS SENT UNDER IT              *
058400*****************************************************************
058500 5200-BILL-ONE-TYPE.
058600     MOVE SRT-TRANS-TYPE-TC TO WS-CUR-TYPE.
058700     MOVE SRT-TRANS-TYPE-TC-DESC TO WS-CUR-TYPE-DESC.
058800     MOVE 'TRANTYPE' TO CVAL-CODE-TYPE.
058900     MOVE WS-CUR-TYPE TO CVAL-CODE-VALUE.
059000     READ LA332I1-CVAL-FILE
059100         INVALID KEY
059200             CONTINUE
059300         NOT INVALID KEY
059400             MOVE CVAL-DESC TO WS-CUR-TYPE-DESC
059500     END-READ.
059600     PERFORM 5300-FIND-RATE THRU 5300-EXIT.
059700     PERFORM 5400-BILL-ONE-CLASS THRU 5400-EXIT
059800         UNTIL WS-END-OF-SORTED
059900            OR SRT-CARRIER-CODE NOT = WS-CUR-CARRIER
060000            OR SRT-TRANS-TYPE-TC NOT = WS-CUR-TYPE.
060100 5200-EXIT.
060200     EXIT.
060300
060400*****************************************************************
060500*    5300-FIND-RATE - THE CARRIER'S RATE RECORD FOR THE TYPE,   *
060600*    ELSE ITS DEFAULT RATE RECORD (TYPE OF SPACES)              *
060700*****************************************************************
060800 5300-FIND-RATE.
060900     MOVE 'N' TO WS-RATE-FOUND-SW.
061000     MOVE SPACES TO WS-RATE-BASIS.
061100     MOVE WS-CUR-CARRIER TO RATE-CARRIER-CODE.
061200     MOVE WS-CUR-TYPE TO RATE-TRANS-TYPE-TC.
061300     READ LA332I1-RATE-FILE
061400         INVALID KEY
061500             CONTINUE
061600         NOT INVALID KEY
061700             SET WS-RATE-FOUND TO TRUE
061800             MOVE 'T' TO WS-RATE-BASIS
061900     END-READ.
062000     IF NOT WS-RATE-FOUND
062100      AND WS-CUR-TYPE NOT = SPACES
062200         MOVE SPACES TO RATE-TRANS-TYPE-TC
062300         READ LA332I1-RATE-FILE
062400             INVALID KEY
062500                 CONTINUE
062600             NOT INVALID KEY
062700                 SET WS-RATE-FOUND TO TRUE
062800                 MOVE 'D' TO WS-RATE-BASIS
062900         END-READ
063000     END-IF.
063100     IF WS-RATE-FOUND
063200         MOVE RATE-PROCESSED-AMT TO WS-RATE-PROCESSED
063300         MOVE RATE-FAILED-AMT TO WS-RATE-FAILED
063400         MOVE RATE-REJECT-AMT TO WS-RATE-REJECT
063500         MOVE RATE-SUPPRESSED-AMT TO WS-RATE-SUPPRESSED
063600     END-IF.
063700 5300-EXIT.
063800     EXIT.
063900
064000*****************************************************************
064100*    5400-BILL-ONE-CLASS - COUNT ONE CARRIER/TYPE/CLASS GROUP,  *
064200*    PRICE IT AND PRINT IT. A PRICED LINE GOES TO THE INVOICE   *
064300*    FILE; AN UNRATED ONE GOES TO THE EXCEPTION TABLE.          *
064400*****************************************************************
064500 5400-BILL-ONE-CLASS.
064600     MOVE SRT-BILL-CLASS TO WS-CUR-CLASS.
064700     MOVE ZERO TO WS-LINE-QTY.
064800     PERFORM 5410-COUNT-ONE THRU 5410-EXIT
064900         UNTIL WS-END-OF-SORTED
065000            OR SRT-CARRIER-CODE NOT = WS-CUR-CARRIER
065100            OR SRT-TRANS-TYPE-TC NOT = WS-CUR-TYPE
065200            OR SRT-BILL-CLASS NOT = WS-CUR-CLASS.
065300     EVALUATE TRUE
065400         WHEN WS-CLASS-PROCESSED
065500             MOVE 'BILLABLE' TO WS-CUR-CLASS-DESC
065600             MOVE WS-RATE-PROCESSED TO WS-UNIT-RATE
065700         WHEN WS-CLASS-FAILED
065800             MOVE 'FAILED' TO WS-CUR-CLASS-DESC
065900             MOVE WS-RATE-FAILED TO WS-UNIT-RATE
066000         WHEN WS-CLASS-EDIT-REJECT
066100             MOVE 'EDIT REJECT' TO WS-CUR-CLASS-DESC
066200             MOVE WS-RATE-REJECT TO WS-UNIT-RATE
066300         WHEN OTHER
066400             MOVE 'SUPPRESSED RESEND' TO WS-CUR-CLASS-DESC
066500             MOVE WS-RATE-SUPPRESSED TO WS-UNIT-RATE
066600     END-EVALUATE.
066700     MOVE WS-CUR-TYPE TO WS-DTL1-TYPE.
066800     MOVE WS-CUR-TYPE-DESC TO WS-DTL1-DESC.
066900     MOVE WS-CUR-CLASS-DESC TO WS-DTL1-CLASS.
067000     MOVE WS-LINE-QTY TO WS-DTL1-QTY.
067100     ADD WS-LINE-QTY TO WS-CARR-QTY.
067200     IF WS-RATE-FOUND
067300         MULTIPLY WS-LINE-QTY BY WS-UNIT-RATE
067400             GIVING WS-LINE-AMOUNT ROUNDED
067500         ADD WS-LINE-AMOUNT TO WS-CARR-AMOUNT
067600         MOVE WS-UNIT-RATE TO WS-DTL1-RATE
067700         MOVE WS-LINE-AMOUNT TO WS-DTL1-AMOUNT
067800         IF WS-RATE-BASIS = 'D'
067900             MOVE 'CARRIER DEFAULT' TO WS-DTL1-BASIS
068000         ELSE
068100             MOVE SPACES TO WS-DTL1-BASIS
068200         END-IF
068300         PERFORM 5500-WRITE-INVOICE-LINE THRU 5500-EXIT
068400     ELSE
068500         MOVE ZERO TO WS-DTL1-RATE
068600         MOVE ZERO TO WS-DTL1-AMOUNT
068700         MOVE 'NO RATE ON FILE' TO WS-DTL1-BASIS
068800         ADD WS-LINE-QTY TO WS-CARR-UNRATED-QTY
068900         ADD WS-LINE-QTY TO WS-UNRATED-QTY
069000         PERFORM 5600-ADD-EXCEPTION THRU 5600-EXIT
069100     END-IF.
069200     WRITE LA332I1-RPT-REC FROM WS-DTL1.
069300     IF NOT WS-RPT-OK
069400         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
069500             WS-RPT-FILE-STATUS
069600         PERFORM 5950-STOP-BILLING THRU 5950-EXIT
069800     END-IF.
069900 5400-EXIT.
070000     EXIT.
070100
070200 5410-COUNT-ONE.
070300     ADD 1 TO WS-LINE-QTY.
070400     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT.
070500 5410-EXIT.
070600     EXIT.
070700
070800*****************************************************************
070900*    5500-WRITE-INVOICE-LINE - ONE LA332A4-INVD RECORD FOR THE  *
071000*    ACCOUNTS RECEIVABLE LOAD                                   *
071100*****************************************************************
071200 5500-WRITE-INVOICE-LINE.
071300     MOVE WS-BILL-MONTH TO INV-BILL-MONTH.
071400     MOVE WS-CUR-CARRIER TO INV-CARRIER-CODE.
071500     MOVE WS-CUR-TYPE TO INV-TRANS-TYPE-TC.
071600     MOVE WS-CUR-CLASS TO INV-BILL-CLASS.
071700     MOVE WS-LINE-QTY TO INV-QUANTITY.
071800     MOVE WS-UNIT-RATE TO INV-UNIT-RATE.
071900     MOVE WS-LINE-AMOUNT TO INV-AMOUNT.
072000     MOVE WS-RATE-BASIS TO INV-RATE-BASIS.
072100     MOVE WS-RUN-DATE TO INV-RUN-DATE.
072200     WRITE LA332A4-INVD-REC.
072300     IF NOT WS-INV-OK
072400         DISPLAY 'LA332I1 - LA332INV WRITE FAILED, STATUS: '
072500             WS-INV-FILE-STATUS
072600         PERFORM 5950-STOP-BILLING THRU 5950-EXIT
072800     END-IF.
072900     ADD 1 TO WS-INV-COUNT.
073000 5500-EXIT.
073100     EXIT.
073200
073300*****************************************************************
073400*    5600-ADD-EXCEPTION - HOLD AN UNRATED LINE FOR THE          *
073500*    EXCEPTION LIST; PAST THE TABLE LIMIT IT IS ONLY COUNTED    *
073600*****************************************************************
073700 5600-ADD-EXCEPTION.
073800     IF WS-EXC-COUNT < WS-EXC-MAX
073900         ADD 1 TO WS-EXC-COUNT
074000         MOVE WS-CUR-CARRIER TO ET-CARRIER-CODE (WS-EXC-COUNT)
074100         MOVE WS-CUR-CARRIER-NAME
074200             TO ET-CARRIER-NAME (WS-EXC-COUNT)
074300         MOVE WS-CUR-TYPE TO ET-TRANS-TYPE-TC (WS-EXC-COUNT)
074400         MOVE WS-CUR-CLASS-DESC TO ET-CLASS-DESC (WS-EXC-COUNT)
074500         MOVE WS-LINE-QTY TO ET-QUANTITY (WS-EXC-COUNT)
074600     ELSE
074700         IF NOT WS-EXC-TABLE-FULL
074800             DISPLAY 'LA332I1 - EXCEPTION TABLE FULL, FURTHER '
074900                 'UNRATED LINES COUNTED ONLY'
075000             SET WS-EXC-TABLE-FULL TO TRUE
075100         END-IF
075200         ADD 1 TO WS-EXC-DROPPED
075300     END-IF.
075400 5600-EXIT.
075500     EXIT.
075600
075700 5800-PRINT-BLANK-LINE.
075800     WRITE LA332I1-RPT-REC FROM SPACES.
075900     IF NOT WS-RPT-OK
076000         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
076100             WS-RPT-FILE-STATUS
076200         PERFORM 5950-STOP-BILLING THRU 5950-EXIT
076400     END-IF.
076500 5800-EXIT.
076600     EXIT.
076700
076800 5900-RETURN-SORTED.
076900     RETURN LA332I1-SORT-FILE
077000         AT END
077100             SET WS-END-OF-SORTED TO TRUE
077200     END-RETURN.
077300 5900-EXIT.
077400     EXIT.
077405
077410*****************************************************************
077415*    5950-STOP-BILLING - A WRITE FAILED INSIDE THE SORT OUTPUT  *
077420*    PROCEDURE. RETURN WHAT IS LEFT SO THE SORT ENDS CLEANLY;   *
077425*    THE MAINLINE STOPS AFTER THE SORT STATEMENT.               *
077430*****************************************************************
077435 5950-STOP-BILLING.
077440     MOVE 16 TO RETURN-CODE.
077445     SET WS-BILL-ERROR TO TRUE.
077450     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT
077455         UNTIL WS-END-OF-SORTED.
077460 5950-EXIT.
077465     EXIT.
077500
077600*****************************************************************
077700*    6000-PRINT-EXCEPTIONS - EVERY CARRIER/TYPE/CLASS WITH      *
077800*    ACTIVITY IN THE MONTH AND NO RATE ON FILE                  *
077900*****************************************************************
078000 6000-PRINT-EXCEPTIONS.
078100     PERFORM 6800-PRINT-BLANK-LINE THRU 6800-EXIT.
078200     WRITE LA332I1-RPT-REC FROM WS-EXH1.
078300     IF NOT WS-RPT-OK
078400         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
078500             WS-RPT-FILE-STATUS
078600         MOVE 16 TO RETURN-CODE
078700         GOBACK
078800     END-IF.
078900     IF WS-EXC-COUNT = ZERO
079000         WRITE LA332I1-RPT-REC FROM WS-NONE1
079100         IF NOT WS-RPT-OK
079200             DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
079300                 WS-RPT-FILE-STATUS
079400             MOVE 16 TO RETURN-CODE
079500             GOBACK
079600         END-IF
079700     ELSE
079800         WRITE LA332I1-RPT-REC FROM WS-EXH2
079900         IF NOT WS-RPT-OK
080000             DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
080100                 WS-RPT-FILE-STATUS
080200             MOVE 16 TO RETURN-CODE
080300             GOBACK
080400         END-IF
080500         PERFORM 6100-PRINT-ONE-EXCEPTION THRU 6100-EXIT
080600             VARYING WS-EXC-SUB FROM 1 BY 1
080700             UNTIL WS-EXC-SUB > WS-EXC-COUNT
080800     END-IF.
080900     IF WS-EXC-DROPPED > ZERO
081000         MOVE WS-EXC-DROPPED TO WS-EXC2-COUNT
081100         WRITE LA332I1-RPT-REC FROM WS-EXC2
081200         IF NOT WS-RPT-OK
081300             DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
081400                 WS-RPT-FILE-STATUS
081500             MOVE 16 TO RETURN-CODE
081600             GOBACK
081700         END-IF
081800     END-IF.
081900 6000-EXIT.
082000     EXIT.
082100
082200 6100-PRINT-ONE-EXCEPTION.
082300     MOVE ET-CARRIER-CODE (WS-EXC-SUB) TO WS-EXC1-CARRIER.
082400     MOVE ET-CARRIER-NAME (WS-EXC-SUB) TO WS-EXC1-NAME.
082500     MOVE ET-TRANS-TYPE-TC (WS-EXC-SUB) TO WS-EXC1-TYPE.
082600     MOVE ET-CLASS-DESC (WS-EXC-SUB) TO WS-EXC1-CLASS.
082700     MOVE ET-QUANTITY (WS-EXC-SUB) TO WS-EXC1-QTY.
082800     WRITE LA332I1-RPT-REC FROM WS-EXC1.
082900     IF NOT WS-RPT-OK
083000         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
083100             WS-RPT-FILE-STATUS
083200         MOVE 16 TO RETURN-CODE
083300         GOBACK
083400     END-IF.
083500 6100-EXIT.
083600     EXIT.
083605
083610 6800-PRINT-BLANK-LINE.
083615     WRITE LA332I1-RPT-REC FROM SPACES.
083620     IF NOT WS-RPT-OK
083625         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
083630             WS-RPT-FILE-STATUS
083635         MOVE 16 TO RETURN-CODE
083640         GOBACK
083645     END-IF.
083650 6800-EXIT.
083655     EXIT.
083700
083800*****************************************************************
083900*    8000-TERMINATE - PRINT THE RUN TOTALS, CLOSE THE FILES,    *
084000*    APPEND THE CONTROL-TOTAL RECORD AND SET THE RETURN CODE    *
084100*****************************************************************
084200 8000-TERMINATE.
084300     PERFORM 6800-PRINT-BLANK-LINE THRU 6800-EXIT.
084400     MOVE WS-HST-READ-COUNT TO WS-TOT1-COUNT.
084500     WRITE LA332I1-RPT-REC FROM WS-TOT1.
084600     IF NOT WS-RPT-OK
084700         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
084800             WS-RPT-FILE-STATUS
084900         MOVE 16 TO RETURN-CODE
085000         GOBACK
085100     END-IF.
085200     MOVE WS-SELECTED-COUNT TO WS-TOT2-COUNT.
085300     WRITE LA332I1-RPT-REC FROM WS-TOT2.
085400     IF NOT WS-RPT-OK
085500         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
085600             WS-RPT-FILE-STATUS
085700         MOVE 16 TO RETURN-CODE
085800         GOBACK
085900     END-IF.
086000     MOVE WS-CARRIER-COUNT TO WS-TOT3-COUNT.
086100     WRITE LA332I1-RPT-REC FROM WS-TOT3.
086200     IF NOT WS-RPT-OK
086300         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
086400             WS-RPT-FILE-STATUS
086500         MOVE 16 TO RETURN-CODE
086600         GOBACK
086700     END-IF.
086800     MOVE WS-INV-COUNT TO WS-TOT4-COUNT.
086900     WRITE LA332I1-RPT-REC FROM WS-TOT4.
087000     IF NOT WS-RPT-OK
087100         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
087200             WS-RPT-FILE-STATUS
087300         MOVE 16 TO RETURN-CODE
087400         GOBACK
087500     END-IF.
087600     MOVE WS-BILLED-AMOUNT TO WS-TOT5-AMOUNT.
087700     WRITE LA332I1-RPT-REC FROM WS-TOT5.
087800     IF NOT WS-RPT-OK
087900         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
088000             WS-RPT-FILE-STATUS
088100         MOVE 16 TO RETURN-CODE
088200         GOBACK
088300     END-IF.
088400     MOVE WS-UNRATED-QTY TO WS-TOT6-COUNT.
088500     WRITE LA332I1-RPT-REC FROM WS-TOT6.
088600     IF NOT WS-RPT-OK
088700         DISPLAY 'LA332I1 - LA332RPT WRITE FAILED, STATUS: '
088800             WS-RPT-FILE-STATUS
088900         MOVE 16 TO RETURN-CODE
089000         GOBACK
089100     END-IF.
089200     CLOSE LA332I1-RPT-FILE
089300           LA332I1-INV-FILE
089400           LA332I1-RATE-FILE
089500           LA332I1-CARM-FILE
089600           LA332I1-CVAL-FILE.
089700     DISPLAY 'LA332I1 - BILLING MONTH          : ' WS-BILL-MONTH.
089800     DISPLAY 'LA332I1 - HISTORY RECORDS READ   : '
089900         WS-HST-READ-COUNT.
090000     DISPLAY 'LA332I1 - TRANSACTIONS IN MONTH  : '
090100         WS-SELECTED-COUNT.
090200     DISPLAY 'LA332I1 - INVOICE DETAIL RECORDS : ' WS-INV-COUNT.
090300     DISPLAY 'LA332I1 - UNRATED TRANSACTIONS   : ' WS-UNRATED-QTY.
090400     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
090500     IF WS-UNRATED-QTY > ZERO
090600         MOVE 4 TO RETURN-CODE
090700     END-IF.
090800 8000-EXIT.
090900     EXIT.
091000
091100*****************************************************************
091200*    9000-READ-HISTORY - READ THE NEXT LA332HST RECORD          *
091300*****************************************************************
091400 9000-READ-HISTORY.
091500     READ LA332I1-HST-FILE
091600         AT END
091700             SET WS-END-OF-INPUT TO TRUE
091800     END-READ.
091900 9000-EXIT.
092000     EXIT.
092100
092200*****************************************************************
092300*    9900-WRITE-CONTROL-TOTALS - APPEND THIS RUN'S COUNTS TO    *
092400*    THE SHARED LA332CTL CONTROL FILE FOR THE LA332B9 BALANCING *
092500*    STEP AT THE END OF THE STREAM                              *
092600*****************************************************************
092700 9900-WRITE-CONTROL-TOTALS.
092800     OPEN EXTEND LA332I1-CTL-FILE.
092900     MOVE 'LA332I1 ' TO CTL-PROGRAM-ID.
093000     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
093100     MOVE ZERO TO CTL-CYCLE-NO.
093200     MOVE WS-HST-READ-COUNT TO CTL-RECS-READ.
093300     MOVE WS-INV-COUNT TO CTL-RECS-WRITTEN.
093400     MOVE ZERO TO CTL-ENTRIES-SCANNED.
093500     MOVE ZERO TO CTL-OVFL-MERGED.
093600     WRITE LA332A4-CTL-REC.
093700     IF NOT WS-CTL-OK
093800         DISPLAY 'LA332I1 - LA332CTL WRITE FAILED, STATUS: '
093900             WS-CTL-FILE-STATUS
094000         MOVE 16 TO RETURN-CODE
094100         GOBACK
094200     END-IF.
094300     CLOSE LA332I1-CTL-FILE.
094400     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
094500 9900-EXIT.
094600     EXIT.
094700
094800*****************************************************************
094900*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END   *
095000*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE   *
095100*    LA332T1 BATCH-WINDOW REPORT                                *
095200*****************************************************************
095300 9960-WRITE-STEP-TIMING.
095400     OPEN EXTEND LA332I1-TIM-FILE.
095500     MOVE 'LA332I1 ' TO TIM-PROGRAM-ID.
095600     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
095700     MOVE ZERO TO TIM-CYCLE-NO.
095800     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
095900     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
096000     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
096100     ACCEPT TIM-END-TIME FROM TIME.
096200     MOVE WS-HST-READ-COUNT TO TIM-VOLUME.
096300     WRITE LA332A4-TIME-REC.
096400     IF NOT WS-TIM-OK
096500         DISPLAY 'LA332I1 - LA332TIM WRITE FAILED, STATUS: '
096600             WS-TIM-FILE-STATUS
096700     END-IF.
096800     CLOSE LA332I1-TIM-FILE.
096900 9960-EXIT.
097000     EXIT.
