000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LA332L1.
000300 AUTHOR. D-SYSTEMS.
000400 INSTALLATION. ALVS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    LA332L1 - CHANGE-CONFIRMATION LETTER EXTRACT               *
001000*                                                               *
001100*    REGULATION REQUIRES A CONFIRMATION NOTICE WHEN A POLICY'S  *
001200*    ADDRESS OR BENEFICIARY CHANGES, AND THE ADDRESS NOTICE     *
001300*    MUST GO TO THE OLD ADDRESS AS WELL AS THE NEW ONE. THIS    *
001400*    RUN READS THE LA332ENT ENTRY FILE AFTER LA332B2 AND        *
001500*    LA332B8 HAVE UPDATED LA332XRF AND, FOR EVERY SUCCESSFUL    *
001600*    TRANSACTION (RESULT-CODE-TC '0') OF A LETTER-BEARING TYPE, *
001700*    WRITES LETTER REQUESTS TO LA332LTR FOR THE PRINT VENDOR:   *
001800*                                                               *
001900*       ADDRESS CHANGE - AN 'AN' LETTER TO THE NEW ADDRESS AND, *
002000*          WHEN LA332B2 RECORDED THE ADDRESS THIS TRANSACTION   *
002100*          REPLACED (XREF-ADDR-CHANGE-GUID IS THIS TRANSACTION) *
002200*          AN 'AO' LETTER TO THAT PRIOR ADDRESS. THE NEW        *
002300*          ADDRESS IS TAKEN FROM LA332XRF, SO A REP'S ACCEPTED  *
002400*          CORRECTION IS WHERE THE NOTICE GOES. AN ADDRESS      *
002500*          CHANGE WITH NO PRIOR ADDRESS ON FILE (A NEW PARTY,   *
002600*          AN UNCHANGED ADDRESS, OR A LATER CHANGE THE SAME     *
002700*          DAY) GETS ONLY THE 'AN' LETTER AND IS LISTED ON      *
002800*          THE CONTROL REPORT FOR CORRESPONDENCE TO FOLLOW UP.  *
002900*       BENEFICIARY/RELATION CHANGE - A 'BN' LETTER TO THE      *
003000*          PARTY'S ADDRESS ON FILE NAMING THE CHANGED RELATION  *
003100*          ROLE.                                                *
003110*                                                               *
003120*    A TRANSACTION LA332B2 LEFT OFF LA332XRF AS A LATE OR       *
003130*    OUT-OF-ORDER ARRIVAL (ONE OF THE RUN DATE'S LA332LAT       *
003140*    RECORDS) WAS NEVER APPLIED, SO IT GETS NO LETTER AND IS    *
003150*    LISTED ON THE CONTROL REPORT INSTEAD.                      *
003200*                                                               *
003300*    CARRIER IMPLEMENTATION GUIDES DO NOT AGREE ON THE          *
003400*    TRANS-TYPE-TC VALUES, SO THE LETTER-BEARING TYPES COME     *
003500*    OFF THE LA332L1P PARAMETER FILE, AS LA332D2'S PAIRS DO:    *
003600*                                                               *
003700*       'C' RECORD - RUN DATE (CCYYMMDD), DEFAULT SYSTEM DATE   *
003800*       'T' RECORD - ONE TRANS-TYPE-TC AND ITS LETTER CLASS,    *
003900*                    'A' ADDRESS OR 'B' BENEFICIARY/RELATION    *
004000*                    (UP TO 50 TYPES)                           *
004100*                                                               *
004200*    THE CONTROL REPORT ON LA332RPT COUNTS THE LETTERS BY       *
004300*    LETTER TYPE AND CARRIER.                                   *
004400*                                                               *
004500*    MODIFICATION HISTORY.                                      *
004600*    DATE       INIT  DESCRIPTION                                *
004700*    10/15/2026 DSY   ORIGINAL PROGRAM.                          *
004725*    10/15/2026 DSY   RELATION ROLE NAME FROM THE LA332CVM       *
004750*                      CODE-VALUE MASTER ADDED TO THE END OF     *
004775*                      THE LETTER REQUEST RECORD.                *
004780*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
004785*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
004787*    10/15/2026 DSY   LATE ARRIVALS LA332B2 DID NOT APPLY        *
004789*                      (LA332LAT) GET NO LETTER; LISTED ON THE   *
004791*                      CONTROL REPORT AS NOT APPLIED.            *
004793*    10/15/2026 DSY   CARRIER'S 8-BYTE ROLE TEXT NO LONGER       *
004795*                      COPIED TO THE LETTER RECORD; THE ROLE     *
004797*                      NAME ALREADY CARRIES IT WHEN THE CODE IS  *
004799*                      NOT ON THE CODE-VALUE MASTER.             *
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-Z15.
005200 OBJECT-COMPUTER. IBM-Z15.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT LA332L1-ENT-FILE ASSIGN TO LA332ENT
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-ENT-FILE-STATUS.
005800
005900     SELECT LA332L1-XRF-FILE ASSIGN TO LA332XRF
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS XREF-KEY
006300         ALTERNATE RECORD KEY IS XREF-HOLDING-ID
006400             WITH DUPLICATES
006500         FILE STATUS IS WS-XRF-FILE-STATUS.
006510
006520     SELECT OPTIONAL LA332L1-CVAL-FILE ASSIGN TO LA332CVM
006530         ORGANIZATION IS INDEXED
006540         ACCESS MODE IS RANDOM
006550         RECORD KEY IS CVAL-KEY
006560         FILE STATUS IS WS-CVAL-FILE-STATUS.
006600
006700     SELECT LA332L1-PARM-FILE ASSIGN TO LA332L1P
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-PARM-FILE-STATUS.
007000
007100     SELECT LA332L1-LTR-FILE ASSIGN TO LA332LTR
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-LTR-FILE-STATUS.
007400
007500     SELECT LA332L1-RPT-FILE ASSIGN TO LA332RPT
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-RPT-FILE-STATUS.
007800
007900     SELECT OPTIONAL LA332L1-CTL-FILE ASSIGN TO LA332CTL
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-CTL-FILE-STATUS.
008200
008220     SELECT OPTIONAL LA332L1-TIM-FILE ASSIGN TO LA332TIM
008240         ORGANIZATION IS LINE SEQUENTIAL
008260         FILE STATUS IS WS-TIM-FILE-STATUS.
008280
008284     SELECT LA332L1-LAT-FILE ASSIGN TO LA332LAT
008288         ORGANIZATION IS LINE SEQUENTIAL
008292         FILE STATUS IS WS-LAT-FILE-STATUS.
008296
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  LA332L1-ENT-FILE
008600     RECORDING MODE IS F.
008700     COPY LA332A4-ENT.
008800
008900 FD  LA332L1-XRF-FILE.
009000     COPY LA332A4-XREF.
009025
009050 FD  LA332L1-CVAL-FILE.
009075     COPY LA332A4-CVAL.
009100
009200 FD  LA332L1-PARM-FILE
009300     RECORDING MODE IS F.
009400 01  LA332L1-PARM-REC.
009500     05 PARM-REC-TYPE PIC X(001) VALUE SPACES.
009600        88 PARM-CONTROL-REC VALUE 'C'.
009700        88 PARM-TYPE-REC VALUE 'T'.
009800     05 PARM-DATA PIC X(040) VALUE SPACES.
009900     05 PARM-CONTROL-R REDEFINES PARM-DATA.
010000        10 PARM-RUN-DATE PIC 9(008).
010100        10 FILLER PIC X(032).
010200     05 PARM-TYPE-R REDEFINES PARM-DATA.
010300        10 PARM-TRANS-TYPE-TC PIC X(010).
010400        10 PARM-LETTER-CLASS PIC X(001).
010500           88 PARM-CLASS-VALID VALUE 'A' 'B'.
010600        10 FILLER PIC X(029).
010700
010800 FD  LA332L1-LTR-FILE
010900     RECORDING MODE IS F.
011000     COPY LA332A4-LTR.
011100
011200 FD  LA332L1-RPT-FILE
011300     RECORDING MODE IS F.
011400 01  LA332L1-RPT-REC PIC X(133).
011500
011600 FD  LA332L1-CTL-FILE
011700     RECORDING MODE IS F.
011800     COPY LA332A4-CTL.
011900
011920 FD  LA332L1-TIM-FILE
011940     RECORDING MODE IS F.
011960     COPY LA332A4-TIME.
011964
011968 FD  LA332L1-LAT-FILE
011972     RECORDING MODE IS F.
011976     COPY LA332A4-LATE.
011980
012000 WORKING-STORAGE SECTION.
012020 01  WS-STEP-TIMING.
012040     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
012060     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
012080
012100 01  WS-FILE-STATUSES.
012200     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
012300        88 WS-ENT-EOF VALUE '10'.
012400     05 WS-XRF-FILE-STATUS PIC X(002) VALUE SPACES.
012500        88 WS-XRF-OK VALUE '00'.
012600        88 WS-XRF-NOT-FOUND VALUE '35'.
012625     05 WS-CVAL-FILE-STATUS PIC X(002) VALUE SPACES.
012650        88 WS-CVAL-OK VALUE '00'.
012700     05 WS-PARM-FILE-STATUS PIC X(002) VALUE SPACES.
012800        88 WS-PARM-OK VALUE '00'.
012900        88 WS-PARM-EOF VALUE '10'.
013000        88 WS-PARM-NOT-FOUND VALUE '35'.
013100     05 WS-LTR-FILE-STATUS PIC X(002) VALUE SPACES.
013200        88 WS-LTR-OK VALUE '00'.
013300     05 WS-RPT-FILE-STATUS PIC X(002) VALUE SPACES.
013400        88 WS-RPT-OK VALUE '00'.
013500     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
013600        88 WS-CTL-OK VALUE '00'.
013625     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
013650        88 WS-TIM-OK VALUE '00'.
013660     05 WS-LAT-FILE-STATUS PIC X(002) VALUE SPACES.
013670        88 WS-LAT-NOT-FOUND VALUE '35'.
013700
013800 01  WS-SWITCHES.
013900     05 WS-EOF-SW PIC X(001) VALUE 'N'.
014000        88 WS-END-OF-INPUT VALUE 'Y'.
014100     05 WS-PARM-EOF-SW PIC X(001) VALUE 'N'.
014200        88 WS-END-OF-PARMS VALUE 'Y'.
014300     05 WS-TYPE-OVFL-SW PIC X(001) VALUE 'N'.
014400        88 WS-TYPE-TABLE-FULL VALUE 'Y'.
014500     05 WS-CARR-OVFL-SW PIC X(001) VALUE 'N'.
014600        88 WS-CARR-TABLE-FULL VALUE 'Y'.
014700     05 WS-XRF-FOUND-SW PIC X(001) VALUE 'N'.
014800        88 WS-XRF-FOUND VALUE 'Y'.
014900        88 WS-XRF-MISSING VALUE 'N'.
014920     05 WS-LAT-EOF-SW PIC X(001) VALUE 'N'.
014940        88 WS-END-OF-LATE VALUE 'Y'.
014960     05 WS-LATE-OVFL-SW PIC X(001) VALUE 'N'.
014980        88 WS-LATE-TABLE-FULL VALUE 'Y'.
015000
015100 01  WS-CONTROL-FIELDS.
015200     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
015300     05 WS-LETTER-CLASS PIC X(001) VALUE SPACES.
015400        88 WS-ADDRESS-CHANGE VALUE 'A'.
015500        88 WS-RELATION-CHANGE VALUE 'B'.
015600     05 WS-SEARCH-CARRIER PIC X(022) VALUE SPACES.
015700     05 WS-EXC-REASON PIC X(040) VALUE SPACES.
015800
015900 01  WS-SUBSCRIPTS COMP-3.
016000     05 WS-ENTRY-SUB PIC 9(003) VALUE ZERO.
016100     05 WS-TYPE-SUB PIC 9(003) VALUE ZERO.
016200     05 WS-CARR-SUB PIC 9(003) VALUE ZERO.
016300     05 WS-CARR-FOUND-SUB PIC 9(003) VALUE ZERO.
016325     05 WS-LATE-SUB PIC 9(005) VALUE ZERO.
016350     05 WS-LATE-FOUND-SUB PIC 9(005) VALUE ZERO.
016400
016500 01  WS-COUNTERS COMP-3.
016600     05 WS-ENTRY-READ-COUNT PIC 9(007) VALUE ZERO.
016700     05 WS-CHANGE-TXN-COUNT PIC 9(007) VALUE ZERO.
016800     05 WS-LETTER-COUNT PIC 9(007) VALUE ZERO.
016900     05 WS-ADDR-OLD-COUNT PIC 9(007) VALUE ZERO.
017000     05 WS-ADDR-NEW-COUNT PIC 9(007) VALUE ZERO.
017100     05 WS-BENE-COUNT PIC 9(007) VALUE ZERO.
017200     05 WS-NO-PRIOR-COUNT PIC 9(007) VALUE ZERO.
017250     05 WS-LATE-SKIP-COUNT PIC 9(007) VALUE ZERO.
017300     05 WS-TYPE-COUNT PIC 9(003) VALUE ZERO.
017400     05 WS-TYPE-MAX PIC 9(003) VALUE 50.
017500     05 WS-CARR-COUNT PIC 9(003) VALUE ZERO.
017600     05 WS-CARR-MAX PIC 9(003) VALUE 500.
017625     05 WS-LATE-COUNT PIC 9(005) VALUE ZERO.
017650     05 WS-LATE-MAX PIC 9(005) VALUE 5000.
017700
017800*    THE LETTER-BEARING TRANSACTION TYPES OFF THE 'T' PARM
017900*    RECORDS.
018000 01  WS-TYPE-TABLE.
018100     05 WS-TYPE-ENTRY OCCURS 50 TIMES.
018200        10 TT-TRANS-TYPE-TC PIC X(010) VALUE SPACES.
018300        10 TT-LETTER-CLASS PIC X(001) VALUE SPACES.
018400
018500 01  WS-CARRIER-TABLE.
018600     05 WS-CARRIER-ENTRY OCCURS 500 TIMES.
018700        10 CT-CARRIER-CODE PIC X(022) VALUE SPACES.
018800        10 CT-ADDR-OLD-COUNT PIC 9(007) COMP-3 VALUE ZERO.
018900        10 CT-ADDR-NEW-COUNT PIC 9(007) COMP-3 VALUE ZERO.
019000        10 CT-BENE-COUNT PIC 9(007) COMP-3 VALUE ZERO.
019010
019020*    THE RUN DATE'S LA332LAT LATE ARRIVALS: TRANSACTIONS
019030*    LA332B2 DID NOT APPLY TO LA332XRF.
019040 01  WS-LATE-TABLE.
019050     05 WS-LATE-ENTRY OCCURS 5000 TIMES.
019060        10 LT-TRANS-REF-GUID PIC X(036) VALUE SPACES.
019070        10 LT-CYCLE-NO PIC 9(003) VALUE ZERO.
019100
019200 01  WS-PRINT-LINES.
019300     05 WS-HDR1.
019400        10 FILLER PIC X(020) VALUE 'LA332L1'.
019500        10 FILLER PIC X(040) VALUE
019600           'CHANGE-CONFIRMATION LETTER CONTROL'.
019700     05 WS-HDR2.
019800        10 FILLER PIC X(040) VALUE
019900           'LETTERS BY CARRIER AND LETTER TYPE'.
020000     05 WS-HDR3.
020100        10 FILLER PIC X(050) VALUE
020200           'CHANGES LISTED FOR CORRESPONDENCE FOLLOW-UP'.
020300     05 WS-DTL1.
020400        10 FILLER PIC X(010) VALUE 'CARRIER : '.
020500        10 WS-DTL1-CARRIER PIC X(022) VALUE SPACES.
020600        10 FILLER PIC X(011) VALUE ' ADDR OLD:'.
020700        10 WS-DTL1-ADDR-OLD PIC ZZZ,ZZ9.
020800        10 FILLER PIC X(011) VALUE ' ADDR NEW:'.
020900        10 WS-DTL1-ADDR-NEW PIC ZZZ,ZZ9.
021000        10 FILLER PIC X(014) VALUE ' BENEFICIARY:'.
021100        10 WS-DTL1-BENE PIC ZZZ,ZZ9.
021200     05 WS-EXC1.
021300        10 FILLER PIC X(008) VALUE '  GUID:'.
021400        10 WS-EXC1-GUID PIC X(036) VALUE SPACES.
021500        10 FILLER PIC X(010) VALUE ' HOLDING:'.
021600        10 WS-EXC1-HOLDING PIC X(025) VALUE SPACES.
021700        10 FILLER PIC X(008) VALUE ' PARTY:'.
021800        10 WS-EXC1-PARTY PIC X(025) VALUE SPACES.
021900     05 WS-EXC2.
022000        10 FILLER PIC X(008) VALUE SPACES.
022100        10 WS-EXC2-REASON PIC X(040) VALUE SPACES.
022200     05 WS-TOT1.
022300        10 FILLER PIC X(010) VALUE 'TOTAL   : '.
022400        10 FILLER PIC X(022) VALUE SPACES.
022500        10 FILLER PIC X(011) VALUE ' ADDR OLD:'.
022600        10 WS-TOT1-ADDR-OLD PIC ZZZ,ZZ9.
022700        10 FILLER PIC X(011) VALUE ' ADDR NEW:'.
022800        10 WS-TOT1-ADDR-NEW PIC ZZZ,ZZ9.
022900        10 FILLER PIC X(014) VALUE ' BENEFICIARY:'.
023000        10 WS-TOT1-BENE PIC ZZZ,ZZ9.
023100     05 WS-NONE1.
023200        10 FILLER PIC X(010) VALUE '  (NONE)'.
023300     05 WS-NOTYPE1.
023400        10 FILLER PIC X(040) VALUE
023500           'NO LETTER TYPES DEFINED ON LA332L1P'.
023600
023700*    THE TX-LIFE-REQ ENTRY AREA THE PER-ENTRY LOGIC WORKS ON:
023800*    EVERY LA332ENT RECORD IS UNPACKED INTO SLOT 1 OF THE
023900*    EXTRACT RECORD LAYOUT, AS IN THE OTHER LA332ENT READERS.
024000     COPY LA332A4-OUTPUT.
024100
024200 PROCEDURE DIVISION.
024300 0000-MAINLINE.
024325     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
024350     ACCEPT WS-STEP-START-TIME FROM TIME.
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024500     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
024600         UNTIL WS-END-OF-INPUT.
024700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
024800     GOBACK.
024900 0000-EXIT.
025000     EXIT.
025100
025200*****************************************************************
025300*    1000-INITIALIZE - LOAD THE PARAMETERS, OPEN FILES, PRINT   *
025400*    THE HEADER AND PRIME THE INPUT READ. WITHOUT ANY LETTER    *
025500*    TYPES THERE IS NOTHING TO SELECT, SO THE ENTRY FILE IS     *
025600*    NOT READ.                                                  *
025700*****************************************************************
025800 1000-INITIALIZE.
025900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026000     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
026050     PERFORM 1200-LOAD-LATE-ARRIVALS THRU 1200-EXIT.
026100     OPEN INPUT LA332L1-ENT-FILE
026200                LA332L1-XRF-FILE
026250                LA332L1-CVAL-FILE.
026300     OPEN OUTPUT LA332L1-LTR-FILE
026400                 LA332L1-RPT-FILE.
026500     WRITE LA332L1-RPT-REC FROM WS-HDR1.
026600     IF NOT WS-RPT-OK
026700         DISPLAY 'LA332L1 - LA332RPT WRITE FAILED, STATUS: '
026800             WS-RPT-FILE-STATUS
026900         MOVE 16 TO RETURN-CODE
027000         GOBACK
027100     END-IF.
027200     PERFORM 5300-PRINT-BLANK-LINE THRU 5300-EXIT.
027300     IF WS-TYPE-COUNT = ZERO
027400         WRITE LA332L1-RPT-REC FROM WS-NOTYPE1
027500         IF NOT WS-RPT-OK
027600             DISPLAY 'LA332L1 - LA332RPT WRITE FAILED, STATUS: '
027700                 WS-RPT-FILE-STATUS
027800             MOVE 16 TO RETURN-CODE
027900             GOBACK
028000         END-IF
028100         SET WS-END-OF-INPUT TO TRUE
028200     ELSE
028300         WRITE LA332L1-RPT-REC FROM WS-HDR3
028400         IF NOT WS-RPT-OK
028500             DISPLAY 'LA332L1 - LA332RPT WRITE FAILED, STATUS: '
028600                 WS-RPT-FILE-STATUS
028700             MOVE 16 TO RETURN-CODE
028800             GOBACK
028900         END-IF
029000         PERFORM 9000-READ-ENTRY THRU 9000-EXIT
029100     END-IF.
029200 1000-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600*    1100-LOAD-PARMS - 'C' RECORD SETS THE RUN DATE; EACH 'T'   *
029700*    RECORD ADDS ONE LETTER-BEARING TRANSACTION TYPE            *
029800*****************************************************************
029900 1100-LOAD-PARMS.
030000     OPEN INPUT LA332L1-PARM-FILE.
030100     IF WS-PARM-NOT-FOUND
030200         SET WS-END-OF-PARMS TO TRUE
030300     ELSE
030400         PERFORM 9100-READ-PARM THRU 9100-EXIT
030500     END-IF.
030600     PERFORM 1110-LOAD-ONE-PARM THRU 1110-EXIT
030700         UNTIL WS-END-OF-PARMS.
030800     IF NOT WS-PARM-NOT-FOUND
030900         CLOSE LA332L1-PARM-FILE
031000     END-IF.
031100 1100-EXIT.
031200     EXIT.
031300
031400 1110-LOAD-ONE-PARM.
031500     IF PARM-CONTROL-REC
031600         IF PARM-RUN-DATE > ZERO
031700             MOVE PARM-RUN-DATE TO WS-RUN-DATE
031800         END-IF
031900     ELSE
032000         IF PARM-TYPE-REC
032100          AND PARM-TRANS-TYPE-TC NOT = SPACES
032200          AND PARM-CLASS-VALID
032300             IF WS-TYPE-COUNT < WS-TYPE-MAX
032400                 ADD 1 TO WS-TYPE-COUNT
032500                 MOVE PARM-TRANS-TYPE-TC
032600                     TO TT-TRANS-TYPE-TC (WS-TYPE-COUNT)
032700                 MOVE PARM-LETTER-CLASS
032800                     TO TT-LETTER-CLASS (WS-TYPE-COUNT)
032900             ELSE
033000                 SET WS-TYPE-TABLE-FULL TO TRUE
033100             END-IF
033200         END-IF
033300     END-IF.
033400     PERFORM 9100-READ-PARM THRU 9100-EXIT.
033500 1110-EXIT.
033600     EXIT.
033602
033604*****************************************************************
033606*    1200-LOAD-LATE-ARRIVALS - TABLE THE RUN DATE'S LA332LAT    *
033608*    RECORDS, EVERY CYCLE OF THE DAY. NO FILE YET MEANS NO      *
033610*    LATE ARRIVALS HAVE EVER BEEN SEEN                          *
033612*****************************************************************
033614 1200-LOAD-LATE-ARRIVALS.
033616     OPEN INPUT LA332L1-LAT-FILE.
033618     IF NOT WS-LAT-NOT-FOUND
033620         PERFORM 9200-READ-LATE THRU 9200-EXIT
033622         PERFORM 1210-LOAD-ONE-LATE THRU 1210-EXIT
033624             UNTIL WS-END-OF-LATE
033626         CLOSE LA332L1-LAT-FILE
033628     END-IF.
033630 1200-EXIT.
033632     EXIT.
033634
033636 1210-LOAD-ONE-LATE.
033638     IF LATE-RUN-DATE = WS-RUN-DATE
033640         IF WS-LATE-COUNT < WS-LATE-MAX
033642             ADD 1 TO WS-LATE-COUNT
033644             MOVE LATE-IN-TRANS-REF-GUID
033646                 TO LT-TRANS-REF-GUID (WS-LATE-COUNT)
033648             MOVE LATE-CYCLE-NO TO LT-CYCLE-NO (WS-LATE-COUNT)
033650         ELSE
033652             SET WS-LATE-TABLE-FULL TO TRUE
033654         END-IF
033656     END-IF.
033658     PERFORM 9200-READ-LATE THRU 9200-EXIT.
033660 1210-EXIT.
033662     EXIT.
033700
033800*****************************************************************
033900*    2000-PROCESS-ENTRY - SELECT SUCCESSFUL TRANSACTIONS OF A   *
034000*    LETTER-BEARING TYPE AND BUILD THEIR LETTERS, EXCEPT FOR A  *
034050*    LATE ARRIVAL LA332B2 DID NOT APPLY                         *
034100*****************************************************************
034200 2000-PROCESS-ENTRY.
034300     ADD 1 TO WS-ENTRY-READ-COUNT.
034400     MOVE 1 TO TX-LIFE-REQ-CNT OF LA332A4.
034500     MOVE ENT-TX-LIFE-REQ TO TX-LIFE-REQ OF LA332A4 (1).
034600     MOVE 1 TO WS-ENTRY-SUB.
034700     IF RESULT-CODE-SUCCESS (WS-ENTRY-SUB)
034800         PERFORM 2100-FIND-LETTER-CLASS THRU 2100-EXIT
034900         IF WS-ADDRESS-CHANGE OR WS-RELATION-CHANGE
035000             ADD 1 TO WS-CHANGE-TXN-COUNT
035020             PERFORM 2150-FIND-LATE-ARRIVAL THRU 2150-EXIT
035040             IF WS-LATE-FOUND-SUB > ZERO
035060                 PERFORM 5250-PRINT-LATE-ARRIVAL THRU 5250-EXIT
035080             ELSE
035100                 PERFORM 2200-READ-INQUIRY-REC THRU 2200-EXIT
035200                 PERFORM 3000-BUILD-COMMON-FIELDS THRU 3000-EXIT
035300                 IF WS-ADDRESS-CHANGE
035400                     PERFORM 3100-ADDRESS-LETTERS THRU 3100-EXIT
035500                 ELSE
035600                     PERFORM 3200-RELATION-LETTER THRU 3200-EXIT
035700                 END-IF
035750             END-IF
035800         END-IF
035900     END-IF.
036000     PERFORM 9000-READ-ENTRY THRU 9000-EXIT.
036100 2000-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500*    2100-FIND-LETTER-CLASS - LOOK THE ENTRY'S TRANS-TYPE-TC UP *
036600*    IN THE PARAMETER TYPE TABLE; SPACES WHEN IT IS NOT THERE   *
036700*****************************************************************
036800 2100-FIND-LETTER-CLASS.
036900     MOVE SPACES TO WS-LETTER-CLASS.
037000     PERFORM 2110-CHECK-TYPE-ENTRY THRU 2110-EXIT
037100         VARYING WS-TYPE-SUB FROM 1 BY 1
037200         UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
037300         OR WS-LETTER-CLASS NOT = SPACES.
037400 2100-EXIT.
037500     EXIT.
037600
037700 2110-CHECK-TYPE-ENTRY.
037800     IF TT-TRANS-TYPE-TC (WS-TYPE-SUB) =
037900        TRANS-TYPE-TC (WS-ENTRY-SUB)
038000         MOVE TT-LETTER-CLASS (WS-TYPE-SUB) TO WS-LETTER-CLASS
038100     END-IF.
038200 2110-EXIT.
038300     EXIT.
038304
038308*****************************************************************
038312*    2150-FIND-LATE-ARRIVAL - LOOK THE ENTRY UP IN THE LATE-    *
038316*    ARRIVAL TABLE; ZERO WHEN LA332B2 APPLIED IT                *
038320*****************************************************************
038324 2150-FIND-LATE-ARRIVAL.
038328     MOVE ZERO TO WS-LATE-FOUND-SUB.
038332     PERFORM 2160-CHECK-LATE-ENTRY THRU 2160-EXIT
038336         VARYING WS-LATE-SUB FROM 1 BY 1
038340         UNTIL WS-LATE-SUB > WS-LATE-COUNT
038344         OR WS-LATE-FOUND-SUB > ZERO.
038348 2150-EXIT.
038352     EXIT.
038356
038360 2160-CHECK-LATE-ENTRY.
038364     IF LT-TRANS-REF-GUID (WS-LATE-SUB) =
038368        TRANS-REF-GUID (WS-ENTRY-SUB)
038372         MOVE WS-LATE-SUB TO WS-LATE-FOUND-SUB
038376     END-IF.
038380 2160-EXIT.
038384     EXIT.
038400
038500*****************************************************************
038600*    2200-READ-INQUIRY-REC - THE PARTY/HOLDING'S LA332XRF       *
038700*    RECORD, FOR THE ADDRESS AS CORRECTED AND THE PRIOR ADDRESS *
038800*****************************************************************
038900 2200-READ-INQUIRY-REC.
039000     MOVE PARTY-ID (WS-ENTRY-SUB) TO XREF-PARTY-ID.
039100     MOVE HOLDING-ID (WS-ENTRY-SUB) TO XREF-HOLDING-ID.
039200     READ LA332L1-XRF-FILE
039300         INVALID KEY
039400             SET WS-XRF-MISSING TO TRUE
039500         NOT INVALID KEY
039600             SET WS-XRF-FOUND TO TRUE
039700     END-READ.
039800 2200-EXIT.
039900     EXIT.
040000
040100*****************************************************************
040200*    3000-BUILD-COMMON-FIELDS - THE FIELDS EVERY LETTER FOR     *
040300*    THIS TRANSACTION CARRIES. THE CURRENT ADDRESS COMES FROM   *
040400*    THE INQUIRY RECORD WHEN THERE IS ONE (IT REFLECTS ANY      *
040500*    ACCEPTED CORRECTION), OTHERWISE FROM THE ENTRY ITSELF.     *
040600*****************************************************************
040700 3000-BUILD-COMMON-FIELDS.
040800     MOVE SPACES TO LA332A4-LTR-REC.
040900     MOVE WS-RUN-DATE TO LTR-RUN-DATE.
041000     MOVE TRANS-REF-GUID (WS-ENTRY-SUB) TO LTR-TRANS-REF-GUID.
041100     MOVE TRANS-TYPE-TC (WS-ENTRY-SUB) TO LTR-TRANS-TYPE-TC.
041200     MOVE TRANS-EXE-DATE (WS-ENTRY-SUB) TO LTR-TRANS-EXE-DATE.
041300     MOVE CARRIER-CODE (WS-ENTRY-SUB) TO LTR-CARRIER-CODE.
041400     MOVE HOLDING-ID (WS-ENTRY-SUB) TO LTR-HOLDING-ID.
041500     MOVE POLC-NBR (WS-ENTRY-SUB) TO LTR-POLC-NBR.
041600     MOVE PARTY-ID (WS-ENTRY-SUB) TO LTR-PARTY-ID.
041700     MOVE FIRST-NAME (WS-ENTRY-SUB) TO LTR-FIRST-NAME.
041800     MOVE MIDDLE-NAME (WS-ENTRY-SUB) TO LTR-MIDDLE-NAME.
041900     MOVE LAST-NAME (WS-ENTRY-SUB) TO LTR-LAST-NAME.
042000     IF WS-XRF-FOUND
042100         MOVE XREF-ADDR-LINE1 TO LTR-NEW-LINE1
042200         MOVE XREF-ADDR-LINE2 TO LTR-NEW-LINE2
042300         MOVE XREF-ADDR-LINE3 TO LTR-NEW-LINE3
042400         MOVE XREF-ADDR-LINE4 TO LTR-NEW-LINE4
042500         MOVE XREF-ADDR-ZIP TO LTR-NEW-ZIP
042600     ELSE
042700         MOVE LINE1 (WS-ENTRY-SUB) TO LTR-NEW-LINE1
042800         MOVE LINE2 (WS-ENTRY-SUB) TO LTR-NEW-LINE2
042900         MOVE LINE3 (WS-ENTRY-SUB) TO LTR-NEW-LINE3
043000         MOVE LINE4 (WS-ENTRY-SUB) TO LTR-NEW-LINE4
043100         MOVE ZIP (WS-ENTRY-SUB) TO LTR-NEW-ZIP
043200     END-IF.
043300     MOVE CODE-TC (WS-ENTRY-SUB) TO LTR-RELATION-ROLE-TC.
043450     PERFORM 3010-LOOKUP-ROLE-NAME THRU 3010-EXIT.
043500     MOVE RELATED-OBJECT-ID (WS-ENTRY-SUB)
043600         TO LTR-RELATED-OBJECT-ID.
043700 3000-EXIT.
043800     EXIT.
043900
043904*****************************************************************
043908*    3010-LOOKUP-ROLE-NAME - THE LA332CVM MASTER DESCRIPTION OF *
043912*    THE RELATION ROLE, OR THE CARRIER'S OWN TEXT WHEN THE CODE *
043916*    IS NOT ON THE MASTER (OR THE MASTER IS NOT ALLOCATED)      *
043920*****************************************************************
043924 3010-LOOKUP-ROLE-NAME.
043928     MOVE CODE-TC-DESC (WS-ENTRY-SUB) TO LTR-RELATION-ROLE-NAME.
043932     IF CODE-TC (WS-ENTRY-SUB) NOT = SPACES
043936         MOVE 'ROLE' TO CVAL-CODE-TYPE
043940         MOVE CODE-TC (WS-ENTRY-SUB) TO CVAL-CODE-VALUE
043944         READ LA332L1-CVAL-FILE
043948             INVALID KEY
043952                 CONTINUE
043956             NOT INVALID KEY
043960                 MOVE CVAL-DESC TO LTR-RELATION-ROLE-NAME
043964         END-READ
043968     END-IF.
043972 3010-EXIT.
043976     EXIT.
043980
044000*****************************************************************
044100*    3100-ADDRESS-LETTERS - THE NEW-ADDRESS NOTICE ALWAYS; THE  *
044200*    OLD-ADDRESS NOTICE WHEN THIS TRANSACTION IS THE ONE THAT   *
044300*    REPLACED THE PRIOR ADDRESS ON FILE                         *
044400*****************************************************************
044500 3100-ADDRESS-LETTERS.
044600     MOVE SPACES TO WS-EXC-REASON.
044700     IF WS-XRF-MISSING
044800         MOVE 'NO INQUIRY RECORD FOR PARTY/HOLDING'
044900             TO WS-EXC-REASON
045000     ELSE
045100         IF XREF-ADDR-CHANGE-GUID NOT = TRANS-REF-GUID
045200                                        (WS-ENTRY-SUB)
045300          OR XREF-PRIOR-ADDR-LINE1 = SPACES
045400             MOVE 'NO PRIOR ADDRESS KEPT FOR THIS CHANGE'
045500                 TO WS-EXC-REASON
045600         ELSE
045700             MOVE XREF-PRIOR-ADDR-LINE1 TO LTR-PRIOR-LINE1
045800             MOVE XREF-PRIOR-ADDR-LINE2 TO LTR-PRIOR-LINE2
045900             MOVE XREF-PRIOR-ADDR-LINE3 TO LTR-PRIOR-LINE3
046000             MOVE XREF-PRIOR-ADDR-LINE4 TO LTR-PRIOR-LINE4
046100             MOVE XREF-PRIOR-ADDR-ZIP TO LTR-PRIOR-ZIP
046200             IF LTR-PRIOR-ADDR = LTR-NEW-ADDR
046300                 MOVE 'CORRECTED BACK TO THE PRIOR ADDRESS'
046400                     TO WS-EXC-REASON
046500             END-IF
046600         END-IF
046700     END-IF.
046800     IF WS-EXC-REASON = SPACES
046900         SET LTR-ADDR-OLD TO TRUE
047000         MOVE LTR-PRIOR-ADDR TO LTR-MAIL-TO
047100         PERFORM 5000-WRITE-LETTER THRU 5000-EXIT
047200     ELSE
047300         PERFORM 5200-PRINT-NO-PRIOR THRU 5200-EXIT
047400     END-IF.
047500     SET LTR-ADDR-NEW TO TRUE.
047600     MOVE LTR-NEW-ADDR TO LTR-MAIL-TO.
047700     PERFORM 5000-WRITE-LETTER THRU 5000-EXIT.
047800 3100-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200*    3200-RELATION-LETTER - ONE NOTICE TO THE PARTY'S ADDRESS   *
048300*    ON FILE; THE PRIOR/NEW ADDRESS BLOCKS STAY BLANK           *
048400*****************************************************************
048500 3200-RELATION-LETTER.
048600     SET LTR-BENEFICIARY TO TRUE.
048700     MOVE LTR-NEW-ADDR TO LTR-MAIL-TO.
048800     MOVE SPACES TO LTR-NEW-ADDR.
048900     PERFORM 5000-WRITE-LETTER THRU 5000-EXIT.
049000 3200-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400*    5000-WRITE-LETTER - WRITE THE LETTER REQUEST AND COUNT IT  *
049500*    BY TYPE, OVERALL AND FOR ITS CARRIER                       *
049600*****************************************************************
049700 5000-WRITE-LETTER.
049800     WRITE LA332A4-LTR-REC.
049900     IF NOT WS-LTR-OK
050000         DISPLAY 'LA332L1 - LA332LTR WRITE FAILED, STATUS: '
050100             WS-LTR-FILE-STATUS
050200         MOVE 16 TO RETURN-CODE
050300         GOBACK
050400     END-IF.
050500     ADD 1 TO WS-LETTER-COUNT.
050600     MOVE LTR-CARRIER-CODE TO WS-SEARCH-CARRIER.
050700     PERFORM 5100-FIND-CARRIER THRU 5100-EXIT.
050800     EVALUATE TRUE
050900         WHEN LTR-ADDR-OLD
051000             ADD 1 TO WS-ADDR-OLD-COUNT
051100             IF WS-CARR-FOUND-SUB > ZERO
051200                 ADD 1 TO CT-ADDR-OLD-COUNT (WS-CARR-FOUND-SUB)
051300             END-IF
051400         WHEN LTR-ADDR-NEW
051500             ADD 1 TO WS-ADDR-NEW-COUNT
051600             IF WS-CARR-FOUND-SUB > ZERO
051700                 ADD 1 TO CT-ADDR-NEW-COUNT (WS-CARR-FOUND-SUB)
051800             END-IF
051900         WHEN OTHER
052000             ADD 1 TO WS-BENE-COUNT
052100             IF WS-CARR-FOUND-SUB > ZERO
052200                 ADD 1 TO CT-BENE-COUNT (WS-CARR-FOUND-SUB)
052300             END-IF
052400     END-EVALUATE.
052500 5000-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900*    5100-FIND-CARRIER - LOCATE OR ADD WS-SEARCH-CARRIER IN THE *
053000*    SUMMARY TABLE                                              *
053100*****************************************************************
053200 5100-FIND-CARRIER.
053300     MOVE ZERO TO WS-CARR-FOUND-SUB.
053400     PERFORM 5110-SCAN-CARRIER-TABLE THRU 5110-EXIT
053500         VARYING WS-CARR-SUB FROM 1 BY 1
053600         UNTIL WS-CARR-SUB > WS-CARR-COUNT
053700         OR WS-CARR-FOUND-SUB > ZERO.
053800     IF WS-CARR-FOUND-SUB = ZERO
053900         IF WS-CARR-COUNT < WS-CARR-MAX
054000             ADD 1 TO WS-CARR-COUNT
054100             MOVE WS-CARR-COUNT TO WS-CARR-FOUND-SUB
054200             MOVE WS-SEARCH-CARRIER
054300                 TO CT-CARRIER-CODE (WS-CARR-FOUND-SUB)
054400         ELSE
054500             SET WS-CARR-TABLE-FULL TO TRUE
054600         END-IF
054700     END-IF.
054800 5100-EXIT.
054900     EXIT.
055000
055100 5110-SCAN-CARRIER-TABLE.
055200     IF CT-CARRIER-CODE (WS-CARR-SUB) = WS-SEARCH-CARRIER
055300         MOVE WS-CARR-SUB TO WS-CARR-FOUND-SUB
055400     END-IF.
055500 5110-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*    5200-PRINT-NO-PRIOR - LIST AN ADDRESS CHANGE THAT GETS NO  *
056000*    OLD-ADDRESS NOTICE, WITH THE REASON                        *
056100*****************************************************************
056200 5200-PRINT-NO-PRIOR.
056300     ADD 1 TO WS-NO-PRIOR-COUNT.
056310     PERFORM 5210-PRINT-EXCEPTION THRU 5210-EXIT.
056320 5200-EXIT.
056330     EXIT.
056340
056350 5210-PRINT-EXCEPTION.
056400     MOVE TRANS-REF-GUID (WS-ENTRY-SUB) TO WS-EXC1-GUID.
056500     MOVE HOLDING-ID (WS-ENTRY-SUB) TO WS-EXC1-HOLDING.
056600     MOVE PARTY-ID (WS-ENTRY-SUB) TO WS-EXC1-PARTY.
056700     MOVE WS-EXC-REASON TO WS-EXC2-REASON.
056800     WRITE LA332L1-RPT-REC FROM WS-EXC1.
056900     IF NOT WS-RPT-OK
057000         DISPLAY 'LA332L1 - LA332RPT WRITE FAILED, STATUS: '
057100             WS-RPT-FILE-STATUS
057200         MOVE 16 TO RETURN-CODE
057300         GOBACK
057400     END-IF.
057500     WRITE LA332L1-RPT-REC FROM WS-EXC2.
057600     IF NOT WS-RPT-OK
057700         DISPLAY 'LA332L1 - LA332RPT WRITE FAILED, STATUS: '
057800             WS-RPT-FILE-STATUS
057900         MOVE 16 TO RETURN-CODE
058000         GOBACK
058100     END-IF.
058200 5210-EXIT.
058300     EXIT.
058305
058310*****************************************************************
058315*    5250-PRINT-LATE-ARRIVAL - LIST A CHANGE THAT GETS NO       *
058320*    LETTER BECAUSE LA332B2 LEFT IT OFF LA332XRF AS A LATE      *
058322*    ARRIVAL                                                    *
058325*****************************************************************
058330 5250-PRINT-LATE-ARRIVAL.
058335     ADD 1 TO WS-LATE-SKIP-COUNT.
058340     MOVE SPACES TO WS-EXC-REASON.
058345     STRING 'LATE ARRIVAL, NOT APPLIED (CYCLE '
058350            LT-CYCLE-NO (WS-LATE-FOUND-SUB)
058355            ')' DELIMITED BY SIZE
058360         INTO WS-EXC-REASON.
058365     PERFORM 5210-PRINT-EXCEPTION THRU 5210-EXIT.
058370 5250-EXIT.
058375     EXIT.
058400
058500 5300-PRINT-BLANK-LINE.
058600     WRITE LA332L1-RPT-REC FROM SPACES.
058700     IF NOT WS-RPT-OK
058800         DISPLAY 'LA332L1 - LA332RPT WRITE FAILED, STATUS: '
058900             WS-RPT-FILE-STATUS
059000         MOVE 16 TO RETURN-CODE
059100         GOBACK
059200     END-IF.
059300 5300-EXIT.
059400     EXIT.
059500
059600 5400-PRINT-CARRIER-LINE.
059700     MOVE CT-CARRIER-CODE (WS-CARR-SUB) TO WS-DTL1-CARRIER.
059800     MOVE CT-ADDR-OLD-COUNT (WS-CARR-SUB) TO WS-DTL1-ADDR-OLD.
059900     MOVE CT-ADDR-NEW-COUNT (WS-CARR-SUB) TO WS-DTL1-ADDR-NEW.
060000     MOVE CT-BENE-COUNT (WS-CARR-SUB) TO WS-DTL1-BENE.
060100     WRITE LA332L1-RPT-REC FROM WS-DTL1.
060200     IF NOT WS-RPT-OK
060300         DISPLAY 'LA332L1 - LA332RPT WRITE FAILED, STATUS: '
060400             WS-RPT-FILE-STATUS
060500         MOVE 16 TO RETURN-CODE
060600         GOBACK
060700     END-IF.
060800 5400-EXIT.
060900     EXIT.
061000
061100*****************************************************************
061200*    8000-TERMINATE - PRINT THE LETTER COUNTS BY CARRIER AND    *
061300*    TYPE, CLOSE FILES AND APPEND THE CONTROL-TOTAL RECORD      *
061400*****************************************************************
061500 8000-TERMINATE.
061600     IF WS-TYPE-COUNT > ZERO
061700         IF WS-NO-PRIOR-COUNT = ZERO
061750          AND WS-LATE-SKIP-COUNT = ZERO
061800             WRITE LA332L1-RPT-REC FROM WS-NONE1
061900             IF NOT WS-RPT-OK
062000                 DISPLAY 'LA332L1 - LA332RPT WRITE FAILED, '
062100                     'STATUS: ' WS-RPT-FILE-STATUS
062200                 MOVE 16 TO RETURN-CODE
062300                 GOBACK
062400             END-IF
062500         END-IF
062600         PERFORM 5300-PRINT-BLANK-LINE THRU 5300-EXIT
062700         WRITE LA332L1-RPT-REC FROM WS-HDR2
062800         IF NOT WS-RPT-OK
062900             DISPLAY 'LA332L1 - LA332RPT WRITE FAILED, STATUS: '
063000                 WS-RPT-FILE-STATUS
063100             MOVE 16 TO RETURN-CODE
063200             GOBACK
063300         END-IF
063400         IF WS-CARR-COUNT = ZERO
063500             WRITE LA332L1-RPT-REC FROM WS-NONE1
063600             IF NOT WS-RPT-OK
063700                 DISPLAY 'LA332L1 - LA332RPT WRITE FAILED, '
063800                     'STATUS: ' WS-RPT-FILE-STATUS
063900                 MOVE 16 TO RETURN-CODE
064000                 GOBACK
064100             END-IF
064200         ELSE
064300             PERFORM 5400-PRINT-CARRIER-LINE THRU 5400-EXIT
064400                 VARYING WS-CARR-SUB FROM 1 BY 1
064500                 UNTIL WS-CARR-SUB > WS-CARR-COUNT
064600         END-IF
064700         PERFORM 5300-PRINT-BLANK-LINE THRU 5300-EXIT
064800         MOVE WS-ADDR-OLD-COUNT TO WS-TOT1-ADDR-OLD
064900         MOVE WS-ADDR-NEW-COUNT TO WS-TOT1-ADDR-NEW
065000         MOVE WS-BENE-COUNT TO WS-TOT1-BENE
065100         WRITE LA332L1-RPT-REC FROM WS-TOT1
065200         IF NOT WS-RPT-OK
065300             DISPLAY 'LA332L1 - LA332RPT WRITE FAILED, STATUS: '
065400                 WS-RPT-FILE-STATUS
065500             MOVE 16 TO RETURN-CODE
065600             GOBACK
065700         END-IF
065800     END-IF.
065900     CLOSE LA332L1-ENT-FILE
066000           LA332L1-XRF-FILE
066050           LA332L1-CVAL-FILE
066100           LA332L1-LTR-FILE
066200           LA332L1-RPT-FILE.
066300     IF WS-TYPE-TABLE-FULL
066400         DISPLAY 'LA332L1 - LETTER TYPE TABLE FULL, SOME '
066500             'LA332L1P TYPES IGNORED'
066600     END-IF.
066700     IF WS-CARR-TABLE-FULL
066800         DISPLAY 'LA332L1 - CARRIER SUMMARY TABLE FULL, SOME '
066900             'CARRIERS NOT SUMMARIZED'
067000     END-IF.
067020     IF WS-LATE-TABLE-FULL
067040         DISPLAY 'LA332L1 - LATE-ARRIVAL TABLE FULL, SOME '
067060             'LA332LAT RECORDS IGNORED'
067080     END-IF.
067100     DISPLAY 'LA332L1 - ENTRY RECS READ      : '
067200         WS-ENTRY-READ-COUNT.
067300     DISPLAY 'LA332L1 - CHANGE TRANSACTIONS  : '
067400         WS-CHANGE-TXN-COUNT.
067500     DISPLAY 'LA332L1 - OLD-ADDRESS LETTERS  : '
067600         WS-ADDR-OLD-COUNT.
067700     DISPLAY 'LA332L1 - NEW-ADDRESS LETTERS  : '
067800         WS-ADDR-NEW-COUNT.
067900     DISPLAY 'LA332L1 - BENEFICIARY LETTERS  : '
068000         WS-BENE-COUNT.
068100     DISPLAY 'LA332L1 - NO PRIOR ADDRESS     : '
068200         WS-NO-PRIOR-COUNT.
068225     DISPLAY 'LA332L1 - LATE, NOT APPLIED    : '
068250         WS-LATE-SKIP-COUNT.
068300     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
068400 8000-EXIT.
068500     EXIT.
068600
068700*****************************************************************
068800*    9000-READ-ENTRY - READ THE NEXT LA332ENT ENTRY RECORD      *
068900*****************************************************************
069000 9000-READ-ENTRY.
069100     READ LA332L1-ENT-FILE
069200         AT END
069300             SET WS-END-OF-INPUT TO TRUE
069400     END-READ.
069500 9000-EXIT.
069600     EXIT.
069700
069800 9100-READ-PARM.
069900     READ LA332L1-PARM-FILE
070000         AT END
070100             SET WS-END-OF-PARMS TO TRUE
070200     END-READ.
070300 9100-EXIT.
070400     EXIT.
070405
070410*****************************************************************
070415*    9200-READ-LATE - READ THE NEXT LA332LAT RECORD             *
070420*****************************************************************
070425 9200-READ-LATE.
070430     READ LA332L1-LAT-FILE
070435         AT END
070440             SET WS-END-OF-LATE TO TRUE
070445     END-READ.
070450 9200-EXIT.
070455     EXIT.
070500
070600*****************************************************************
070700*    9900-WRITE-CONTROL-TOTALS - APPEND THIS RUN'S COUNTS TO     *
070800*    THE SHARED LA332CTL CONTROL FILE FOR THE LA332B9 BALANCING  *
070900*    STEP AT THE END OF THE STREAM                               *
071000*****************************************************************
071100 9900-WRITE-CONTROL-TOTALS.
071200     OPEN EXTEND LA332L1-CTL-FILE.
071300     MOVE 'LA332L1 ' TO CTL-PROGRAM-ID.
071400     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
071500     MOVE ZERO TO CTL-CYCLE-NO.
071600     MOVE WS-ENTRY-READ-COUNT TO CTL-RECS-READ.
071700     MOVE WS-LETTER-COUNT TO CTL-RECS-WRITTEN.
071800     MOVE WS-ENTRY-READ-COUNT TO CTL-ENTRIES-SCANNED.
071900     MOVE ZERO TO CTL-OVFL-MERGED.
072000     WRITE LA332A4-CTL-REC.
072100     IF NOT WS-CTL-OK
072200         DISPLAY 'LA332L1 - LA332CTL WRITE FAILED, STATUS: '
072300             WS-CTL-FILE-STATUS
072400         MOVE 16 TO RETURN-CODE
072500         GOBACK
072600     END-IF.
072700     CLOSE LA332L1-CTL-FILE.
072750     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
072800 9900-EXIT.
072900     EXIT.
073000
073100*****************************************************************
073200*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
073300*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
073400*    LA332T1 BATCH-WINDOW REPORT                                 *
073500*****************************************************************
073600 9960-WRITE-STEP-TIMING.
073700     OPEN EXTEND LA332L1-TIM-FILE.
073800     MOVE 'LA332L1 ' TO TIM-PROGRAM-ID.
073900     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
074000     MOVE ZERO TO TIM-CYCLE-NO.
074100     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
074200     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
074300     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
074400     ACCEPT TIM-END-TIME FROM TIME.
074500     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
074600     WRITE LA332A4-TIME-REC.
074700     IF NOT WS-TIM-OK
074800         DISPLAY 'LA332L1 - LA332TIM WRITE FAILED, STATUS: '
074900             WS-TIM-FILE-STATUS
075000     END-IF.
075100     CLOSE LA332L1-TIM-FILE.
075200 9960-EXIT.
075300     EXIT.
