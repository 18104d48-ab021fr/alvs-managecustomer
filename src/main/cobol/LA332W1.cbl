000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LA332W1.
000300 AUTHOR. D-SYSTEMS.
000400 INSTALLATION. ALVS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    LA332W1 - SANCTIONS WATCHLIST WEEKLY LOAD                  *
001000*                                                               *
001100*    RUNS ONCE A WEEK, AFTER COMPLIANCE RECEIVES THE VENDOR'S   *
001200*    CONSOLIDATED SANCTIONS WATCHLIST (OFAC SDN AND THE OTHER   *
001300*    LISTS WE SUBSCRIBE TO) AS A FLAT FILE (LA332WLV). THE RUN  *
001400*    REBUILDS THE KEYED LA332WLS WATCHLIST REFERENCE FROM       *
001500*    SCRATCH, ONE RECORD PER LISTED INDIVIDUAL, SO A PERSON     *
001600*    DROPPED FROM THE LIST DROPS OFF OUR REFERENCE THE SAME     *
001700*    WEEK. NAMES ARE FOLDED TO UPPER CASE AND THE LISTED BIRTH  *
001800*    DATE IS NORMALIZED TO CCYYMMDD (THE VENDOR SENDS EITHER    *
001900*    MM/DD/CCYY OR CCYY-MM-DD) SO THE NIGHTLY LA332W2 SCREEN    *
002000*    COMPARES LIKE WITH LIKE. A LISTING WITH NO LAST NAME       *
002100*    CANNOT BE SCREENED AGAINST AND IS COUNTED AND SKIPPED; A   *
002200*    REPEATED LAST-NAME/ENTRY-ID PAIR KEEPS THE FIRST LISTING.  *
002300*                                                               *
002400*    MODIFICATION HISTORY.                                      *
002500*    DATE       INIT  DESCRIPTION                                *
002600*    10/15/2026 DSY   ORIGINAL PROGRAM.                          *
002625*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
002650*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-Z15.
003100 OBJECT-COMPUTER. IBM-Z15.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT LA332W1-WLV-FILE ASSIGN TO LA332WLV
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-WLV-FILE-STATUS.
003700
003800     SELECT LA332W1-WLS-FILE ASSIGN TO LA332WLS
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS WLST-KEY
004200         FILE STATUS IS WS-WLS-FILE-STATUS.
004300
004400     SELECT OPTIONAL LA332W1-CTL-FILE ASSIGN TO LA332CTL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CTL-FILE-STATUS.
004700
004720     SELECT OPTIONAL LA332W1-TIM-FILE ASSIGN TO LA332TIM
004740         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS WS-TIM-FILE-STATUS.
004780
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  LA332W1-WLV-FILE
005100     RECORDING MODE IS F.
005200 01  LA332W1-WLV-REC.
005300     05 WLV-ENTRY-ID PIC X(010) VALUE SPACES.
005400     05 WLV-LIST-CODE PIC X(010) VALUE SPACES.
005500     05 WLV-LAST-NAME PIC X(060) VALUE SPACES.
005600     05 WLV-FIRST-NAME PIC X(060) VALUE SPACES.
005700     05 WLV-BIRTH-DATE PIC X(010) VALUE SPACES.
005800     05 WLV-BIRTH-COUNTRY-TC PIC X(010) VALUE SPACES.
005900
006000 FD  LA332W1-WLS-FILE.
006100     COPY LA332A4-WLST.
006200
006300 FD  LA332W1-CTL-FILE
006400     RECORDING MODE IS F.
006500     COPY LA332A4-CTL.
006600
006620 FD  LA332W1-TIM-FILE
006640     RECORDING MODE IS F.
006660     COPY LA332A4-TIME.
006680
006700 WORKING-STORAGE SECTION.
006720 01  WS-STEP-TIMING.
006740     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
006760     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
006780
006800 01  WS-FILE-STATUSES.
006900     05 WS-WLV-FILE-STATUS PIC X(002) VALUE SPACES.
007000        88 WS-WLV-EOF VALUE '10'.
007100        88 WS-WLV-NOT-FOUND VALUE '35'.
007200     05 WS-WLS-FILE-STATUS PIC X(002) VALUE SPACES.
007300        88 WS-WLS-OK VALUE '00'.
007400        88 WS-WLS-DUPLICATE-KEY VALUE '22'.
007500     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
007600        88 WS-CTL-OK VALUE '00'.
007625     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
007650        88 WS-TIM-OK VALUE '00'.
007700
007800 01  WS-SWITCHES.
007900     05 WS-EOF-SW PIC X(001) VALUE 'N'.
008000        88 WS-END-OF-INPUT VALUE 'Y'.
008100
008200 01  WS-CONTROL-FIELDS.
008300     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
008400     05 WS-LOWER-CASE PIC X(026) VALUE
008500        'abcdefghijklmnopqrstuvwxyz'.
008600     05 WS-UPPER-CASE PIC X(026) VALUE
008700        'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
008800
008900 01  WS-DATE-TIME-WORK.
009000     05 WS-WRK-DATE-TEXT PIC X(010) VALUE SPACES.
009100     05 WS-WRK-DATE-NUM PIC 9(008) VALUE ZERO.
009200     05 WS-WRK-CCYY PIC 9(004) VALUE ZERO.
009300     05 WS-WRK-MM PIC 9(002) VALUE ZERO.
009400     05 WS-WRK-DD PIC 9(002) VALUE ZERO.
009500
009600 01  WS-COUNTERS COMP-3.
009700     05 WS-WLV-READ-COUNT PIC 9(007) VALUE ZERO.
009800     05 WS-WLS-LOADED-COUNT PIC 9(007) VALUE ZERO.
009900     05 WS-NO-NAME-COUNT PIC 9(007) VALUE ZERO.
010000     05 WS-DUP-LISTING-COUNT PIC 9(007) VALUE ZERO.
010100     05 WS-NO-DOB-COUNT PIC 9(007) VALUE ZERO.
010200
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
010425     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
010450     ACCEPT WS-STEP-START-TIME FROM TIME.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     PERFORM 2000-LOAD-LISTING THRU 2000-EXIT
010700         UNTIL WS-END-OF-INPUT.
010800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010900     GOBACK.
011000 0000-EXIT.
011100     EXIT.
011200
011300*****************************************************************
011400*    1000-INITIALIZE - OPEN FILES AND PRIME THE VENDOR READ.    *
011500*    A MISSING VENDOR FILE STOPS THE RUN BEFORE THE REFERENCE   *
011600*    IS EMPTIED, SO LAST WEEK'S LIST STAYS IN FORCE.            *
011700*****************************************************************
011800 1000-INITIALIZE.
011900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012000     OPEN INPUT LA332W1-WLV-FILE.
012100     IF WS-WLV-NOT-FOUND
012200         DISPLAY 'LA332W1 - LA332WLV NOT FOUND, STATUS: '
012300             WS-WLV-FILE-STATUS
012400         MOVE 16 TO RETURN-CODE
012500         GOBACK
012600     END-IF.
012700     OPEN OUTPUT LA332W1-WLS-FILE.
012800     PERFORM 9000-READ-VENDOR THRU 9000-EXIT.
012900 1000-EXIT.
013000     EXIT.
013100
013200*****************************************************************
013300*    2000-LOAD-LISTING - FOLD ONE VENDOR LISTING TO UPPER CASE, *
013400*    NORMALIZE ITS BIRTH DATE AND ADD IT TO THE REFERENCE       *
013500*****************************************************************
013600 2000-LOAD-LISTING.
013700     ADD 1 TO WS-WLV-READ-COUNT.
013800     IF WLV-LAST-NAME = SPACES
013900         ADD 1 TO WS-NO-NAME-COUNT
014000     ELSE
014100         PERFORM 2100-BUILD-REFERENCE-REC THRU 2100-EXIT
014200         WRITE LA332A4-WLST-REC
014300             INVALID KEY
014400                 ADD 1 TO WS-DUP-LISTING-COUNT
014500             NOT INVALID KEY
014600                 ADD 1 TO WS-WLS-LOADED-COUNT
014700         END-WRITE
014800         IF NOT WS-WLS-OK
014900          AND NOT WS-WLS-DUPLICATE-KEY
015000             DISPLAY 'LA332W1 - LA332WLS WRITE FAILED, STATUS: '
015100                 WS-WLS-FILE-STATUS
015200             MOVE 16 TO RETURN-CODE
015300             GOBACK
015400         END-IF
015500     END-IF.
015600     PERFORM 9000-READ-VENDOR THRU 9000-EXIT.
015700 2000-EXIT.
015800     EXIT.
015900
016000 2100-BUILD-REFERENCE-REC.
016100     MOVE WLV-LAST-NAME TO WLST-LAST-NAME.
016200     MOVE WLV-ENTRY-ID TO WLST-ENTRY-ID.
016300     MOVE WLV-LIST-CODE TO WLST-LIST-CODE.
016400     MOVE WLV-FIRST-NAME TO WLST-FIRST-NAME.
016500     MOVE WLV-BIRTH-DATE TO WLST-BIRTH-DATE.
016600     MOVE WLV-BIRTH-COUNTRY-TC TO WLST-BIRTH-COUNTRY-TC.
016700     MOVE WS-RUN-DATE TO WLST-LOAD-DATE.
016800     INSPECT WLST-LAST-NAME
016900         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
017000     INSPECT WLST-FIRST-NAME
017100         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
017200     INSPECT WLST-BIRTH-COUNTRY-TC
017300         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
017400     MOVE WLV-BIRTH-DATE TO WS-WRK-DATE-TEXT.
017500     PERFORM 9050-NORMALIZE-DATE THRU 9050-EXIT.
017600     MOVE WS-WRK-DATE-NUM TO WLST-BIRTH-DATE-NUM.
017700     IF WS-WRK-DATE-NUM = ZERO
017800         ADD 1 TO WS-NO-DOB-COUNT
017900     END-IF.
018000 2100-EXIT.
018100     EXIT.
018200
018300*****************************************************************
018400*    8000-TERMINATE - CLOSE FILES, REPORT COUNTS AND APPEND     *
018500*    THE CONTROL-TOTAL RECORD                                   *
018600*****************************************************************
018700 8000-TERMINATE.
018800     CLOSE LA332W1-WLV-FILE
018900           LA332W1-WLS-FILE.
019000     DISPLAY 'LA332W1 - VENDOR LISTINGS READ  : '
019100         WS-WLV-READ-COUNT.
019200     DISPLAY 'LA332W1 - LISTINGS LOADED       : '
019300         WS-WLS-LOADED-COUNT.
019400     DISPLAY 'LA332W1 - SKIPPED, NO LAST NAME : '
019500         WS-NO-NAME-COUNT.
019600     DISPLAY 'LA332W1 - SKIPPED, DUPLICATE KEY: '
019700         WS-DUP-LISTING-COUNT.
019800     DISPLAY 'LA332W1 - LOADED WITHOUT DOB    : '
019900         WS-NO-DOB-COUNT.
020000     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
020100 8000-EXIT.
020200     EXIT.
020300
020400*****************************************************************
020500*    9000-READ-VENDOR - READ THE NEXT LA332WLV VENDOR LISTING   *
020600*****************************************************************
020700 9000-READ-VENDOR.
020800     READ LA332W1-WLV-FILE
020900         AT END
021000             SET WS-END-OF-INPUT TO TRUE
021100     END-READ.
021200 9000-EXIT.
021300     EXIT.
021400
021500*****************************************************************
021600*    9050-NORMALIZE-DATE - DERIVE CCYYMMDD FROM THE TEXT DATE   *
021700*    IN WS-WRK-DATE-TEXT, WHICH ARRIVES AS EITHER MM/DD/CCYY OR *
021800*    CCYY-MM-DD. AN UNRECOGNIZED LAYOUT LEAVES WS-WRK-DATE-NUM  *
021900*    ZERO.                                                      *
022000*****************************************************************
022100 9050-NORMALIZE-DATE.
022200     MOVE ZERO TO WS-WRK-DATE-NUM.
022300     IF WS-WRK-DATE-TEXT (3:1) = '/'
022400         PERFORM 9060-NORMALIZE-DATE-SLASH THRU 9060-EXIT
022500     ELSE
022600         IF WS-WRK-DATE-TEXT (5:1) = '-'
022700             PERFORM 9070-NORMALIZE-DATE-DASH THRU 9070-EXIT
022800         END-IF
022900     END-IF.
023000 9050-EXIT.
023100     EXIT.
023200
023300*****************************************************************
023400*    9060-NORMALIZE-DATE-SLASH - CONVERT MM/DD/CCYY TO CCYYMMDD *
023500*****************************************************************
023600 9060-NORMALIZE-DATE-SLASH.
023700     IF WS-WRK-DATE-TEXT (1:2) IS NUMERIC
023800      AND WS-WRK-DATE-TEXT (4:2) IS NUMERIC
023900      AND WS-WRK-DATE-TEXT (6:1) = '/'
024000      AND WS-WRK-DATE-TEXT (7:4) IS NUMERIC
024100         MOVE WS-WRK-DATE-TEXT (1:2) TO WS-WRK-MM
024200         MOVE WS-WRK-DATE-TEXT (4:2) TO WS-WRK-DD
024300         MOVE WS-WRK-DATE-TEXT (7:4) TO WS-WRK-CCYY
024400         COMPUTE WS-WRK-DATE-NUM =
024500             WS-WRK-CCYY * 10000 + WS-WRK-MM * 100 + WS-WRK-DD
024600     END-IF.
024700 9060-EXIT.
024800     EXIT.
024900
025000*****************************************************************
025100*    9070-NORMALIZE-DATE-DASH - CONVERT CCYY-MM-DD TO CCYYMMDD  *
025200*****************************************************************
025300 9070-NORMALIZE-DATE-DASH.
025400     IF WS-WRK-DATE-TEXT (1:4) IS NUMERIC
025500      AND WS-WRK-DATE-TEXT (6:2) IS NUMERIC
025600      AND WS-WRK-DATE-TEXT (8:1) = '-'
025700      AND WS-WRK-DATE-TEXT (9:2) IS NUMERIC
025800         MOVE WS-WRK-DATE-TEXT (1:4) TO WS-WRK-CCYY
025900         MOVE WS-WRK-DATE-TEXT (6:2) TO WS-WRK-MM
026000         MOVE WS-WRK-DATE-TEXT (9:2) TO WS-WRK-DD
026100         COMPUTE WS-WRK-DATE-NUM =
026200             WS-WRK-CCYY * 10000 + WS-WRK-MM * 100 + WS-WRK-DD
026300     END-IF.
026400 9070-EXIT.
026500     EXIT.
026600
026700*****************************************************************
026800*    9900-WRITE-CONTROL-TOTALS - APPEND THIS RUN'S COUNTS TO     *
026900*    THE SHARED LA332CTL CONTROL FILE FOR THE LA332B9 BALANCING  *
027000*    STEP AT THE END OF THE STREAM                               *
027100*****************************************************************
027200 9900-WRITE-CONTROL-TOTALS.
027300     OPEN EXTEND LA332W1-CTL-FILE.
027400     MOVE 'LA332W1 ' TO CTL-PROGRAM-ID.
027500     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
027600     MOVE ZERO TO CTL-CYCLE-NO.
027700     MOVE WS-WLV-READ-COUNT TO CTL-RECS-READ.
027800     MOVE WS-WLS-LOADED-COUNT TO CTL-RECS-WRITTEN.
027900     MOVE ZERO TO CTL-ENTRIES-SCANNED.
028000     MOVE ZERO TO CTL-OVFL-MERGED.
028100     WRITE LA332A4-CTL-REC.
028200     IF NOT WS-CTL-OK
028300         DISPLAY 'LA332W1 - LA332CTL WRITE FAILED, STATUS: '
028400             WS-CTL-FILE-STATUS
028500         MOVE 16 TO RETURN-CODE
028600         GOBACK
028700     END-IF.
028800     CLOSE LA332W1-CTL-FILE.
028850     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
028900 9900-EXIT.
029000     EXIT.
029100
029200*****************************************************************
029300*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
029400*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
029500*    LA332T1 BATCH-WINDOW REPORT                                 *
029600*****************************************************************
029700 9960-WRITE-STEP-TIMING.
029800     OPEN EXTEND LA332W1-TIM-FILE.
029900     MOVE 'LA332W1 ' TO TIM-PROGRAM-ID.
030000     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
030100     MOVE ZERO TO TIM-CYCLE-NO.
030200     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
030300     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
030400     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
030500     ACCEPT TIM-END-TIME FROM TIME.
030600     MOVE WS-WLV-READ-COUNT TO TIM-VOLUME.
030700     WRITE LA332A4-TIME-REC.
030800     IF NOT WS-TIM-OK
030900         DISPLAY 'LA332W1 - LA332TIM WRITE FAILED, STATUS: '
031000             WS-TIM-FILE-STATUS
031100     END-IF.
031200     CLOSE LA332W1-TIM-FILE.
031300 9960-EXIT.
031400     EXIT.
