000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LA332W2.
000300 AUTHOR. D-SYSTEMS.
000400 INSTALLATION. ALVS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    LA332W2 - NIGHTLY SANCTIONS WATCHLIST SCREENING            *
001000*                                                               *
001100*    SCREENS EVERY PARTY WE HOLD AGAINST THE LA332WLS SANCTIONS *
001200*    WATCHLIST REFERENCE THAT LA332W1 LOADS EACH WEEK:          *
001300*                                                               *
001400*       1. COMPLIANCE'S DISPOSITIONS SINCE THE LAST RUN         *
001500*          (LA332WDS) ARE APPLIED TO THE LA332HIT HIT FILE      *
001600*          FIRST - CLEARED AS A FALSE POSITIVE, CONFIRMED AS A  *
001700*          TRUE MATCH, OR PUT BACK ON THE OPEN QUEUE. A         *
001800*          DISPOSITION FOR A HIT WE NEVER RAISED PRINTS ON THE  *
001900*          UNMATCHED-DISPOSITION LIST.                          *
002000*       2. THE PERSON GROUP OF EVERY TX-LIFE-REQ ENTRY ON THE   *
002100*          LA332ENT ENTRY FILE IS SCREENED, THEN EVERY RECORD   *
002200*          ON THE LA332XRF INQUIRY FILE, SO A PARTY WHO HAS NOT *
002300*          TRANSACTED IN MONTHS IS STILL CAUGHT THE NIGHT THEY  *
002400*          ARE ADDED TO A LIST. EACH PARTY'S LAST NAME IS       *
002500*          LOOKED UP ON THE REFERENCE AND EVERY LISTING SHARING *
002600*          IT IS SCORED 1 TO 4: ONE FOR THE LAST NAME, PLUS ONE *
002700*          EACH WHEN FIRST NAME, BIRTH DATE (COMPARED AS        *
002800*          CCYYMMDD, WHATEVER LAYOUT EITHER SIDE SENT) AND      *
002900*          BIRTH COUNTRY AGREE. THE INQUIRY FILE CARRIES NO     *
003000*          BIRTH COUNTRY, SO A PARTY SEEN ONLY THERE SCORES AT  *
003100*          MOST 3. A SCORE AT OR ABOVE THE PARAMETER MINIMUM    *
003200*          (LA332W2P, DEFAULT 2) IS A POTENTIAL HIT.            *
003300*       3. A POTENTIAL HIT IS RECORDED ON LA332HIT KEYED BY     *
003400*          PARTY-ID/WATCHLIST ENTRY-ID AND PRINTED WITH ITS     *
003500*          PARTY-ID, HOLDING-ID, CARRIER-CODE AND MATCH         *
003600*          STRENGTH. A HIT COMPLIANCE HAS ALREADY CLEARED IS    *
003700*          NOT REPORTED AGAIN WHILE THE PARTY'S NAME AND BIRTH  *
003800*          DATE STAY AS THEY WERE WHEN IT WAS CLEARED; IF       *
003900*          EITHER HAS CHANGED THE HIT IS REOPENED AS NEW.       *
004000*          OPEN AND CONFIRMED HITS PRINT EVERY NIGHT THE PARTY  *
004100*          IS STILL ON FILE.                                    *
004200*                                                               *
004300*    THE SAME PARTY/LISTING PAIR IS ONLY PROCESSED ONCE PER     *
004400*    RUN, HOWEVER MANY HOLDINGS OR TRANSACTIONS IT APPEARS ON.  *
004500*    THE RUN ENDS WITH RETURN-CODE 4 WHEN ANY NEW OR REOPENED   *
004600*    (THAT IS, NEW UNDISPOSITIONED) HIT WAS RAISED, SO THE      *
004700*    SCHEDULER CAN PAGE COMPLIANCE THE SAME NIGHT.              *
004800*                                                               *
004900*    MODIFICATION HISTORY.                                      *
005000*    DATE       INIT  DESCRIPTION                                *
005100*    10/15/2026 DSY   ORIGINAL PROGRAM.                          *
005125*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
005150*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER. IBM-Z15.
005600 OBJECT-COMPUTER. IBM-Z15.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT LA332W2-ENT-FILE ASSIGN TO LA332ENT
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-ENT-FILE-STATUS.
006200
006300     SELECT LA332W2-XRF-FILE ASSIGN TO LA332XRF
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS XREF-KEY
006700         ALTERNATE RECORD KEY IS XREF-HOLDING-ID
006800             WITH DUPLICATES
006900         FILE STATUS IS WS-XRF-FILE-STATUS.
007000
007100     SELECT LA332W2-WLS-FILE ASSIGN TO LA332WLS
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS WLST-KEY
007500         FILE STATUS IS WS-WLS-FILE-STATUS.
007600
007700     SELECT OPTIONAL LA332W2-HIT-FILE ASSIGN TO LA332HIT
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS WHIT-KEY
008100         FILE STATUS IS WS-HIT-FILE-STATUS.
008200
008300     SELECT LA332W2-DSP-FILE ASSIGN TO LA332WDS
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-DSP-FILE-STATUS.
008600
008700     SELECT LA332W2-PARM-FILE ASSIGN TO LA332W2P
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-PARM-FILE-STATUS.
009000
009100     SELECT LA332W2-RPT-FILE ASSIGN TO LA332RPT
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-RPT-FILE-STATUS.
009400
009500     SELECT OPTIONAL LA332W2-CTL-FILE ASSIGN TO LA332CTL
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-CTL-FILE-STATUS.
009800
009820     SELECT OPTIONAL LA332W2-TIM-FILE ASSIGN TO LA332TIM
009840         ORGANIZATION IS LINE SEQUENTIAL
009860         FILE STATUS IS WS-TIM-FILE-STATUS.
009880
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  LA332W2-ENT-FILE
010200     RECORDING MODE IS F.
010300     COPY LA332A4-ENT.
010400
010500 FD  LA332W2-XRF-FILE.
010600     COPY LA332A4-XREF.
010700
010800 FD  LA332W2-WLS-FILE.
010900     COPY LA332A4-WLST.
011000
011100 FD  LA332W2-HIT-FILE.
011200     COPY LA332A4-WHIT.
011300
011400 FD  LA332W2-DSP-FILE
011500     RECORDING MODE IS F.
011600     COPY LA332A4-WDSP.
011700
011800 FD  LA332W2-PARM-FILE
011900     RECORDING MODE IS F.
012000 01  LA332W2-PARM-REC.
012100     05 PARM-RUN-DATE PIC 9(008) VALUE ZERO.
012200     05 PARM-MIN-SCORE PIC 9(001) VALUE ZERO.
012300
012400 FD  LA332W2-RPT-FILE
012500     RECORDING MODE IS F.
012600 01  LA332W2-RPT-REC PIC X(133).
012700
012800 FD  LA332W2-CTL-FILE
012900     RECORDING MODE IS F.
013000     COPY LA332A4-CTL.
013100
013120 FD  LA332W2-TIM-FILE
013140     RECORDING MODE IS F.
013160     COPY LA332A4-TIME.
013180
013200 WORKING-STORAGE SECTION.
013220 01  WS-STEP-TIMING.
013240     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
013260     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
013280
013300 01  WS-FILE-STATUSES.
013400     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
013500        88 WS-ENT-EOF VALUE '10'.
013600     05 WS-XRF-FILE-STATUS PIC X(002) VALUE SPACES.
013700        88 WS-XRF-OK VALUE '00'.
013800        88 WS-XRF-NOT-FOUND VALUE '35'.
013900     05 WS-WLS-FILE-STATUS PIC X(002) VALUE SPACES.
014000        88 WS-WLS-OK VALUE '00'.
014100        88 WS-WLS-NOT-FOUND VALUE '35'.
014200     05 WS-HIT-FILE-STATUS PIC X(002) VALUE SPACES.
014300        88 WS-HIT-OK VALUE '00'.
014400        88 WS-HIT-NOT-ON-FILE VALUE '23'.
014500     05 WS-DSP-FILE-STATUS PIC X(002) VALUE SPACES.
014600        88 WS-DSP-EOF VALUE '10'.
014700        88 WS-DSP-NOT-FOUND VALUE '35'.
014800     05 WS-PARM-FILE-STATUS PIC X(002) VALUE SPACES.
014900        88 WS-PARM-OK VALUE '00'.
015000        88 WS-PARM-NOT-FOUND VALUE '35'.
015100     05 WS-RPT-FILE-STATUS PIC X(002) VALUE SPACES.
015200        88 WS-RPT-OK VALUE '00'.
015300     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
015400        88 WS-CTL-OK VALUE '00'.
015425     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
015450        88 WS-TIM-OK VALUE '00'.
015500
015600 01  WS-SWITCHES.
015700     05 WS-EOF-SW PIC X(001) VALUE 'N'.
015800        88 WS-END-OF-INPUT VALUE 'Y'.
015900     05 WS-DSP-EOF-SW PIC X(001) VALUE 'N'.
016000        88 WS-END-OF-DISPOSITIONS VALUE 'Y'.
016100     05 WS-XRF-EOF-SW PIC X(001) VALUE 'N'.
016200        88 WS-END-OF-XRF VALUE 'Y'.
016300     05 WS-XRF-AVAIL-SW PIC X(001) VALUE 'N'.
016400        88 WS-XRF-AVAILABLE VALUE 'Y'.
016500     05 WS-WLS-EOF-SW PIC X(001) VALUE 'N'.
016600        88 WS-END-OF-LISTINGS VALUE 'Y'.
016700     05 WS-SEEN-FOUND-SW PIC X(001) VALUE 'N'.
016800        88 WS-SEEN-FOUND VALUE 'Y'.
016900        88 WS-SEEN-NOT-FOUND VALUE 'N'.
017000     05 WS-SEEN-OVFL-SW PIC X(001) VALUE 'N'.
017100        88 WS-SEEN-TABLE-FULL VALUE 'Y'.
017200     05 WS-ID-CHANGED-SW PIC X(001) VALUE 'N'.
017300        88 WS-IDENTITY-CHANGED VALUE 'Y'.
017400        88 WS-IDENTITY-SAME VALUE 'N'.
017500
017600 01  WS-CONTROL-FIELDS.
017700     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
017800     05 WS-MIN-SCORE PIC 9(001) VALUE 2.
017900     05 WS-SCORE PIC 9(001) VALUE ZERO.
018000     05 WS-HIT-STATE PIC X(010) VALUE SPACES.
018100     05 WS-SEARCH-HIT-KEY PIC X(035) VALUE SPACES.
018200     05 WS-LOWER-CASE PIC X(026) VALUE
018300        'abcdefghijklmnopqrstuvwxyz'.
018400     05 WS-UPPER-CASE PIC X(026) VALUE
018500        'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
018600
018700*    THE PARTY BEING SCREENED, FROM EITHER AN LA332ENT ENTRY OR
018800*    AN LA332XRF RECORD, WITH NAMES FOLDED TO UPPER CASE TO
018900*    MATCH THE REFERENCE.
019000 01  WS-SCREEN-PERSON.
019100     05 WS-SCR-PARTY-ID PIC X(025) VALUE SPACES.
019200     05 WS-SCR-HOLDING-ID PIC X(025) VALUE SPACES.
019300     05 WS-SCR-CARRIER-CODE PIC X(022) VALUE SPACES.
019400     05 WS-SCR-FIRST-NAME PIC X(060) VALUE SPACES.
019500     05 WS-SCR-LAST-NAME PIC X(060) VALUE SPACES.
019600     05 WS-SCR-BIRTH-DATE PIC X(010) VALUE SPACES.
019700     05 WS-SCR-BIRTH-NUM PIC 9(008) VALUE ZERO.
019800     05 WS-SCR-COUNTRY-TC PIC X(010) VALUE SPACES.
019900
020000 01  WS-DATE-TIME-WORK.
020100     05 WS-WRK-DATE-TEXT PIC X(010) VALUE SPACES.
020200     05 WS-WRK-DATE-NUM PIC 9(008) VALUE ZERO.
020300     05 WS-WRK-CCYY PIC 9(004) VALUE ZERO.
020400     05 WS-WRK-MM PIC 9(002) VALUE ZERO.
020500     05 WS-WRK-DD PIC 9(002) VALUE ZERO.
020600
020700 01  WS-SUBSCRIPTS COMP-3.
020800     05 WS-ENTRY-SUB PIC 9(003) VALUE ZERO.
020900     05 WS-SEEN-SUB PIC 9(005) VALUE ZERO.
021000
021100 01  WS-COUNTERS COMP-3.
021200     05 WS-ENTRY-READ-COUNT PIC 9(007) VALUE ZERO.
021300     05 WS-XRF-READ-COUNT PIC 9(007) VALUE ZERO.
021400     05 WS-SCREENED-COUNT PIC 9(007) VALUE ZERO.
021500     05 WS-DSP-READ-COUNT PIC 9(007) VALUE ZERO.
021600     05 WS-DSP-APPLIED-COUNT PIC 9(007) VALUE ZERO.
021700     05 WS-DSP-UNMATCHED-COUNT PIC 9(007) VALUE ZERO.
021800     05 WS-NEW-HIT-COUNT PIC 9(007) VALUE ZERO.
021900     05 WS-REOPENED-COUNT PIC 9(007) VALUE ZERO.
022000     05 WS-OPEN-HIT-COUNT PIC 9(007) VALUE ZERO.
022100     05 WS-CONFIRMED-COUNT PIC 9(007) VALUE ZERO.
022200     05 WS-CLEARED-SUPP-COUNT PIC 9(007) VALUE ZERO.
022300     05 WS-SEEN-COUNT PIC 9(005) VALUE ZERO.
022400     05 WS-SEEN-MAX PIC 9(005) VALUE 5000.
022500
022600*    PARTY-ID/ENTRY-ID PAIRS ALREADY PROCESSED THIS RUN, SO A
022700*    PARTY ON SEVERAL HOLDINGS OR TRANSACTIONS IS RECORDED AND
022800*    PRINTED ONCE. IF THE TABLE FILLS, LATER REPEATS ARE
022900*    PROCESSED AGAIN (THE HIT FILE STAYS CORRECT, THE REPORT
023000*    MAY SHOW A PAIR TWICE) AND THE RUN WARNS.
023100 01  WS-SEEN-HIT-TABLE.
023200     05 WS-SEEN-KEY PIC X(035) VALUE SPACES
023300        OCCURS 5000 TIMES.
023400
023500 01  WS-PRINT-LINES.
023600     05 WS-HDR1.
023700        10 FILLER PIC X(020) VALUE 'LA332W2'.
023800        10 FILLER PIC X(040) VALUE
023900           'SANCTIONS WATCHLIST SCREENING'.
024000     05 WS-HDR2.
024100        10 FILLER PIC X(040) VALUE
024200           'DISPOSITIONS NOT MATCHED TO A HIT'.
024300     05 WS-HDR3.
024400        10 FILLER PIC X(034) VALUE
024500           'POTENTIAL WATCHLIST HITS, STRENGTH'.
024600        10 WS-HDR3-MIN PIC 9(001) VALUE ZERO.
024700        10 FILLER PIC X(014) VALUE ' OF 4 OR ABOVE'.
024800     05 WS-UNM1.
024900        10 FILLER PIC X(009) VALUE '  PARTY:'.
025000        10 WS-UNM1-PARTY PIC X(025) VALUE SPACES.
025100        10 FILLER PIC X(008) VALUE ' ENTRY:'.
025200        10 WS-UNM1-ENTRY PIC X(010) VALUE SPACES.
025300        10 FILLER PIC X(007) VALUE ' DISP:'.
025400        10 WS-UNM1-DISP PIC X(001) VALUE SPACES.
025500        10 FILLER PIC X(007) VALUE ' USER:'.
025600        10 WS-UNM1-USER PIC X(020) VALUE SPACES.
025700     05 WS-HIT1.
025800        10 FILLER PIC X(009) VALUE 'HIT    :'.
025900        10 WS-HIT1-STATE PIC X(010) VALUE SPACES.
026000        10 FILLER PIC X(011) VALUE ' STRENGTH:'.
026100        10 WS-HIT1-SCORE PIC 9(001) VALUE ZERO.
026200        10 FILLER PIC X(005) VALUE ' OF 4'.
026300        10 FILLER PIC X(008) VALUE ' ENTRY:'.
026400        10 WS-HIT1-ENTRY PIC X(010) VALUE SPACES.
026500        10 FILLER PIC X(007) VALUE ' LIST:'.
026600        10 WS-HIT1-LIST PIC X(010) VALUE SPACES.
026700        10 FILLER PIC X(013) VALUE ' FIRST SEEN:'.
026800        10 WS-HIT1-FIRST-DATE PIC 9(008) VALUE ZERO.
026900     05 WS-HIT2.
027000        10 FILLER PIC X(009) VALUE '  PARTY:'.
027100        10 WS-HIT2-PARTY PIC X(025) VALUE SPACES.
027200        10 FILLER PIC X(010) VALUE ' HOLDING:'.
027300        10 WS-HIT2-HOLDING PIC X(025) VALUE SPACES.
027400        10 FILLER PIC X(010) VALUE ' CARRIER:'.
027500        10 WS-HIT2-CARRIER PIC X(022) VALUE SPACES.
027600     05 WS-HIT3.
027700        10 FILLER PIC X(009) VALUE '  NAME :'.
027800        10 WS-HIT3-LAST PIC X(040) VALUE SPACES.
027900        10 FILLER PIC X(001) VALUE SPACES.
028000        10 WS-HIT3-FIRST PIC X(030) VALUE SPACES.
028100        10 FILLER PIC X(007) VALUE ' BORN:'.
028200        10 WS-HIT3-BORN PIC X(010) VALUE SPACES.
028300        10 FILLER PIC X(010) VALUE ' COUNTRY:'.
028400        10 WS-HIT3-COUNTRY PIC X(010) VALUE SPACES.
028500     05 WS-TOT1.
028600        10 FILLER PIC X(011) VALUE 'NEW HITS :'.
028700        10 WS-TOT1-NEW PIC ZZZ,ZZ9.
028800        10 FILLER PIC X(012) VALUE ' REOPENED :'.
028900        10 WS-TOT1-REOPENED PIC ZZZ,ZZ9.
029000        10 FILLER PIC X(008) VALUE ' OPEN :'.
029100        10 WS-TOT1-OPEN PIC ZZZ,ZZ9.
029200        10 FILLER PIC X(013) VALUE ' CONFIRMED :'.
029300        10 WS-TOT1-CONFIRMED PIC ZZZ,ZZ9.
029400        10 FILLER PIC X(019) VALUE ' CLEARED, SKIPPED:'.
029500        10 WS-TOT1-CLEARED PIC ZZZ,ZZ9.
029600     05 WS-NONE1.
029700        10 FILLER PIC X(010) VALUE '  (NONE)'.
029800
029900*    THE TX-LIFE-REQ ENTRY AREA THE PER-ENTRY LOGIC WORKS ON:
030000*    EVERY LA332ENT RECORD IS UNPACKED INTO SLOT 1 OF THE
030100*    EXTRACT RECORD LAYOUT, AS IN THE OTHER LA332ENT READERS.
030200     COPY LA332A4-OUTPUT.
030300
030400 PROCEDURE DIVISION.
030500 0000-MAINLINE.
030525     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
030550     ACCEPT WS-STEP-START-TIME FROM TIME.
030600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030700     PERFORM 2000-APPLY-DISPOSITIONS THRU 2000-EXIT.
030800     PERFORM 3000-SCREEN-EXTRACT THRU 3000-EXIT.
030900     PERFORM 4000-SCREEN-INQUIRY-FILE THRU 4000-EXIT.
031000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
031100     GOBACK.
031200 0000-EXIT.
031300     EXIT.
031400
031500*****************************************************************
031600*    1000-INITIALIZE - READ THE CONTROL RECORD AND OPEN FILES.  *
031700*    WITHOUT THE WATCHLIST REFERENCE THERE IS NOTHING TO SCREEN *
031800*    AGAINST, SO ITS ABSENCE STOPS THE RUN.                     *
031900*****************************************************************
032000 1000-INITIALIZE.
032100     PERFORM 1100-READ-PARM THRU 1100-EXIT.
032200     OPEN INPUT LA332W2-WLS-FILE.
032300     IF WS-WLS-NOT-FOUND
032400         DISPLAY 'LA332W2 - LA332WLS NOT FOUND, STATUS: '
032500             WS-WLS-FILE-STATUS
032600         MOVE 16 TO RETURN-CODE
032700         GOBACK
032800     END-IF.
032900     OPEN I-O LA332W2-HIT-FILE.
033000     OPEN INPUT LA332W2-XRF-FILE.
033100     IF WS-XRF-NOT-FOUND
033200         DISPLAY 'LA332W2 - LA332XRF NOT AVAILABLE, INQUIRY '
033300             'FILE NOT SCREENED, STATUS: ' WS-XRF-FILE-STATUS
033400     ELSE
033500         SET WS-XRF-AVAILABLE TO TRUE
033600     END-IF.
033700     OPEN OUTPUT LA332W2-RPT-FILE.
033800     WRITE LA332W2-RPT-REC FROM WS-HDR1.
033900     IF NOT WS-RPT-OK
034000         DISPLAY 'LA332W2 - LA332RPT WRITE FAILED, STATUS: '
034100             WS-RPT-FILE-STATUS
034200         MOVE 16 TO RETURN-CODE
034300         GOBACK
034400     END-IF.
034500 1000-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*    1100-READ-PARM - RUN DATE AND MINIMUM MATCH STRENGTH OFF   *
035000*    THE LA332W2P CONTROL FILE, WITH SYSTEM-DATE/2 DEFAULTS     *
035100*****************************************************************
035200 1100-READ-PARM.
035300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
035400     OPEN INPUT LA332W2-PARM-FILE.
035500     IF NOT WS-PARM-NOT-FOUND
035600         READ LA332W2-PARM-FILE
035700             AT END
035800                 CONTINUE
035900             NOT AT END
036000                 IF PARM-RUN-DATE > ZERO
036100                     MOVE PARM-RUN-DATE TO WS-RUN-DATE
036200                 END-IF
036300                 IF PARM-MIN-SCORE > ZERO
036400                  AND PARM-MIN-SCORE NOT > 4
036500                     MOVE PARM-MIN-SCORE TO WS-MIN-SCORE
036600                 END-IF
036700         END-READ
036800         CLOSE LA332W2-PARM-FILE
036900     END-IF.
037000 1100-EXIT.
037100     EXIT.
037200
037300*****************************************************************
037400*    2000-APPLY-DISPOSITIONS - POST COMPLIANCE'S DISPOSITIONS   *
037500*    TO THE HIT FILE AHEAD OF THE SCREEN, LISTING ANY THAT      *
037600*    MATCH NO HIT OR CARRY A CODE WE DO NOT RECOGNIZE           *
037700*****************************************************************
037800 2000-APPLY-DISPOSITIONS.
037900     PERFORM 5200-PRINT-BLANK-LINE THRU 5200-EXIT.
038000     WRITE LA332W2-RPT-REC FROM WS-HDR2.
038100     IF NOT WS-RPT-OK
038200         DISPLAY 'LA332W2 - LA332RPT WRITE FAILED, STATUS: '
038300             WS-RPT-FILE-STATUS
038400         MOVE 16 TO RETURN-CODE
038500         GOBACK
038600     END-IF.
038700     OPEN INPUT LA332W2-DSP-FILE.
038800     IF WS-DSP-NOT-FOUND
038900         SET WS-END-OF-DISPOSITIONS TO TRUE
039000     ELSE
039100         PERFORM 9100-READ-DISPOSITION THRU 9100-EXIT
039200     END-IF.
039300     PERFORM 2100-APPLY-ONE-DISPOSITION THRU 2100-EXIT
039400         UNTIL WS-END-OF-DISPOSITIONS.
039500     IF NOT WS-DSP-NOT-FOUND
039600         CLOSE LA332W2-DSP-FILE
039700     END-IF.
039800     IF WS-DSP-UNMATCHED-COUNT = ZERO
039900         WRITE LA332W2-RPT-REC FROM WS-NONE1
040000         IF NOT WS-RPT-OK
040100             DISPLAY 'LA332W2 - LA332RPT WRITE FAILED, STATUS: '
040200                 WS-RPT-FILE-STATUS
040300             MOVE 16 TO RETURN-CODE
040400             GOBACK
040500         END-IF
040600     END-IF.
040700 2000-EXIT.
040800     EXIT.
040900
041000 2100-APPLY-ONE-DISPOSITION.
041100     ADD 1 TO WS-DSP-READ-COUNT.
041200     MOVE WDSP-PARTY-ID TO WHIT-PARTY-ID.
041300     MOVE WDSP-ENTRY-ID TO WHIT-ENTRY-ID.
041400     READ LA332W2-HIT-FILE
041500         INVALID KEY
041600             PERFORM 2300-PRINT-UNMATCHED THRU 2300-EXIT
041700         NOT INVALID KEY
041800             PERFORM 2200-POST-DISPOSITION THRU 2200-EXIT
041900     END-READ.
042000     PERFORM 9100-READ-DISPOSITION THRU 9100-EXIT.
042100 2100-EXIT.
042200     EXIT.
042300
042400*****************************************************************
042500*    2200-POST-DISPOSITION - RECORD THE DISPOSITION, WHO MADE   *
042600*    IT AND WHEN. PUTTING A HIT BACK ON THE OPEN QUEUE CLEARS   *
042700*    THE EARLIER DISPOSITION STAMP.                             *
042800*****************************************************************
042900 2200-POST-DISPOSITION.
043000     IF WDSP-CLEAR OR WDSP-CONFIRM OR WDSP-REOPEN
043100         MOVE WDSP-DISPOSITION TO WHIT-STATUS
043200         IF WDSP-REOPEN
043300             MOVE ZERO TO WHIT-DISP-DATE
043400             MOVE SPACES TO WHIT-DISP-USER-ID
043500         ELSE
043600             MOVE WDSP-DISP-DATE TO WHIT-DISP-DATE
043700             IF WHIT-DISP-DATE = ZERO
043800                 MOVE WS-RUN-DATE TO WHIT-DISP-DATE
043900             END-IF
044000             MOVE WDSP-USER-ID TO WHIT-DISP-USER-ID
044100         END-IF
044200         PERFORM 5600-REWRITE-HIT THRU 5600-EXIT
044300         ADD 1 TO WS-DSP-APPLIED-COUNT
044400     ELSE
044500         PERFORM 2300-PRINT-UNMATCHED THRU 2300-EXIT
044600     END-IF.
044700 2200-EXIT.
044800     EXIT.
044900
045000 2300-PRINT-UNMATCHED.
045100     ADD 1 TO WS-DSP-UNMATCHED-COUNT.
045200     MOVE WDSP-PARTY-ID TO WS-UNM1-PARTY.
045300     MOVE WDSP-ENTRY-ID TO WS-UNM1-ENTRY.
045400     MOVE WDSP-DISPOSITION TO WS-UNM1-DISP.
045500     MOVE WDSP-USER-ID TO WS-UNM1-USER.
045600     WRITE LA332W2-RPT-REC FROM WS-UNM1.
045700     IF NOT WS-RPT-OK
045800         DISPLAY 'LA332W2 - LA332RPT WRITE FAILED, STATUS: '
045900             WS-RPT-FILE-STATUS
046000         MOVE 16 TO RETURN-CODE
046100         GOBACK
046200     END-IF.
046300 2300-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700*    3000-SCREEN-EXTRACT - SCREEN THE PERSON GROUP OF EVERY     *
046800*    LA332ENT ENTRY CARRYING A PARTY-ID AND LAST NAME           *
046900*****************************************************************
047000 3000-SCREEN-EXTRACT.
047100     PERFORM 5200-PRINT-BLANK-LINE THRU 5200-EXIT.
047200     MOVE WS-MIN-SCORE TO WS-HDR3-MIN.
047300     WRITE LA332W2-RPT-REC FROM WS-HDR3.
047400     IF NOT WS-RPT-OK
047500         DISPLAY 'LA332W2 - LA332RPT WRITE FAILED, STATUS: '
047600             WS-RPT-FILE-STATUS
047700         MOVE 16 TO RETURN-CODE
047800         GOBACK
047900     END-IF.
048000     OPEN INPUT LA332W2-ENT-FILE.
048100     PERFORM 9000-READ-ENTRY THRU 9000-EXIT.
048200     PERFORM 3100-SCREEN-ONE-ENTRY THRU 3100-EXIT
048300         UNTIL WS-END-OF-INPUT.
048400     CLOSE LA332W2-ENT-FILE.
048500 3000-EXIT.
048600     EXIT.
048700
048800 3100-SCREEN-ONE-ENTRY.
048900     ADD 1 TO WS-ENTRY-READ-COUNT.
049000     MOVE 1 TO TX-LIFE-REQ-CNT OF LA332A4.
049100     MOVE ENT-TX-LIFE-REQ TO TX-LIFE-REQ OF LA332A4 (1).
049200     MOVE 1 TO WS-ENTRY-SUB.
049300     IF PARTY-ID (WS-ENTRY-SUB) NOT = SPACES
049400      AND LAST-NAME (WS-ENTRY-SUB) NOT = SPACES
049500         MOVE PARTY-ID (WS-ENTRY-SUB) TO WS-SCR-PARTY-ID
049600         MOVE HOLDING-ID (WS-ENTRY-SUB) TO WS-SCR-HOLDING-ID
049700         MOVE CARRIER-CODE (WS-ENTRY-SUB) TO WS-SCR-CARRIER-CODE
049800         MOVE FIRST-NAME (WS-ENTRY-SUB) TO WS-SCR-FIRST-NAME
049900         MOVE LAST-NAME (WS-ENTRY-SUB) TO WS-SCR-LAST-NAME
050000         MOVE BIRTH-DATE (WS-ENTRY-SUB) TO WS-SCR-BIRTH-DATE
050100         MOVE BIRTH-COUNTRY-TC (WS-ENTRY-SUB)
050200             TO WS-SCR-COUNTRY-TC
050300         PERFORM 5000-SCREEN-PERSON THRU 5000-EXIT
050400     END-IF.
050500     PERFORM 9000-READ-ENTRY THRU 9000-EXIT.
050600 3100-EXIT.
050700     EXIT.
050800
050900*****************************************************************
051000*    4000-SCREEN-INQUIRY-FILE - WALK THE WHOLE INQUIRY FILE IN  *
051100*    KEY ORDER AND SCREEN EVERY RECORD CARRYING A LAST NAME, SO *
051200*    THE WHOLE BOOK IS SCREENED, NOT ONLY TONIGHT'S ACTIVITY    *
051300*****************************************************************
051400 4000-SCREEN-INQUIRY-FILE.
051500     IF WS-XRF-AVAILABLE
051600         MOVE LOW-VALUES TO XREF-KEY
051700         START LA332W2-XRF-FILE
051800             KEY IS GREATER THAN XREF-KEY
051900             INVALID KEY
052000                 SET WS-END-OF-XRF TO TRUE
052100         END-START
052200         IF NOT WS-END-OF-XRF
052300             PERFORM 9150-READ-NEXT-XRF THRU 9150-EXIT
052400         END-IF
052500         PERFORM 4100-SCREEN-ONE-XRF THRU 4100-EXIT
052600             UNTIL WS-END-OF-XRF
052700     END-IF.
052800 4000-EXIT.
052900     EXIT.
053000
053100 4100-SCREEN-ONE-XRF.
053200     ADD 1 TO WS-XRF-READ-COUNT.
053300     IF XREF-LAST-NAME NOT = SPACES
053400         MOVE XREF-PARTY-ID TO WS-SCR-PARTY-ID
053500         MOVE XREF-HOLDING-ID TO WS-SCR-HOLDING-ID
053600         MOVE XREF-CARRIER-CODE TO WS-SCR-CARRIER-CODE
053700         MOVE XREF-FIRST-NAME TO WS-SCR-FIRST-NAME
053800         MOVE XREF-LAST-NAME TO WS-SCR-LAST-NAME
053900         MOVE XREF-BIRTH-DATE TO WS-SCR-BIRTH-DATE
054000         MOVE SPACES TO WS-SCR-COUNTRY-TC
054100         PERFORM 5000-SCREEN-PERSON THRU 5000-EXIT
054200     END-IF.
054300     PERFORM 9150-READ-NEXT-XRF THRU 9150-EXIT.
054400 4100-EXIT.
054500     EXIT.
054600
054700*****************************************************************
054800*    5000-SCREEN-PERSON - POSITION ON THE PARTY'S LAST NAME IN  *
054900*    THE REFERENCE AND SCORE EVERY LISTING THAT SHARES IT       *
055000*****************************************************************
055100 5000-SCREEN-PERSON.
055200     ADD 1 TO WS-SCREENED-COUNT.
055300     INSPECT WS-SCR-LAST-NAME
055400         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
055500     INSPECT WS-SCR-FIRST-NAME
055600         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
055700     INSPECT WS-SCR-COUNTRY-TC
055800         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
055900     MOVE WS-SCR-BIRTH-DATE TO WS-WRK-DATE-TEXT.
056000     PERFORM 9050-NORMALIZE-DATE THRU 9050-EXIT.
056100     MOVE WS-WRK-DATE-NUM TO WS-SCR-BIRTH-NUM.
056200     MOVE 'N' TO WS-WLS-EOF-SW.
056300     MOVE WS-SCR-LAST-NAME TO WLST-LAST-NAME.
056400     MOVE LOW-VALUES TO WLST-ENTRY-ID.
056500     START LA332W2-WLS-FILE
056600         KEY IS NOT LESS THAN WLST-KEY
056700         INVALID KEY
056800             SET WS-END-OF-LISTINGS TO TRUE
056900     END-START.
057000     IF NOT WS-END-OF-LISTINGS
057100         PERFORM 9200-READ-NEXT-LISTING THRU 9200-EXIT
057200     END-IF.
057300     PERFORM 5100-SCORE-LISTING THRU 5100-EXIT
057400         UNTIL WS-END-OF-LISTINGS
057500         OR WLST-LAST-NAME NOT = WS-SCR-LAST-NAME.
057600 5000-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000*    5100-SCORE-LISTING - ONE POINT FOR THE SHARED LAST NAME,   *
058100*    ONE EACH FOR FIRST NAME, BIRTH DATE AND BIRTH COUNTRY      *
058200*    WHEN BOTH SIDES CARRY THE FIELD AND IT AGREES              *
058300*****************************************************************
058400 5100-SCORE-LISTING.
058500     MOVE 1 TO WS-SCORE.
058600     IF WS-SCR-FIRST-NAME NOT = SPACES
058700      AND WS-SCR-FIRST-NAME = WLST-FIRST-NAME
058800         ADD 1 TO WS-SCORE
058900     END-IF.
059000     IF WS-SCR-BIRTH-NUM NOT = ZERO
059100      AND WS-SCR-BIRTH-NUM = WLST-BIRTH-DATE-NUM
059200         ADD 1 TO WS-SCORE
059300     END-IF.
059400     IF WS-SCR-COUNTRY-TC NOT = SPACES
059500      AND WS-SCR-COUNTRY-TC = WLST-BIRTH-COUNTRY-TC
059600         ADD 1 TO WS-SCORE
059700     END-IF.
059800     IF WS-SCORE NOT < WS-MIN-SCORE
059900         PERFORM 5300-RECORD-HIT THRU 5300-EXIT
060000     END-IF.
060100     PERFORM 9200-READ-NEXT-LISTING THRU 9200-EXIT.
060200 5100-EXIT.
060300     EXIT.
060400
060500 5200-PRINT-BLANK-LINE.
060600     WRITE LA332W2-RPT-REC FROM SPACES.
060700     IF NOT WS-RPT-OK
060800         DISPLAY 'LA332W2 - LA332RPT WRITE FAILED, STATUS: '
060900             WS-RPT-FILE-STATUS
061000         MOVE 16 TO RETURN-CODE
061100         GOBACK
061200     END-IF.
061300 5200-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700*    5300-RECORD-HIT - FIRST SIGHTING OF THE PARTY/LISTING PAIR *
061800*    THIS RUN: ADD IT TO THE HIT FILE, OR BRING THE HIT ALREADY *
061900*    ON FILE UP TO DATE                                         *
062000*****************************************************************
062100 5300-RECORD-HIT.
062200     MOVE WS-SCR-PARTY-ID TO WS-SEARCH-HIT-KEY (1:25).
062300     MOVE WLST-ENTRY-ID TO WS-SEARCH-HIT-KEY (26:10).
062400     PERFORM 9300-FIND-SEEN-HIT THRU 9300-EXIT.
062500     IF WS-SEEN-NOT-FOUND
062600         IF WS-SEEN-COUNT < WS-SEEN-MAX
062700             ADD 1 TO WS-SEEN-COUNT
062800             MOVE WS-SEARCH-HIT-KEY TO WS-SEEN-KEY (WS-SEEN-COUNT)
062900         ELSE
063000             SET WS-SEEN-TABLE-FULL TO TRUE
063100         END-IF
063200         MOVE WS-SCR-PARTY-ID TO WHIT-PARTY-ID
063300         MOVE WLST-ENTRY-ID TO WHIT-ENTRY-ID
063400         READ LA332W2-HIT-FILE
063500             INVALID KEY
063600                 PERFORM 5400-ADD-NEW-HIT THRU 5400-EXIT
063700             NOT INVALID KEY
063800                 PERFORM 5500-UPDATE-HIT THRU 5500-EXIT
063900         END-READ
064000     END-IF.
064100 5300-EXIT.
064200     EXIT.
064300
064400 5400-ADD-NEW-HIT.
064500     MOVE WS-SCR-PARTY-ID TO WHIT-PARTY-ID.
064600     MOVE WLST-ENTRY-ID TO WHIT-ENTRY-ID.
064700     MOVE WLST-LIST-CODE TO WHIT-LIST-CODE.
064800     PERFORM 5450-TAKE-SNAPSHOT THRU 5450-EXIT.
064900     SET WHIT-OPEN TO TRUE.
065000     MOVE WS-RUN-DATE TO WHIT-FIRST-HIT-DATE.
065100     MOVE ZERO TO WHIT-DISP-DATE.
065200     MOVE SPACES TO WHIT-DISP-USER-ID.
065300     WRITE LA332A4-WHIT-REC
065400         INVALID KEY
065500             DISPLAY 'LA332W2 - LA332HIT WRITE FAILED FOR '
065600                 WHIT-KEY ' STATUS ' WS-HIT-FILE-STATUS
065700             MOVE 16 TO RETURN-CODE
065800             GOBACK
065900     END-WRITE.
066000     ADD 1 TO WS-NEW-HIT-COUNT.
066100     MOVE 'NEW' TO WS-HIT-STATE.
066200     PERFORM 5700-PRINT-HIT THRU 5700-EXIT.
066300 5400-EXIT.
066400     EXIT.
066500
066600*****************************************************************
066700*    5450-TAKE-SNAPSHOT - STAMP TONIGHT'S SIGHTING AND THE      *
066800*    PARTY'S CURRENT IDENTITY ONTO THE HIT RECORD               *
066900*****************************************************************
067000 5450-TAKE-SNAPSHOT.
067100     MOVE WS-SCR-HOLDING-ID TO WHIT-HOLDING-ID.
067200     MOVE WS-SCR-CARRIER-CODE TO WHIT-CARRIER-CODE.
067300     MOVE WS-SCR-FIRST-NAME TO WHIT-FIRST-NAME.
067400     MOVE WS-SCR-LAST-NAME TO WHIT-LAST-NAME.
067500     MOVE WS-SCR-BIRTH-DATE TO WHIT-BIRTH-DATE.
067600     MOVE WS-SCORE TO WHIT-MATCH-SCORE.
067700     MOVE WS-RUN-DATE TO WHIT-LAST-SCREEN-DATE.
067800 5450-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200*    5500-UPDATE-HIT - A CLEARED HIT STAYS QUIET UNLESS THE     *
068300*    PARTY'S NAME OR BIRTH DATE HAS CHANGED SINCE IT WAS        *
068400*    CLEARED, IN WHICH CASE IT IS REOPENED AS A NEW HIT. OPEN   *
068500*    AND CONFIRMED HITS ARE REFRESHED AND PRINTED AGAIN.        *
068600*****************************************************************
068700 5500-UPDATE-HIT.
068800     EVALUATE TRUE
068900         WHEN WHIT-CLEARED
069000             PERFORM 5550-CHECK-IDENTITY THRU 5550-EXIT
069100             IF WS-IDENTITY-SAME
069200                 ADD 1 TO WS-CLEARED-SUPP-COUNT
069300                 MOVE WS-RUN-DATE TO WHIT-LAST-SCREEN-DATE
069400                 PERFORM 5600-REWRITE-HIT THRU 5600-EXIT
069500             ELSE
069600                 MOVE WLST-LIST-CODE TO WHIT-LIST-CODE
069700                 PERFORM 5450-TAKE-SNAPSHOT THRU 5450-EXIT
069800                 SET WHIT-OPEN TO TRUE
069900                 MOVE ZERO TO WHIT-DISP-DATE
070000                 MOVE SPACES TO WHIT-DISP-USER-ID
070100                 PERFORM 5600-REWRITE-HIT THRU 5600-EXIT
070200                 ADD 1 TO WS-REOPENED-COUNT
070300                 MOVE 'REOPENED' TO WS-HIT-STATE
070400                 PERFORM 5700-PRINT-HIT THRU 5700-EXIT
070500             END-IF
070600         WHEN WHIT-CONFIRMED
070700             PERFORM 5450-TAKE-SNAPSHOT THRU 5450-EXIT
070800             PERFORM 5600-REWRITE-HIT THRU 5600-EXIT
070900             ADD 1 TO WS-CONFIRMED-COUNT
071000             MOVE 'CONFIRMED' TO WS-HIT-STATE
071100             PERFORM 5700-PRINT-HIT THRU 5700-EXIT
071200         WHEN OTHER
071300             SET WHIT-OPEN TO TRUE
071400             PERFORM 5450-TAKE-SNAPSHOT THRU 5450-EXIT
071500             PERFORM 5600-REWRITE-HIT THRU 5600-EXIT
071600             ADD 1 TO WS-OPEN-HIT-COUNT
071700             MOVE 'OPEN' TO WS-HIT-STATE
071800             PERFORM 5700-PRINT-HIT THRU 5700-EXIT
071900     END-EVALUATE.
072000 5500-EXIT.
072100     EXIT.
072200
072300*****************************************************************
072400*    5550-CHECK-IDENTITY - HAS THE PARTY'S NAME OR BIRTH DATE   *
072500*    CHANGED SINCE THE SNAPSHOT? THE BIRTH DATE COUNTS AS       *
072600*    UNCHANGED WHEN ONLY ITS LAYOUT DIFFERS.                    *
072700*****************************************************************
072800 5550-CHECK-IDENTITY.
072900     SET WS-IDENTITY-SAME TO TRUE.
073000     IF WHIT-FIRST-NAME NOT = WS-SCR-FIRST-NAME
073100      OR WHIT-LAST-NAME NOT = WS-SCR-LAST-NAME
073200         SET WS-IDENTITY-CHANGED TO TRUE
073300     END-IF.
073400     IF WHIT-BIRTH-DATE NOT = WS-SCR-BIRTH-DATE
073500         MOVE WHIT-BIRTH-DATE TO WS-WRK-DATE-TEXT
073600         PERFORM 9050-NORMALIZE-DATE THRU 9050-EXIT
073700         IF WS-WRK-DATE-NUM = ZERO
073800          OR WS-WRK-DATE-NUM NOT = WS-SCR-BIRTH-NUM
073900             SET WS-IDENTITY-CHANGED TO TRUE
074000         END-IF
074100     END-IF.
074200 5550-EXIT.
074300     EXIT.
074400
074500 5600-REWRITE-HIT.
074600     REWRITE LA332A4-WHIT-REC
074700         INVALID KEY
074800             DISPLAY 'LA332W2 - LA332HIT REWRITE FAILED FOR '
074900                 WHIT-KEY ' STATUS ' WS-HIT-FILE-STATUS
075000             MOVE 16 TO RETURN-CODE
075100             GOBACK
075200     END-REWRITE.
075300 5600-EXIT.
075400     EXIT.
075500
075600*****************************************************************
075700*    5700-PRINT-HIT - THREE LINES PER HIT: STATE AND STRENGTH,  *
075800*    WHERE THE PARTY WAS FOUND, AND WHO THE PARTY IS            *
075900*****************************************************************
076000 5700-PRINT-HIT.
076100     MOVE WS-HIT-STATE TO WS-HIT1-STATE.
076200     MOVE WHIT-MATCH-SCORE TO WS-HIT1-SCORE.
076300     MOVE WHIT-ENTRY-ID TO WS-HIT1-ENTRY.
076400     MOVE WHIT-LIST-CODE TO WS-HIT1-LIST.
076500     MOVE WHIT-FIRST-HIT-DATE TO WS-HIT1-FIRST-DATE.
076600     MOVE WHIT-PARTY-ID TO WS-HIT2-PARTY.
076700     MOVE WHIT-HOLDING-ID TO WS-HIT2-HOLDING.
076800     MOVE WHIT-CARRIER-CODE TO WS-HIT2-CARRIER.
076900     MOVE WHIT-LAST-NAME TO WS-HIT3-LAST.
077000     MOVE WHIT-FIRST-NAME TO WS-HIT3-FIRST.
077100     MOVE WHIT-BIRTH-DATE TO WS-HIT3-BORN.
077200     MOVE WS-SCR-COUNTRY-TC TO WS-HIT3-COUNTRY.
077300     PERFORM 5200-PRINT-BLANK-LINE THRU 5200-EXIT.
077400     WRITE LA332W2-RPT-REC FROM WS-HIT1.
077500     IF NOT WS-RPT-OK
077600         DISPLAY 'LA332W2 - LA332RPT WRITE FAILED, STATUS: '
077700             WS-RPT-FILE-STATUS
077800         MOVE 16 TO RETURN-CODE
077900         GOBACK
078000     END-IF.
078100     WRITE LA332W2-RPT-REC FROM WS-HIT2.
078200     IF NOT WS-RPT-OK
078300         DISPLAY 'LA332W2 - LA332RPT WRITE FAILED, STATUS: '
078400             WS-RPT-FILE-STATUS
078500         MOVE 16 TO RETURN-CODE
078600         GOBACK
078700     END-IF.
078800     WRITE LA332W2-RPT-REC FROM WS-HIT3.
078900     IF NOT WS-RPT-OK
079000         DISPLAY 'LA332W2 - LA332RPT WRITE FAILED, STATUS: '
079100             WS-RPT-FILE-STATUS
079200         MOVE 16 TO RETURN-CODE
079300         GOBACK
079400     END-IF.
079500 5700-EXIT.
079600     EXIT.
079700
079800*****************************************************************
079900*    8000-TERMINATE - PRINT THE TOTALS, CLOSE FILES, APPEND THE *
080000*    CONTROL-TOTAL RECORD AND SET RETURN-CODE 4 WHEN ANY NEW    *
080100*    UNDISPOSITIONED HIT WAS RAISED                             *
080200*****************************************************************
080300 8000-TERMINATE.
080400     IF WS-NEW-HIT-COUNT = ZERO
080500      AND WS-REOPENED-COUNT = ZERO
080600      AND WS-OPEN-HIT-COUNT = ZERO
080700      AND WS-CONFIRMED-COUNT = ZERO
080800         WRITE LA332W2-RPT-REC FROM WS-NONE1
080900         IF NOT WS-RPT-OK
081000             DISPLAY 'LA332W2 - LA332RPT WRITE FAILED, STATUS: '
081100                 WS-RPT-FILE-STATUS
081200             MOVE 16 TO RETURN-CODE
081300             GOBACK
081400         END-IF
081500     END-IF.
081600     PERFORM 5200-PRINT-BLANK-LINE THRU 5200-EXIT.
081700     MOVE WS-NEW-HIT-COUNT TO WS-TOT1-NEW.
081800     MOVE WS-REOPENED-COUNT TO WS-TOT1-REOPENED.
081900     MOVE WS-OPEN-HIT-COUNT TO WS-TOT1-OPEN.
082000     MOVE WS-CONFIRMED-COUNT TO WS-TOT1-CONFIRMED.
082100     MOVE WS-CLEARED-SUPP-COUNT TO WS-TOT1-CLEARED.
082200     WRITE LA332W2-RPT-REC FROM WS-TOT1.
082300     IF NOT WS-RPT-OK
082400         DISPLAY 'LA332W2 - LA332RPT WRITE FAILED, STATUS: '
082500             WS-RPT-FILE-STATUS
082600         MOVE 16 TO RETURN-CODE
082700         GOBACK
082800     END-IF.
082900     IF WS-XRF-AVAILABLE
083000         CLOSE LA332W2-XRF-FILE
083100     END-IF.
083200     CLOSE LA332W2-WLS-FILE
083300           LA332W2-HIT-FILE
083400           LA332W2-RPT-FILE.
083500     DISPLAY 'LA332W2 - ENTRY RECS READ      : '
083600         WS-ENTRY-READ-COUNT.
083700     DISPLAY 'LA332W2 - INQUIRY RECS READ    : '
083800         WS-XRF-READ-COUNT.
083900     DISPLAY 'LA332W2 - PERSONS SCREENED     : '
084000         WS-SCREENED-COUNT.
084100     DISPLAY 'LA332W2 - DISPOSITIONS READ    : '
084200         WS-DSP-READ-COUNT.
084300     DISPLAY 'LA332W2 - DISPOSITIONS APPLIED : '
084400         WS-DSP-APPLIED-COUNT.
084500     DISPLAY 'LA332W2 - DISPOSITIONS UNMATCH : '
084600         WS-DSP-UNMATCHED-COUNT.
084700     DISPLAY 'LA332W2 - NEW HITS             : '
084800         WS-NEW-HIT-COUNT.
084900     DISPLAY 'LA332W2 - REOPENED HITS        : '
085000         WS-REOPENED-COUNT.
085100     DISPLAY 'LA332W2 - OPEN HITS RESEEN     : '
085200         WS-OPEN-HIT-COUNT.
085300     DISPLAY 'LA332W2 - CONFIRMED HITS RESEEN: '
085400         WS-CONFIRMED-COUNT.
085500     DISPLAY 'LA332W2 - CLEARED HITS SKIPPED : '
085600         WS-CLEARED-SUPP-COUNT.
085700     IF WS-SEEN-TABLE-FULL
085800         DISPLAY 'LA332W2 - WARNING: SEEN-HIT TABLE FULL, SOME '
085900             'HITS MAY PRINT MORE THAN ONCE'
086000     END-IF.
086100     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
086200     IF WS-NEW-HIT-COUNT > ZERO
086300      OR WS-REOPENED-COUNT > ZERO
086400         MOVE 4 TO RETURN-CODE
086500     END-IF.
086600 8000-EXIT.
086700     EXIT.
086800
086900*****************************************************************
087000*    9000-READ-ENTRY - READ THE NEXT LA332ENT ENTRY RECORD      *
087100*****************************************************************
087200 9000-READ-ENTRY.
087300     READ LA332W2-ENT-FILE
087400         AT END
087500             SET WS-END-OF-INPUT TO TRUE
087600     END-READ.
087700 9000-EXIT.
087800     EXIT.
087900
088000*****************************************************************
088100*    9050-NORMALIZE-DATE - DERIVE CCYYMMDD FROM THE TEXT DATE   *
088200*    IN WS-WRK-DATE-TEXT, WHICH ARRIVES AS EITHER MM/DD/CCYY OR *
088300*    CCYY-MM-DD. AN UNRECOGNIZED LAYOUT LEAVES WS-WRK-DATE-NUM  *
088400*    ZERO.                                                      *
088500*****************************************************************
088600 9050-NORMALIZE-DATE.
088700     MOVE ZERO TO WS-WRK-DATE-NUM.
088800     IF WS-WRK-DATE-TEXT (3:1) = '/'
088900         PERFORM 9060-NORMALIZE-DATE-SLASH THRU 9060-EXIT
089000     ELSE
089100         IF WS-WRK-DATE-TEXT (5:1) = '-'
089200             PERFORM 9070-NORMALIZE-DATE-DASH THRU 9070-EXIT
089300         END-IF
089400     END-IF.
089500 9050-EXIT.
089600     EXIT.
089700
089800*****************************************************************
089900*    9060-NORMALIZE-DATE-SLASH - CONVERT MM/DD/CCYY TO CCYYMMDD *
090000*****************************************************************
090100 9060-NORMALIZE-DATE-SLASH.
090200     IF WS-WRK-DATE-TEXT (1:2) IS NUMERIC
090300      AND WS-WRK-DATE-TEXT (4:2) IS NUMERIC
090400      AND WS-WRK-DATE-TEXT (6:1) = '/'
090500      AND WS-WRK-DATE-TEXT (7:4) IS NUMERIC
090600         MOVE WS-WRK-DATE-TEXT (1:2) TO WS-WRK-MM
090700         MOVE WS-WRK-DATE-TEXT (4:2) TO WS-WRK-DD
090800         MOVE WS-WRK-DATE-TEXT (7:4) TO WS-WRK-CCYY
090900         COMPUTE WS-WRK-DATE-NUM =
091000             WS-WRK-CCYY * 10000 + WS-WRK-MM * 100 + WS-WRK-DD
091100     END-IF.
091200 9060-EXIT.
091300     EXIT.
091400
091500*****************************************************************
091600*    9070-NORMALIZE-DATE-DASH - CONVERT CCYY-MM-DD TO CCYYMMDD  *
091700*****************************************************************
091800 9070-NORMALIZE-DATE-DASH.
091900     IF WS-WRK-DATE-TEXT (1:4) IS NUMERIC
092000      AND WS-WRK-DATE-TEXT (6:2) IS NUMERIC
092100      AND WS-WRK-DATE-TEXT (8:1) = '-'
092200      AND WS-WRK-DATE-TEXT (9:2) IS NUMERIC
092300         MOVE WS-WRK-DATE-TEXT (1:4) TO WS-WRK-CCYY
092400         MOVE WS-WRK-DATE-TEXT (6:2) TO WS-WRK-MM
092500         MOVE WS-WRK-DATE-TEXT (9:2) TO WS-WRK-DD
092600         COMPUTE WS-WRK-DATE-NUM =
092700             WS-WRK-CCYY * 10000 + WS-WRK-MM * 100 + WS-WRK-DD
092800     END-IF.
092900 9070-EXIT.
093000     EXIT.
093100
093200*****************************************************************
093300*    9100-READ-DISPOSITION - READ THE NEXT LA332WDS RECORD      *
093400*****************************************************************
093500 9100-READ-DISPOSITION.
093600     READ LA332W2-DSP-FILE
093700         AT END
093800             SET WS-END-OF-DISPOSITIONS TO TRUE
093900     END-READ.
094000 9100-EXIT.
094100     EXIT.
094200
094300*****************************************************************
094400*    9150-READ-NEXT-XRF - SEQUENTIAL WALK OF THE INQUIRY FILE   *
094500*****************************************************************
094600 9150-READ-NEXT-XRF.
094700     READ LA332W2-XRF-FILE NEXT RECORD
094800         AT END
094900             SET WS-END-OF-XRF TO TRUE
095000     END-READ.
095100 9150-EXIT.
095200     EXIT.
095300
095400*****************************************************************
095500*    9200-READ-NEXT-LISTING - NEXT WATCHLIST REFERENCE RECORD   *
095600*    FROM THE LAST-NAME POSITION                                *
095700*****************************************************************
095800 9200-READ-NEXT-LISTING.
095900     READ LA332W2-WLS-FILE NEXT RECORD
096000         AT END
096100             SET WS-END-OF-LISTINGS TO TRUE
096200     END-READ.
096300 9200-EXIT.
096400     EXIT.
096500
096600*****************************************************************
096700*    9300-FIND-SEEN-HIT - SEARCH THE SEEN-HIT TABLE FOR         *
096800*    WS-SEARCH-HIT-KEY                                          *
096900*****************************************************************
097000 9300-FIND-SEEN-HIT.
097100     SET WS-SEEN-NOT-FOUND TO TRUE.
097200     PERFORM 9310-CHECK-SEEN-HIT THRU 9310-EXIT
097300         VARYING WS-SEEN-SUB FROM 1 BY 1
097400         UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
097500         OR WS-SEEN-FOUND.
097600 9300-EXIT.
097700     EXIT.
097800
097900 9310-CHECK-SEEN-HIT.
098000     IF WS-SEEN-KEY (WS-SEEN-SUB) = WS-SEARCH-HIT-KEY
098100         SET WS-SEEN-FOUND TO TRUE
098200     END-IF.
098300 9310-EXIT.
098400     EXIT.
098500
098600*****************************************************************
098700*    9900-WRITE-CONTROL-TOTALS - APPEND THIS RUN'S COUNTS TO     *
098800*    THE SHARED LA332CTL CONTROL FILE FOR THE LA332B9 BALANCING  *
098900*    STEP AT THE END OF THE STREAM                               *
099000*****************************************************************
099100 9900-WRITE-CONTROL-TOTALS.
099200     OPEN EXTEND LA332W2-CTL-FILE.
099300     MOVE 'LA332W2 ' TO CTL-PROGRAM-ID.
099400     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
099500     MOVE ZERO TO CTL-CYCLE-NO.
099600     MOVE WS-ENTRY-READ-COUNT TO CTL-RECS-READ.
099700     MOVE WS-NEW-HIT-COUNT TO CTL-RECS-WRITTEN.
099800     MOVE WS-ENTRY-READ-COUNT TO CTL-ENTRIES-SCANNED.
099900     MOVE ZERO TO CTL-OVFL-MERGED.
100000     WRITE LA332A4-CTL-REC.
100100     IF NOT WS-CTL-OK
100200         DISPLAY 'LA332W2 - LA332CTL WRITE FAILED, STATUS: '
100300             WS-CTL-FILE-STATUS
100400         MOVE 16 TO RETURN-CODE
100500         GOBACK
100600     END-IF.
100700     CLOSE LA332W2-CTL-FILE.
100750     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
100800 9900-EXIT.
100900     EXIT.
101000
101100*****************************************************************
101200*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
101300*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
101400*    LA332T1 BATCH-WINDOW REPORT                                 *
101500*****************************************************************
101600 9960-WRITE-STEP-TIMING.
101700     OPEN EXTEND LA332W2-TIM-FILE.
101800     MOVE 'LA332W2 ' TO TIM-PROGRAM-ID.
101900     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
102000     MOVE ZERO TO TIM-CYCLE-NO.
102100     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
102200     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
102300     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
102400     ACCEPT TIM-END-TIME FROM TIME.
102500     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
102600     WRITE LA332A4-TIME-REC.
102700     IF NOT WS-TIM-OK
102800         DISPLAY 'LA332W2 - LA332TIM WRITE FAILED, STATUS: '
102900             WS-TIM-FILE-STATUS
103000     END-IF.
103100     CLOSE LA332W2-TIM-FILE.
103200 9960-EXIT.
103300     EXIT.
