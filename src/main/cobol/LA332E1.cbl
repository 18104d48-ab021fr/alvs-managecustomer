000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LA332E1.
000300 AUTHOR. D-SYSTEMS.
000400 INSTALLATION. ALVS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    LA332E1 - UNAUTHORIZED USER ACTIVITY EXCEPTION REPORT      *
001000*                                                               *
001100*    LA332B3 SHOWS WHICH USER-LOGIN-IDS SUBMITTED WORK; THIS    *
001200*    NIGHTLY CHECK SAYS WHETHER THEY WERE ALLOWED TO. EVERY     *
001300*    ENTRY ON THE DAY'S CONCATENATED CYCLE LA332ENT FILES IS    *
001400*    CHECKED AGAINST THE LA332USR USER ENTITLEMENT MASTER (SEE  *
001500*    LA332A4-ENTL.CPY) AND REPORTED WHEN ITS LOGIN IS:          *
001600*                                                               *
001700*       - NOT ON THE MASTER (INCLUDING A BLANK LOGIN),          *
001800*       - NOT ACTIVE,                                           *
001900*       - USED OUTSIDE ITS ACTIVE DATES - THE TRANSACTION'S     *
002000*         NORMALIZED TRANS-EXE-DATE-NUM, OR THE RUN DATE WHEN   *
002100*         THE CARRIER'S DATE COULD NOT BE NORMALIZED, FALLS     *
002125*         OUTSIDE THEM, OR THE RUN DATE IS PAST ITS ACTIVE-TO   *
002150*         DATE (A BACK-DATED TRANSACTION KEYED AFTER THE LOGIN  *
002175*         WAS END-DATED),                                       *
002200*       - ACTING FOR A CARRIER IT IS NOT ASSIGNED TO, OR        *
002300*       - SUBMITTING A TRANS-TYPE-TC IT IS NOT ENTITLED TO. THE *
002400*         TYPE PRINTS WITH ITS LA332CVM CODE-VALUE MASTER       *
002500*         DESCRIPTION, OR THE CARRIER'S OWN TEXT FOR A CODE NOT *
002600*         ON IT.                                                *
002700*                                                               *
002800*    EACH OFFENDING TRANSACTION PRINTS ONCE WITH ITS            *
002900*    TRANS-REF-GUID, HOLDING-ID, PARTY-ID AND LOGIN, THEN ONE   *
003000*    LINE PER VIOLATION; A SUMMARY BY VIOLATION FOLLOWS.        *
003100*    ANY VIOLATION ENDS THE RUN WITH RETURN-CODE 4, SO A        *
003200*    TERMINATED EMPLOYEE'S LOGIN STILL IN USE IS IN FRONT OF    *
003300*    COMPLIANCE THE NEXT MORNING.                               *
003400*                                                               *
003500*    MODIFICATION HISTORY.                                      *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    10/15/2026 DSY   ORIGINAL PROGRAM.                          *
003725*    10/15/2026 DSY   A LOGIN WHOSE ACTIVE-TO DATE IS BEFORE THE *
003750*                      RUN DATE IS FLAGGED EVEN WHEN THE CARRIER *
003775*                      SENT A TRANS-EXE-DATE INSIDE ITS DATES.   *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-Z15.
004200 OBJECT-COMPUTER. IBM-Z15.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT LA332E1-ENT-FILE ASSIGN TO LA332ENT
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ENT-FILE-STATUS.
004800
004900     SELECT LA332E1-ENTL-FILE ASSIGN TO LA332USR
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS ENTL-USER-LOGIN-ID
005300         FILE STATUS IS WS-ENTL-FILE-STATUS.
005400
005500     SELECT LA332E1-RPT-FILE ASSIGN TO LA332RPT
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RPT-FILE-STATUS.
005800
005900     SELECT OPTIONAL LA332E1-CVAL-FILE ASSIGN TO LA332CVM
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS CVAL-KEY
006300         FILE STATUS IS WS-CVAL-FILE-STATUS.
006400
006500     SELECT OPTIONAL LA332E1-CTL-FILE ASSIGN TO LA332CTL
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-CTL-FILE-STATUS.
006800
006900     SELECT OPTIONAL LA332E1-TIM-FILE ASSIGN TO LA332TIM
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-TIM-FILE-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  LA332E1-ENT-FILE
007600     RECORDING MODE IS F.
007700     COPY LA332A4-ENT.
007800
007900 FD  LA332E1-ENTL-FILE.
008000     COPY LA332A4-ENTL.
008100
008200 FD  LA332E1-RPT-FILE
008300     RECORDING MODE IS F.
008400 01  LA332E1-RPT-REC PIC X(133).
008500
008600 FD  LA332E1-CVAL-FILE.
008700     COPY LA332A4-CVAL.
008800
008900 FD  LA332E1-CTL-FILE
009000     RECORDING MODE IS F.
009100     COPY LA332A4-CTL.
009200
009300 FD  LA332E1-TIM-FILE
009400     RECORDING MODE IS F.
009500     COPY LA332A4-TIME.
009600
009700 WORKING-STORAGE SECTION.
009800 01  WS-STEP-TIMING.
009900     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
010000     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
010100
010200 01  WS-FILE-STATUSES.
010300     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
010400        88 WS-ENT-EOF VALUE '10'.
010500     05 WS-ENTL-FILE-STATUS PIC X(002) VALUE SPACES.
010600        88 WS-ENTL-OK VALUE '00'.
010700        88 WS-ENTL-NOT-FOUND VALUE '35'.
010800     05 WS-RPT-FILE-STATUS PIC X(002) VALUE SPACES.
010900        88 WS-RPT-OK VALUE '00'.
011000     05 WS-CVAL-FILE-STATUS PIC X(002) VALUE SPACES.
011100        88 WS-CVAL-OK VALUE '00'.
011200     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
011300        88 WS-CTL-OK VALUE '00'.
011400     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
011500        88 WS-TIM-OK VALUE '00'.
011600
011700 01  WS-SWITCHES.
011800     05 WS-EOF-SW PIC X(001) VALUE 'N'.
011900        88 WS-END-OF-INPUT VALUE 'Y'.
012000     05 WS-USER-FOUND-SW PIC X(001) VALUE 'N'.
012100        88 WS-USER-FOUND VALUE 'Y'.
012200     05 WS-TXN-FLAGGED-SW PIC X(001) VALUE 'N'.
012300        88 WS-TXN-FLAGGED VALUE 'Y'.
012400     05 WS-GRANT-FOUND-SW PIC X(001) VALUE 'N'.
012500        88 WS-GRANT-FOUND VALUE 'Y'.
012600
012700 01  WS-SUBSCRIPTS COMP-3.
012800     05 WS-ENTRY-SUB PIC 9(003) VALUE ZERO.
012900     05 WS-GRANT-SUB PIC 9(003) VALUE ZERO.
013000
013100 01  WS-CONTROL-FIELDS.
013200     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
013300     05 WS-CHECK-DATE PIC 9(008) VALUE ZERO.
013400     05 WS-VIOLATION-TEXT PIC X(030) VALUE SPACES.
013500     05 WS-VIOLATION-DETAIL PIC X(070) VALUE SPACES.
013600     05 WS-TYPE-DESC PIC X(030) VALUE SPACES.
013700
013800 01  WS-COUNTERS COMP-3.
013900     05 WS-ENTRY-READ-COUNT PIC 9(009) VALUE ZERO.
014000     05 WS-TXN-FLAGGED-COUNT PIC 9(009) VALUE ZERO.
014100     05 WS-VIOLATION-COUNT PIC 9(009) VALUE ZERO.
014200     05 WS-UNKNOWN-COUNT PIC 9(009) VALUE ZERO.
014300     05 WS-INACTIVE-COUNT PIC 9(009) VALUE ZERO.
014400     05 WS-DATES-COUNT PIC 9(009) VALUE ZERO.
014500     05 WS-CARRIER-COUNT PIC 9(009) VALUE ZERO.
014600     05 WS-TYPE-COUNT PIC 9(009) VALUE ZERO.
014700
014800 01  WS-PRINT-LINES.
014900     05 WS-HDR1.
015000        10 FILLER PIC X(020) VALUE 'LA332E1'.
015100        10 FILLER PIC X(050) VALUE
015200           'UNAUTHORIZED USER ACTIVITY EXCEPTIONS'.
015300     05 WS-HDR2.
015400        10 FILLER PIC X(011) VALUE 'RUN DATE : '.
015500        10 WS-HDR2-RUN-DATE PIC 9(008) VALUE ZERO.
015600     05 WS-COL1.
015700        10 FILLER PIC X(038) VALUE 'TRANS-REF-GUID'.
015800        10 FILLER PIC X(027) VALUE 'HOLDING-ID'.
015900        10 FILLER PIC X(027) VALUE 'PARTY-ID'.
016000        10 FILLER PIC X(020) VALUE 'USER-LOGIN-ID'.
016100     05 WS-DTL1.
016200        10 WS-DTL1-GUID PIC X(036) VALUE SPACES.
016300        10 FILLER PIC X(002) VALUE SPACES.
016400        10 WS-DTL1-HOLDING-ID PIC X(025) VALUE SPACES.
016500        10 FILLER PIC X(002) VALUE SPACES.
016600        10 WS-DTL1-PARTY-ID PIC X(025) VALUE SPACES.
016700        10 FILLER PIC X(002) VALUE SPACES.
016800        10 WS-DTL1-USER PIC X(020) VALUE SPACES.
016900     05 WS-DTL2.
017000        10 FILLER PIC X(004) VALUE SPACES.
017100        10 WS-DTL2-TEXT PIC X(030) VALUE SPACES.
017200        10 FILLER PIC X(002) VALUE SPACES.
017300        10 WS-DTL2-DETAIL PIC X(070) VALUE SPACES.
017400     05 WS-SUM1.
017500        10 FILLER PIC X(040) VALUE 'SUMMARY'.
017600     05 WS-SUM2.
017700        10 FILLER PIC X(004) VALUE SPACES.
017800        10 WS-SUM2-TEXT PIC X(036) VALUE SPACES.
017900        10 WS-SUM2-COUNT PIC ZZZ,ZZZ,ZZ9.
018000
018100*    THE TX-LIFE-REQ ENTRY AREA THE PER-ENTRY LOGIC WORKS ON:
018200*    EVERY LA332ENT RECORD IS UNPACKED INTO SLOT 1, AS IN THE
018300*    OTHER ENTRY-FILE READERS.
018400     COPY LA332A4-OUTPUT.
018500
018600 PROCEDURE DIVISION.
018700 0000-MAINLINE.
018800     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
018900     ACCEPT WS-STEP-START-TIME FROM TIME.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019100     PERFORM 2000-CHECK-ENTRY THRU 2000-EXIT
019200         UNTIL WS-END-OF-INPUT.
019300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019400     GOBACK.
019500 0000-EXIT.
019600     EXIT.
019700
019800*****************************************************************
019900*    1000-INITIALIZE - OPEN FILES, PRINT THE HEADINGS AND PRIME *
020000*    THE INPUT READ. THE ENTITLEMENT MASTER IS REQUIRED: WITHOUT*
020100*    IT EVERY LOGIN WOULD REPORT AS UNKNOWN.                    *
020200*****************************************************************
020300 1000-INITIALIZE.
020400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020500     OPEN INPUT LA332E1-ENTL-FILE.
020600     IF WS-ENTL-NOT-FOUND
020700         DISPLAY 'LA332E1 - LA332USR NOT FOUND, STATUS: '
020800             WS-ENTL-FILE-STATUS
020900         MOVE 16 TO RETURN-CODE
021000         GOBACK
021100     END-IF.
021200     OPEN INPUT LA332E1-ENT-FILE
021300                LA332E1-CVAL-FILE.
021400     OPEN OUTPUT LA332E1-RPT-FILE.
021500     MOVE WS-HDR1 TO LA332E1-RPT-REC.
021600     PERFORM 9800-WRITE-REPORT-LINE THRU 9800-EXIT.
021700     MOVE WS-RUN-DATE TO WS-HDR2-RUN-DATE.
021800     MOVE WS-HDR2 TO LA332E1-RPT-REC.
021900     PERFORM 9800-WRITE-REPORT-LINE THRU 9800-EXIT.
022000     MOVE SPACES TO LA332E1-RPT-REC.
022100     PERFORM 9800-WRITE-REPORT-LINE THRU 9800-EXIT.
022200     MOVE WS-COL1 TO LA332E1-RPT-REC.
022300     PERFORM 9800-WRITE-REPORT-LINE THRU 9800-EXIT.
022400     MOVE 1 TO WS-ENTRY-SUB.
022500     PERFORM 9000-READ-ENTRY THRU 9000-EXIT.
022600 1000-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000*    2000-CHECK-ENTRY - CHECK ONE ENTRY'S LOGIN AGAINST THE     *
023100*    ENTITLEMENT MASTER                                         *
023200*****************************************************************
023300 2000-CHECK-ENTRY.
023400     ADD 1 TO WS-ENTRY-READ-COUNT.
023500     MOVE 1 TO TX-LIFE-REQ-CNT OF LA332A4.
023600     MOVE ENT-TX-LIFE-REQ TO TX-LIFE-REQ OF LA332A4 (1).
023700     MOVE 'N' TO WS-TXN-FLAGGED-SW.
023800     MOVE TRANS-EXE-DATE-NUM (WS-ENTRY-SUB) TO WS-CHECK-DATE.
023900     IF WS-CHECK-DATE = ZERO
024000         MOVE WS-RUN-DATE TO WS-CHECK-DATE
024100     END-IF.
024200     MOVE 'N' TO WS-USER-FOUND-SW.
024300     MOVE USER-LOGIN-ID (WS-ENTRY-SUB) TO ENTL-USER-LOGIN-ID.
024400     READ LA332E1-ENTL-FILE
024500         INVALID KEY
024600             CONTINUE
024700         NOT INVALID KEY
024800             SET WS-USER-FOUND TO TRUE
024900     END-READ.
025000     IF WS-USER-FOUND
025100         PERFORM 2100-CHECK-STATUS-AND-DATES THRU 2100-EXIT
025200         PERFORM 2200-CHECK-CARRIER THRU 2200-EXIT
025300         PERFORM 2300-CHECK-TRANS-TYPE THRU 2300-EXIT
025400     ELSE
025500         MOVE 'USER NOT ON ENTITLEMENT FILE' TO WS-VIOLATION-TEXT
025600         MOVE SPACES TO WS-VIOLATION-DETAIL
025700         ADD 1 TO WS-UNKNOWN-COUNT
025800         PERFORM 3000-REPORT-VIOLATION THRU 3000-EXIT
025900     END-IF.
026000     IF WS-TXN-FLAGGED
026100         ADD 1 TO WS-TXN-FLAGGED-COUNT
026200     END-IF.
026300     PERFORM 9000-READ-ENTRY THRU 9000-EXIT.
026400 2000-EXIT.
026500     EXIT.
026600
026700 2100-CHECK-STATUS-AND-DATES.
026800     IF NOT ENTL-ACTIVE
026900         MOVE 'USER NOT ACTIVE' TO WS-VIOLATION-TEXT
027000         MOVE SPACES TO WS-VIOLATION-DETAIL
027100         STRING 'STATUS ' ENTL-STATUS DELIMITED BY SIZE
027200             INTO WS-VIOLATION-DETAIL
027300         ADD 1 TO WS-INACTIVE-COUNT
027400         PERFORM 3000-REPORT-VIOLATION THRU 3000-EXIT
027500     END-IF.
027600     IF (ENTL-ACTIVE-FROM-DATE > ZERO
027700         AND WS-CHECK-DATE < ENTL-ACTIVE-FROM-DATE)
027800      OR (ENTL-ACTIVE-TO-DATE > ZERO
027900         AND WS-CHECK-DATE > ENTL-ACTIVE-TO-DATE)
027925      OR (ENTL-ACTIVE-TO-DATE > ZERO
027950         AND WS-RUN-DATE > ENTL-ACTIVE-TO-DATE)
028000         MOVE 'OUTSIDE ACTIVE DATES' TO WS-VIOLATION-TEXT
028100         MOVE SPACES TO WS-VIOLATION-DETAIL
028200         STRING 'DATE ' WS-CHECK-DATE ' RUN ' WS-RUN-DATE
028300                ' ACTIVE ' ENTL-ACTIVE-FROM-DATE
028400                ' TO ' ENTL-ACTIVE-TO-DATE DELIMITED BY SIZE
028500             INTO WS-VIOLATION-DETAIL
028600         ADD 1 TO WS-DATES-COUNT
028700         PERFORM 3000-REPORT-VIOLATION THRU 3000-EXIT
028800     END-IF.
028900 2100-EXIT.
029000     EXIT.
029100
029200 2200-CHECK-CARRIER.
029300     MOVE 'N' TO WS-GRANT-FOUND-SW.
029400     PERFORM 2210-MATCH-CARRIER THRU 2210-EXIT
029500         VARYING WS-GRANT-SUB FROM 1 BY 1
029600         UNTIL WS-GRANT-FOUND
029700            OR WS-GRANT-SUB > ENTL-CARRIER-CNT
029800            OR WS-GRANT-SUB > 20.
029900     IF NOT WS-GRANT-FOUND
030000         MOVE 'CARRIER NOT ASSIGNED' TO WS-VIOLATION-TEXT
030100         MOVE SPACES TO WS-VIOLATION-DETAIL
030200         STRING 'CARRIER ' CARRIER-CODE (WS-ENTRY-SUB)
030300             DELIMITED BY SIZE
030400             INTO WS-VIOLATION-DETAIL
030500         ADD 1 TO WS-CARRIER-COUNT
030600         PERFORM 3000-REPORT-VIOLATION THRU 3000-EXIT
030700     END-IF.
030800 2200-EXIT.
030900     EXIT.
031000
031100 2210-MATCH-CARRIER.
031200     IF ENTL-CARRIER-CODE (WS-GRANT-SUB) = '*ALL'
031300      OR ENTL-CARRIER-CODE (WS-GRANT-SUB)
031400         = CARRIER-CODE (WS-ENTRY-SUB)
031500         SET WS-GRANT-FOUND TO TRUE
031600     END-IF.
031700 2210-EXIT.
031800     EXIT.
031900
032000 2300-CHECK-TRANS-TYPE.
032100     MOVE 'N' TO WS-GRANT-FOUND-SW.
032200     PERFORM 2310-MATCH-TRANS-TYPE THRU 2310-EXIT
032300         VARYING WS-GRANT-SUB FROM 1 BY 1
032400         UNTIL WS-GRANT-FOUND
032500            OR WS-GRANT-SUB > ENTL-TRANS-TYPE-CNT
032600            OR WS-GRANT-SUB > 30.
032700     IF NOT WS-GRANT-FOUND
032800         PERFORM 2320-LOOKUP-TYPE-DESC THRU 2320-EXIT
032900         MOVE 'TRANS TYPE NOT ENTITLED' TO WS-VIOLATION-TEXT
033000         MOVE SPACES TO WS-VIOLATION-DETAIL
033100         STRING 'TRANS TYPE ' TRANS-TYPE-TC (WS-ENTRY-SUB)
033200                ' ' WS-TYPE-DESC
033300             DELIMITED BY SIZE
033400             INTO WS-VIOLATION-DETAIL
033500         ADD 1 TO WS-TYPE-COUNT
033600         PERFORM 3000-REPORT-VIOLATION THRU 3000-EXIT
033700     END-IF.
033800 2300-EXIT.
033900     EXIT.
034000
034100 2310-MATCH-TRANS-TYPE.
034200     IF ENTL-TRANS-TYPE-TC (WS-GRANT-SUB) = '*ALL'
034300      OR ENTL-TRANS-TYPE-TC (WS-GRANT-SUB)
034400         = TRANS-TYPE-TC (WS-ENTRY-SUB)
034500         SET WS-GRANT-FOUND TO TRUE
034600     END-IF.
034700 2310-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*    2320-LOOKUP-TYPE-DESC - THE LA332CVM MASTER DESCRIPTION OF *
035200*    THE TRANS TYPE, OR THE CARRIER'S OWN TEXT WHEN THE CODE IS *
035300*    NOT ON THE MASTER (OR THE MASTER IS NOT ALLOCATED)         *
035400*****************************************************************
035500 2320-LOOKUP-TYPE-DESC.
035600     MOVE TRANS-TYPE-TC-DESC (WS-ENTRY-SUB) TO WS-TYPE-DESC.
035700     MOVE 'TRANTYPE' TO CVAL-CODE-TYPE.
035800     MOVE TRANS-TYPE-TC (WS-ENTRY-SUB) TO CVAL-CODE-VALUE.
035900     READ LA332E1-CVAL-FILE
036000         INVALID KEY
036100             CONTINUE
036200         NOT INVALID KEY
036300             MOVE CVAL-DESC TO WS-TYPE-DESC
036400     END-READ.
036500 2320-EXIT.
036600     EXIT.
036700
036800*****************************************************************
036900*    3000-REPORT-VIOLATION - PRINT THE TRANSACTION LINE ON ITS  *
037000*    FIRST VIOLATION, THEN THE VIOLATION ITSELF                 *
037100*****************************************************************
037200 3000-REPORT-VIOLATION.
037300     IF NOT WS-TXN-FLAGGED
037400         MOVE TRANS-REF-GUID (WS-ENTRY-SUB) TO WS-DTL1-GUID
037500         MOVE HOLDING-ID (WS-ENTRY-SUB) TO WS-DTL1-HOLDING-ID
037600         MOVE PARTY-ID (WS-ENTRY-SUB) TO WS-DTL1-PARTY-ID
037700         MOVE USER-LOGIN-ID (WS-ENTRY-SUB) TO WS-DTL1-USER
037800         MOVE WS-DTL1 TO LA332E1-RPT-REC
037900         PERFORM 9800-WRITE-REPORT-LINE THRU 9800-EXIT
038000         SET WS-TXN-FLAGGED TO TRUE
038100     END-IF.
038200     MOVE WS-VIOLATION-TEXT TO WS-DTL2-TEXT.
038300     MOVE WS-VIOLATION-DETAIL TO WS-DTL2-DETAIL.
038400     MOVE WS-DTL2 TO LA332E1-RPT-REC.
038500     PERFORM 9800-WRITE-REPORT-LINE THRU 9800-EXIT.
038600     ADD 1 TO WS-VIOLATION-COUNT.
038700 3000-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100*    8000-TERMINATE - PRINT THE SUMMARY, SET THE RETURN CODE    *
039200*    AND CLOSE FILES                                            *
039300*****************************************************************
039400 8000-TERMINATE.
039500     MOVE SPACES TO LA332E1-RPT-REC.
039600     PERFORM 9800-WRITE-REPORT-LINE THRU 9800-EXIT.
039700     MOVE WS-SUM1 TO LA332E1-RPT-REC.
039800     PERFORM 9800-WRITE-REPORT-LINE THRU 9800-EXIT.
039900     MOVE 'ENTRIES CHECKED' TO WS-SUM2-TEXT.
040000     MOVE WS-ENTRY-READ-COUNT TO WS-SUM2-COUNT.
040100     PERFORM 8100-PRINT-SUMMARY-LINE THRU 8100-EXIT.
040200     MOVE 'TRANSACTIONS WITH VIOLATIONS' TO WS-SUM2-TEXT.
040300     MOVE WS-TXN-FLAGGED-COUNT TO WS-SUM2-COUNT.
040400     PERFORM 8100-PRINT-SUMMARY-LINE THRU 8100-EXIT.
040500     MOVE 'USER NOT ON ENTITLEMENT FILE' TO WS-SUM2-TEXT.
040600     MOVE WS-UNKNOWN-COUNT TO WS-SUM2-COUNT.
040700     PERFORM 8100-PRINT-SUMMARY-LINE THRU 8100-EXIT.
040800     MOVE 'USER NOT ACTIVE' TO WS-SUM2-TEXT.
040900     MOVE WS-INACTIVE-COUNT TO WS-SUM2-COUNT.
041000     PERFORM 8100-PRINT-SUMMARY-LINE THRU 8100-EXIT.
041100     MOVE 'OUTSIDE ACTIVE DATES' TO WS-SUM2-TEXT.
041200     MOVE WS-DATES-COUNT TO WS-SUM2-COUNT.
041300     PERFORM 8100-PRINT-SUMMARY-LINE THRU 8100-EXIT.
041400     MOVE 'CARRIER NOT ASSIGNED' TO WS-SUM2-TEXT.
041500     MOVE WS-CARRIER-COUNT TO WS-SUM2-COUNT.
041600     PERFORM 8100-PRINT-SUMMARY-LINE THRU 8100-EXIT.
041700     MOVE 'TRANS TYPE NOT ENTITLED' TO WS-SUM2-TEXT.
041800     MOVE WS-TYPE-COUNT TO WS-SUM2-COUNT.
041900     PERFORM 8100-PRINT-SUMMARY-LINE THRU 8100-EXIT.
042000     CLOSE LA332E1-ENT-FILE
042100           LA332E1-ENTL-FILE
042200           LA332E1-CVAL-FILE
042300           LA332E1-RPT-FILE.
042400     DISPLAY 'LA332E1 - ENTRY RECS CHECKED    : '
042500         WS-ENTRY-READ-COUNT.
042600     DISPLAY 'LA332E1 - TRANSACTIONS FLAGGED  : '
042700         WS-TXN-FLAGGED-COUNT.
042800     DISPLAY 'LA332E1 - VIOLATIONS            : '
042900         WS-VIOLATION-COUNT.
043000     IF WS-VIOLATION-COUNT > ZERO
043100         MOVE 4 TO RETURN-CODE
043200     END-IF.
043300     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
043400 8000-EXIT.
043500     EXIT.
043600
043700 8100-PRINT-SUMMARY-LINE.
043800     MOVE WS-SUM2 TO LA332E1-RPT-REC.
043900     PERFORM 9800-WRITE-REPORT-LINE THRU 9800-EXIT.
044000 8100-EXIT.
044100     EXIT.
044200
044300*****************************************************************
044400*    9000-READ-ENTRY - READ THE NEXT LA332ENT ENTRY RECORD      *
044500*****************************************************************
044600 9000-READ-ENTRY.
044700     READ LA332E1-ENT-FILE
044800         AT END
044900             SET WS-END-OF-INPUT TO TRUE
045000     END-READ.
045100 9000-EXIT.
045200     EXIT.
045300
045400 9800-WRITE-REPORT-LINE.
045500     WRITE LA332E1-RPT-REC.
045600     IF NOT WS-RPT-OK
045700         DISPLAY 'LA332E1 - LA332RPT WRITE FAILED, STATUS: '
045800             WS-RPT-FILE-STATUS
045900         MOVE 16 TO RETURN-CODE
046000         GOBACK
046100     END-IF.
046200 9800-EXIT.
046300     EXIT.
046400
046500*****************************************************************
046600*    9900-WRITE-CONTROL-TOTALS - APPEND THIS RUN'S COUNTS TO    *
046700*    THE SHARED LA332CTL CONTROL FILE FOR THE LA332B9 BALANCING *
046800*    STEP AT THE END OF THE STREAM. RECORDS WRITTEN IS THE      *
046900*    VIOLATIONS REPORTED.                                       *
047000*****************************************************************
047100 9900-WRITE-CONTROL-TOTALS.
047200     OPEN EXTEND LA332E1-CTL-FILE.
047300     MOVE 'LA332E1 ' TO CTL-PROGRAM-ID.
047400     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
047500     MOVE ZERO TO CTL-CYCLE-NO.
047600     MOVE WS-ENTRY-READ-COUNT TO CTL-RECS-READ.
047700     MOVE WS-VIOLATION-COUNT TO CTL-RECS-WRITTEN.
047800     MOVE WS-ENTRY-READ-COUNT TO CTL-ENTRIES-SCANNED.
047900     MOVE ZERO TO CTL-OVFL-MERGED.
048000     WRITE LA332A4-CTL-REC.
048100     IF NOT WS-CTL-OK
048200         DISPLAY 'LA332E1 - LA332CTL WRITE FAILED, STATUS: '
048300             WS-CTL-FILE-STATUS
048400         MOVE 16 TO RETURN-CODE
048500         GOBACK
048600     END-IF.
048700     CLOSE LA332E1-CTL-FILE.
048800     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
048900 9900-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END   *
049400*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE   *
049500*    LA332T1 BATCH-WINDOW REPORT                                *
049600*****************************************************************
049700 9960-WRITE-STEP-TIMING.
049800     OPEN EXTEND LA332E1-TIM-FILE.
049900     MOVE 'LA332E1 ' TO TIM-PROGRAM-ID.
050000     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
050100     MOVE ZERO TO TIM-CYCLE-NO.
050200     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
050300     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
050400     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
050500     ACCEPT TIM-END-TIME FROM TIME.
050600     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
050700     WRITE LA332A4-TIME-REC.
050800     IF NOT WS-TIM-OK
050900         DISPLAY 'LA332E1 - LA332TIM WRITE FAILED, STATUS: '
051000             WS-TIM-FILE-STATUS
051100     END-IF.
051200     CLOSE LA332E1-TIM-FILE.
051300 9960-EXIT.
051400     EXIT.
