002100*         FILE AND COUNTED AGAINST ITS CARRIER, SO A WHOLE-     *
002200*         FILE RETRANSMISSION SHRINKS TO ONE REPORT PAGE        *
002300*         INSTEAD OF A DAY OF DOWNSTREAM CLEANUP.               *
002310*       - A GUID THE LA332Q2 RESUBMISSION FEED HAS FLAGGED ON  *
002320*         THE REGISTRY (GREG-RESUB-DATE) IS A TRANSACTION A    *
002330*         REP REPAIRED AND RELEASED OFF THE LA332SUS SUSPENSE  *
002340*         FILE: IT PASSES THROUGH AS A DELIBERATE              *
002350*         RESUBMISSION, THE FLAG IS CLEARED SO ONLY THAT ONE   *
002360*         ARRIVAL GETS THROUGH, AND IT IS COUNTED SEPARATELY   *
002370*         WITHOUT SETTING THE RETURN CODE.                     *
002400*                                                               *
002500*    REGISTRY ENTRIES OLDER THAN THE PARAMETER-DRIVEN           *
002600*    RETENTION (LA332A5P, DEFAULT 30 DAYS) ARE DELETED AT THE   *
003400*    08/22/2026 DSY   ORIGINAL PROGRAM.                          *
003433*    09/02/2026 DSY   INTRADAY CYCLE NUMBER READ OFF             *
003466*                      LA332CYC, STAMPED ON CONTROL TOTALS.      *
003475*    10/15/2026 DSY   GUIDS FLAGGED BY THE LA332Q2 SUSPENSE      *
003483*                      RESUBMISSION FEED PASS THROUGH AS         *
003491*                      DELIBERATE RESUBMISSIONS, NOT RESENDS.    *
003493*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003495*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CTL-FILE-STATUS.
007100
007104     SELECT OPTIONAL LA332A5-TIM-FILE ASSIGN TO LA332TIM
007108         ORGANIZATION IS LINE SEQUENTIAL
007112         FILE STATUS IS WS-TIM-FILE-STATUS.
007116
007120     SELECT OPTIONAL LA332A5-CYC-FILE ASSIGN TO LA332CYC
007140         ORGANIZATION IS LINE SEQUENTIAL
007160         FILE STATUS IS WS-CYC-FILE-STATUS.
010300     RECORDING MODE IS F.
010400     COPY LA332A4-CTL.
010500
010504 FD  LA332A5-TIM-FILE
010508     RECORDING MODE IS F.
010512     COPY LA332A4-TIME.
010516
010520 FD  LA332A5-CYC-FILE
010540     RECORDING MODE IS F.
010560     COPY LA332A4-CYC.
010580
010600 WORKING-STORAGE SECTION.
010620 01  WS-STEP-TIMING.
010640     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
010660     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
010680
010700 01  WS-FILE-STATUSES.
010800     05 WS-TXN-FILE-STATUS PIC X(002) VALUE SPACES.
010900        88 WS-TXN-EOF VALUE '10'.
012200        88 WS-RPT-OK VALUE '00'.
012300     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
012400        88 WS-CTL-OK VALUE '00'.
012425     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
012450        88 WS-TIM-OK VALUE '00'.
012525     05 WS-CYC-FILE-STATUS PIC X(002) VALUE SPACES.
012550        88 WS-CYC-OK VALUE '00'.
012575        88 WS-CYC-NOT-FOUND VALUE '35'.
016300     05 WS-PASSED-COUNT PIC 9(007) VALUE ZERO.
016400     05 WS-DUP-COUNT PIC 9(007) VALUE ZERO.
016500     05 WS-PURGED-COUNT PIC 9(007) VALUE ZERO.
016550     05 WS-RESUB-COUNT PIC 9(007) VALUE ZERO.
016600     05 WS-CARR-COUNT PIC 9(003) VALUE ZERO.
016700     05 WS-CARR-MAX PIC 9(003) VALUE 500.
016800
017100        10 CT-CARRIER-CODE PIC X(022) VALUE SPACES.
017200        10 CT-PASSED-COUNT PIC 9(007) COMP-3 VALUE ZERO.
017300        10 CT-DUP-COUNT PIC 9(007) COMP-3 VALUE ZERO.
017350        10 CT-RESUB-COUNT PIC 9(007) COMP-3 VALUE ZERO.
017400
017500 01  WS-PRINT-LINES.
017600     05 WS-HDR1.
018400        10 WS-DTL1-PASSED PIC ZZZ,ZZ9.
018500        10 FILLER PIC X(012) VALUE ' SUPPRESSED:'.
018600        10 WS-DTL1-DUP PIC ZZZ,ZZ9.
018620        10 FILLER PIC X(007) VALUE ' RESUB:'.
018640        10 WS-DTL1-RESUB PIC ZZZ,ZZ9.
018700     05 WS-TOT1.
018800        10 FILLER PIC X(032) VALUE 'TOTAL'.
018900        10 FILLER PIC X(008) VALUE ' PASSED:'.
019000        10 WS-TOT1-PASSED PIC ZZZ,ZZ9.
019100        10 FILLER PIC X(012) VALUE ' SUPPRESSED:'.
019200        10 WS-TOT1-DUP PIC ZZZ,ZZ9.
019220        10 FILLER PIC X(007) VALUE ' RESUB:'.
019240        10 WS-TOT1-RESUB PIC ZZZ,ZZ9.
019300     05 WS-TOT2.
019400        10 FILLER PIC X(034) VALUE
019500           'REGISTRY ENTRIES PURGED :'.
019700
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE.
019925     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
019950     ACCEPT WS-STEP-START-TIME FROM TIME.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     PERFORM 1500-PURGE-REGISTRY THRU 1500-EXIT.
020200     PERFORM 2000-CHECK-TXN THRU 2000-EXIT
029700         INVALID KEY
029800             PERFORM 2100-PASS-TXN THRU 2100-EXIT
029900         NOT INVALID KEY
030000             IF GREG-RESUB-DATE IS NUMERIC
030010              AND GREG-RESUB-DATE > ZERO
030020                 PERFORM 2300-PASS-RESUBMISSION THRU 2300-EXIT
030030             ELSE
030040                 PERFORM 2200-DIVERT-DUPLICATE THRU 2200-EXIT
030050             END-IF
030100     END-READ.
030200     PERFORM 9000-READ-TXN THRU 9000-EXIT.
030300 2000-EXIT.
032000     MOVE WS-RUN-DATE TO GREG-RUN-DATE.
032100     MOVE CARRIER-CODE OF LA332A5-TXN-REC
032200         TO GREG-CARRIER-CODE.
032250     MOVE ZERO TO GREG-RESUB-DATE.
032300     WRITE LA332A4-GREG-REC
032400         INVALID KEY
032500             DISPLAY 'LA332A5 - LA332GRG WRITE FAILED FOR '
035500     END-IF.
035600 2200-EXIT.
035700     EXIT.
035701
035702*****************************************************************
035704*    2300-PASS-RESUBMISSION - A GUID LA332Q2 FLAGGED AS A       *
035706*    REPAIRED TRANSACTION FED BACK OFF THE SUSPENSE FILE: PASS  *
035708*    IT THROUGH, RESTAMP THE REGISTRY ENTRY AND CLEAR THE FLAG  *
035710*    SO A LATER RESEND OF THE SAME GUID IS STILL SUPPRESSED     *
035712*****************************************************************
035714 2300-PASS-RESUBMISSION.
035716     WRITE LA332A5-PAS-REC FROM LA332A5-TXN-REC.
035718     IF NOT WS-PAS-OK
035720         DISPLAY 'LA332A5 - LA332DDP WRITE FAILED, STATUS: '
035722             WS-PAS-FILE-STATUS
035724         MOVE 16 TO RETURN-CODE
035726         GOBACK
035728     END-IF.
035730     MOVE WS-RUN-DATE TO GREG-RUN-DATE.
035732     MOVE ZERO TO GREG-RESUB-DATE.
035734     REWRITE LA332A4-GREG-REC
035736         INVALID KEY
035738             DISPLAY 'LA332A5 - LA332GRG REWRITE FAILED FOR '
035740                 GREG-TRANS-REF-GUID ' STATUS '
035742                 WS-GRG-FILE-STATUS
035744             MOVE 16 TO RETURN-CODE
035746             GOBACK
035748     END-REWRITE.
035750     ADD 1 TO WS-PASSED-COUNT.
035752     ADD 1 TO WS-RESUB-COUNT.
035754     PERFORM 2500-COUNT-CARRIER THRU 2500-EXIT.
035756     IF WS-CARR-FOUND-SUB > ZERO
035758         ADD 1 TO CT-PASSED-COUNT (WS-CARR-FOUND-SUB)
035760         ADD 1 TO CT-RESUB-COUNT (WS-CARR-FOUND-SUB)
035762     END-IF.
035764 2300-EXIT.
035766     EXIT.
035800
035900*****************************************************************
036000*    2500-COUNT-CARRIER - LOCATE OR ADD THE TRANSACTION'S        *
042200     END-IF.
042300     MOVE WS-PASSED-COUNT TO WS-TOT1-PASSED.
042400     MOVE WS-DUP-COUNT TO WS-TOT1-DUP.
042450     MOVE WS-RESUB-COUNT TO WS-TOT1-RESUB.
042500     WRITE LA332A5-RPT-REC FROM WS-TOT1.
042600     IF NOT WS-RPT-OK
042700         DISPLAY 'LA332A5 - LA332RPT WRITE FAILED, STATUS: '
044400     MOVE CT-CARRIER-CODE (WS-CARR-SUB) TO WS-DTL1-CARRIER.
044500     MOVE CT-PASSED-COUNT (WS-CARR-SUB) TO WS-DTL1-PASSED.
044600     MOVE CT-DUP-COUNT (WS-CARR-SUB) TO WS-DTL1-DUP.
044650     MOVE CT-RESUB-COUNT (WS-CARR-SUB) TO WS-DTL1-RESUB.
044700     WRITE LA332A5-RPT-REC FROM WS-DTL1.
044800     IF NOT WS-RPT-OK
044900         DISPLAY 'LA332A5 - LA332RPT WRITE FAILED, STATUS: '
046800     DISPLAY 'LA332A5 - TRANSACTIONS PASSED   : '
046900         WS-PASSED-COUNT.
047000     DISPLAY 'LA332A5 - DUPLICATES SUPPRESSED : ' WS-DUP-COUNT.
047050     DISPLAY 'LA332A5 - RESUBMISSIONS PASSED  : '
047060         WS-RESUB-COUNT.
047100     DISPLAY 'LA332A5 - REGISTRY ENTRIES PURGED: '
047200         WS-PURGED-COUNT.
047300     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
054500         GOBACK
054600     END-IF.
054700     CLOSE LA332A5-CTL-FILE.
054750     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
054800 9900-EXIT.
054900     EXIT.
054904
054908*****************************************************************
054912*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
054916*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
054920*    LA332T1 BATCH-WINDOW REPORT                                 *
054924*****************************************************************
054928 9960-WRITE-STEP-TIMING.
054932     OPEN EXTEND LA332A5-TIM-FILE.
054936     MOVE 'LA332A5 ' TO TIM-PROGRAM-ID.
054940     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
054944     MOVE WS-CYCLE-NO TO TIM-CYCLE-NO.
054948     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
054952     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
054956     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
054960     ACCEPT TIM-END-TIME FROM TIME.
054964     MOVE WS-TXN-COUNT TO TIM-VOLUME.
054968     WRITE LA332A4-TIME-REC.
054972     IF NOT WS-TIM-OK
054976         DISPLAY 'LA332A5 - LA332TIM WRITE FAILED, STATUS: '
054980             WS-TIM-FILE-STATUS
054984     END-IF.
054988     CLOSE LA332A5-TIM-FILE.
054992 9960-EXIT.
054996     EXIT.
055000
055100*****************************************************************
055200*    9950-READ-CYCLE-CARD - INTRADAY CYCLE NUMBER OFF THE       *
