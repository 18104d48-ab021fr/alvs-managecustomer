000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LA332Q1.
000300 AUTHOR. D-SYSTEMS.
000400 INSTALLATION. ALVS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    LA332Q1 - FAILED-TRANSACTION SUSPENSE LOAD                 *
001000*                                                               *
001100*    RUNS AT THE END OF EACH INTRADAY CYCLE, AFTER THE LA332A4  *
001200*    EXTRACT. A TRANSACTION THAT STOPS SHORT OF PROCESSING USED *
001300*    TO BE REPORTED (LA332B1) AND HANDED BACK TO THE CARRIER    *
001400*    (LA332F1) AND NOTHING MORE, EVEN WHEN THE FIX WAS OURS TO  *
001500*    MAKE. THIS STEP PUTS EACH ONE ON THE KEYED LA332SUS        *
001600*    SUSPENSE FILE, STATUS 'S' (SUSPENDED):                     *
001700*                                                               *
001800*       1. EVERY LA332A3 EDIT REJECT OFF THE CYCLE'S LA332REJ,  *
001900*          WITH ITS FOUR-CHARACTER REASON CODE.                 *
002000*       2. EVERY LA332ENT ENTRY THAT FAILED PER TRANS-RESULT    *
002100*          (RESULT-CODE-TC NOT '0'), WITH REASON CODE 'FAIL'.   *
002200*                                                               *
002300*    A REP REPAIRS AND RELEASES SUSPENDED TRANSACTIONS ON THE   *
002400*    LA332C3 SCREEN (TRANS LA35); LA332Q2 FEEDS THE RELEASED    *
002500*    ONES INTO THE NEXT CYCLE. THE KEY IS THE RUN DATE, THE     *
002600*    CYCLE (LA332CYC), THE SOURCE AND THE RECORD'S POSITION IN  *
002700*    ITS SOURCE FILE (SEE LA332A4-SUSP.CPY), SO A RERUN OF THE  *
002800*    SAME CYCLE FINDS ITS KEYS ALREADY ON FILE AND LEAVES THEM, *
002900*    AND ANY REPAIR ALREADY MADE, ALONE.                        *
002910*                                                               *
002920*    AN EDIT REJECT WHOSE GUID LA332Q2 FLAGGED ON THE LA332GRG  *
002930*    REGISTRY AS A RESUBMISSION IS A RELEASED REPAIR THAT FAILED*
002940*    THE EDITS AGAIN. THE FLAG IS CLEARED AS IT GOES BACK INTO  *
002950*    SUSPENSE, SO A LATER CARRIER RESEND OF THE GUID IS STILL   *
002960*    SUPPRESSED BY LA332A5; A RE-RELEASE FLAGS IT AFRESH.       *
003000*                                                               *
003100*    THE SUSPENSE LIST ON LA332RPT PRINTS EVERY TRANSACTION     *
003200*    SUSPENDED WITH THE KEY THE REP ENTERS AT THE TERMINAL.     *
003300*                                                               *
003400*    MODIFICATION HISTORY.                                      *
003500*    DATE       INIT  DESCRIPTION                                *
003600*    10/15/2026 DSY   ORIGINAL PROGRAM.                          *
003625*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003650*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
003660*    10/15/2026 DSY   LA332SUS OPEN IS CHECKED. A REJECTED       *
003670*                      RESUBMISSION'S LA332GRG FLAG IS CLEARED.  *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-Z15.
004100 OBJECT-COMPUTER. IBM-Z15.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPTIONAL LA332Q1-REJ-FILE ASSIGN TO LA332REJ
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REJ-FILE-STATUS.
004700
004800     SELECT LA332Q1-ENT-FILE ASSIGN TO LA332ENT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ENT-FILE-STATUS.
005100
005200     SELECT OPTIONAL LA332Q1-SUS-FILE ASSIGN TO LA332SUS
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS SUS-KEY
005600         FILE STATUS IS WS-SUS-FILE-STATUS.
005700
005710     SELECT OPTIONAL LA332Q1-GRG-FILE ASSIGN TO LA332GRG
005720         ORGANIZATION IS INDEXED
005730         ACCESS MODE IS DYNAMIC
005740         RECORD KEY IS GREG-TRANS-REF-GUID
005750         FILE STATUS IS WS-GRG-FILE-STATUS.
005760
005800     SELECT LA332Q1-RPT-FILE ASSIGN TO LA332RPT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RPT-FILE-STATUS.
006100
006200     SELECT OPTIONAL LA332Q1-CTL-FILE ASSIGN TO LA332CTL
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CTL-FILE-STATUS.
006500
006520     SELECT OPTIONAL LA332Q1-TIM-FILE ASSIGN TO LA332TIM
006540         ORGANIZATION IS LINE SEQUENTIAL
006560         FILE STATUS IS WS-TIM-FILE-STATUS.
006580
006600     SELECT OPTIONAL LA332Q1-CYC-FILE ASSIGN TO LA332CYC
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-CYC-FILE-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  LA332Q1-REJ-FILE
007300     RECORDING MODE IS F.
007400 01  LA332Q1-REJ-REC.
007500     05 REJ-REASON-CODE PIC X(004).
007600     05 REJ-TX-LIFE-REQ PIC X(2838).
007700
007800 FD  LA332Q1-ENT-FILE
007900     RECORDING MODE IS F.
008000     COPY LA332A4-ENT.
008100
008200 FD  LA332Q1-SUS-FILE.
008300     COPY LA332A4-SUSP.
008400
008425 FD  LA332Q1-GRG-FILE.
008450     COPY LA332A4-GREG.
008475
008500 FD  LA332Q1-RPT-FILE
008600     RECORDING MODE IS F.
008700 01  LA332Q1-RPT-REC PIC X(133).
008800
008900 FD  LA332Q1-CTL-FILE
009000     RECORDING MODE IS F.
009100     COPY LA332A4-CTL.
009200
009220 FD  LA332Q1-TIM-FILE
009240     RECORDING MODE IS F.
009260     COPY LA332A4-TIME.
009280
009300 FD  LA332Q1-CYC-FILE
009400     RECORDING MODE IS F.
009500     COPY LA332A4-CYC.
009600
009700 WORKING-STORAGE SECTION.
009720 01  WS-STEP-TIMING.
009740     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
009760     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
009780
009800 01  WS-FILE-STATUSES.
009900     05 WS-REJ-FILE-STATUS PIC X(002) VALUE SPACES.
010000        88 WS-REJ-EOF VALUE '10'.
010100        88 WS-REJ-NOT-FOUND VALUE '35'.
010200     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
010300        88 WS-ENT-EOF VALUE '10'.
010400     05 WS-SUS-FILE-STATUS PIC X(002) VALUE SPACES.
010500        88 WS-SUS-OK VALUE '00'.
010600        88 WS-SUS-DUPLICATE-KEY VALUE '22'.
010620        88 WS-SUS-OPEN-OK VALUE '00' '05'.
010640     05 WS-GRG-FILE-STATUS PIC X(002) VALUE SPACES.
010660        88 WS-GRG-OK VALUE '00'.
010680        88 WS-GRG-OPEN-OK VALUE '00' '05'.
010700     05 WS-RPT-FILE-STATUS PIC X(002) VALUE SPACES.
010800        88 WS-RPT-OK VALUE '00'.
010900     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
011000        88 WS-CTL-OK VALUE '00'.
011025     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
011050        88 WS-TIM-OK VALUE '00'.
011100     05 WS-CYC-FILE-STATUS PIC X(002) VALUE SPACES.
011200        88 WS-CYC-OK VALUE '00'.
011300        88 WS-CYC-NOT-FOUND VALUE '35'.
011400
011500 01  WS-SWITCHES.
011600     05 WS-REJ-EOF-SW PIC X(001) VALUE 'N'.
011700        88 WS-END-OF-REJECTS VALUE 'Y'.
011800     05 WS-EOF-SW PIC X(001) VALUE 'N'.
011900        88 WS-END-OF-INPUT VALUE 'Y'.
012000     05 WS-SUS-ADDED-SW PIC X(001) VALUE 'N'.
012100        88 WS-SUS-ADDED VALUE 'Y'.
012200
012300 01  WS-CONTROL-FIELDS.
012400     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
012500     05 WS-CYCLE-NO PIC 9(003) VALUE 1.
012600
012700 01  WS-COUNTERS COMP-3.
012800     05 WS-REJ-READ-COUNT PIC 9(007) VALUE ZERO.
012900     05 WS-ENTRY-READ-COUNT PIC 9(007) VALUE ZERO.
013000     05 WS-FAILED-COUNT PIC 9(007) VALUE ZERO.
013100     05 WS-REJ-LOADED-COUNT PIC 9(007) VALUE ZERO.
013200     05 WS-FAIL-LOADED-COUNT PIC 9(007) VALUE ZERO.
013300     05 WS-LOADED-COUNT PIC 9(007) VALUE ZERO.
013400     05 WS-ALREADY-COUNT PIC 9(007) VALUE ZERO.
013450     05 WS-UNFLAGGED-COUNT PIC 9(007) VALUE ZERO.
013500
013600*    PARSED VIEW OF THE TRANSACTION IMAGE BEING SUSPENDED, FROM
013700*    EITHER THE REJECT FILE OR THE ENTRY FILE (THE TWO CARRY THE
013800*    SAME LA332A4-TXENT LAYOUT).
013900 01  WS-TXENT-REC.
014000     COPY LA332A4-TXENT.
014100
014200 01  WS-PRINT-LINES.
014300     05 WS-HDR1.
014400        10 FILLER PIC X(020) VALUE 'LA332Q1'.
014500        10 FILLER PIC X(040) VALUE
014600           'FAILED-TRANSACTION SUSPENSE LIST'.
014700     05 WS-HDR2.
014800        10 FILLER PIC X(011) VALUE 'RUN DATE : '.
014900        10 WS-HDR2-RUN-DATE PIC 9(008) VALUE ZERO.
015000        10 FILLER PIC X(010) VALUE '  CYCLE : '.
015100        10 WS-HDR2-CYCLE PIC 9(003) VALUE ZERO.
015200     05 WS-DTL1.
015300        10 FILLER PIC X(010) VALUE 'KEY     : '.
015400        10 WS-DTL1-KEY PIC X(019) VALUE SPACES.
015500        10 FILLER PIC X(009) VALUE ' REASON: '.
015600        10 WS-DTL1-REASON PIC X(004) VALUE SPACES.
015700        10 FILLER PIC X(010) VALUE ' CARRIER: '.
015800        10 WS-DTL1-CARRIER PIC X(022) VALUE SPACES.
015900        10 FILLER PIC X(010) VALUE ' HOLDING: '.
016000        10 WS-DTL1-HOLDING PIC X(025) VALUE SPACES.
016100     05 WS-DTL2.
016200        10 FILLER PIC X(010) VALUE 'GUID    : '.
016300        10 WS-DTL2-GUID PIC X(036) VALUE SPACES.
016400        10 FILLER PIC X(009) VALUE ' POLICY: '.
016500        10 WS-DTL2-POLC PIC X(013) VALUE SPACES.
016600     05 WS-TOT1.
016700        10 FILLER PIC X(030) VALUE
016800           'EDIT REJECTS SUSPENDED      :'.
016900        10 WS-TOT1-COUNT PIC ZZZ,ZZ9.
017000     05 WS-TOT2.
017100        10 FILLER PIC X(030) VALUE
017200           'FAILED ENTRIES SUSPENDED    :'.
017300        10 WS-TOT2-COUNT PIC ZZZ,ZZ9.
017400     05 WS-TOT3.
017500        10 FILLER PIC X(030) VALUE
017600           'ALREADY IN SUSPENSE (RERUN) :'.
017700        10 WS-TOT3-COUNT PIC ZZZ,ZZ9.
017800     05 WS-NONE1.
017900        10 FILLER PIC X(010) VALUE '  (NONE)'.
018000
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018225     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
018250     ACCEPT WS-STEP-START-TIME FROM TIME.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018400     PERFORM 2000-SUSPEND-REJECT THRU 2000-EXIT
018500         UNTIL WS-END-OF-REJECTS.
018600     PERFORM 3000-CHECK-ENTRY THRU 3000-EXIT
018700         UNTIL WS-END-OF-INPUT.
018800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
018900     GOBACK.
019000 0000-EXIT.
019100     EXIT.
019200
019300*****************************************************************
019400*    1000-INITIALIZE - PICK UP THE CYCLE, OPEN FILES, PRINT THE *
019500*    HEADINGS AND PRIME BOTH INPUT READS                        *
019600*****************************************************************
019700 1000-INITIALIZE.
019800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019900     PERFORM 9950-READ-CYCLE-CARD THRU 9950-EXIT.
020000     OPEN INPUT LA332Q1-REJ-FILE.
020100     IF WS-REJ-NOT-FOUND
020200         SET WS-END-OF-REJECTS TO TRUE
020300     END-IF.
020400     OPEN INPUT LA332Q1-ENT-FILE.
020500     OPEN I-O LA332Q1-SUS-FILE.
020505     IF NOT WS-SUS-OPEN-OK
020510         DISPLAY 'LA332Q1 - LA332SUS OPEN FAILED, STATUS: '
020515             WS-SUS-FILE-STATUS
020520         MOVE 16 TO RETURN-CODE
020525         GOBACK
020530     END-IF.
020535     OPEN I-O LA332Q1-GRG-FILE.
020540     IF NOT WS-GRG-OPEN-OK
020545         DISPLAY 'LA332Q1 - LA332GRG OPEN FAILED, STATUS: '
020550             WS-GRG-FILE-STATUS
020555         MOVE 16 TO RETURN-CODE
020560         GOBACK
020565     END-IF.
020600     OPEN OUTPUT LA332Q1-RPT-FILE.
020700     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
020800     IF NOT WS-END-OF-REJECTS
020900         PERFORM 9000-READ-REJECT THRU 9000-EXIT
021000     END-IF.
021100     PERFORM 9100-READ-ENTRY THRU 9100-EXIT.
021200 1000-EXIT.
021300     EXIT.
021400
021500 1100-WRITE-HEADINGS.
021600     WRITE LA332Q1-RPT-REC FROM WS-HDR1.
021700     IF NOT WS-RPT-OK
021800         DISPLAY 'LA332Q1 - LA332RPT WRITE FAILED, STATUS: '
021900             WS-RPT-FILE-STATUS
022000         MOVE 16 TO RETURN-CODE
022100         GOBACK
022200     END-IF.
022300     MOVE WS-RUN-DATE TO WS-HDR2-RUN-DATE.
022400     MOVE WS-CYCLE-NO TO WS-HDR2-CYCLE.
022500     WRITE LA332Q1-RPT-REC FROM WS-HDR2.
022600     IF NOT WS-RPT-OK
022700         DISPLAY 'LA332Q1 - LA332RPT WRITE FAILED, STATUS: '
022800             WS-RPT-FILE-STATUS
022900         MOVE 16 TO RETURN-CODE
023000         GOBACK
023100     END-IF.
023200     PERFORM 5300-PRINT-BLANK-LINE THRU 5300-EXIT.
023300 1100-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700*    2000-SUSPEND-REJECT - EVERY EDIT REJECT GOES TO SUSPENSE   *
023800*    UNDER ITS LA332A3 REASON CODE                              *
023900*****************************************************************
024000 2000-SUSPEND-REJECT.
024100     ADD 1 TO WS-REJ-READ-COUNT.
024200     MOVE REJ-TX-LIFE-REQ TO WS-TXENT-REC.
024300     MOVE SPACES TO LA332A4-SUSP-REC.
024400     SET SUS-FROM-EDIT-REJECT TO TRUE.
024500     MOVE WS-REJ-READ-COUNT TO SUS-LOAD-SEQ.
024600     MOVE REJ-REASON-CODE TO SUS-REASON-CODE.
024700     MOVE REJ-TX-LIFE-REQ TO SUS-TX-LIFE-REQ.
024800     PERFORM 2100-WRITE-SUSPENSE THRU 2100-EXIT.
024900     IF WS-SUS-ADDED
025000         ADD 1 TO WS-REJ-LOADED-COUNT
025050         PERFORM 2200-CLEAR-RESUB-FLAG THRU 2200-EXIT
025100     END-IF.
025200     PERFORM 9000-READ-REJECT THRU 9000-EXIT.
025300 2000-EXIT.
025400     EXIT.
025500
025600*****************************************************************
025700*    2100-WRITE-SUSPENSE - COMPLETE THE SUSPENSE RECORD FROM    *
025800*    THE PARSED IMAGE AND ADD IT. A KEY ALREADY ON FILE MEANS   *
025900*    THIS CYCLE WAS LOADED BEFORE; THAT RECORD IS LEFT AS IT IS *
026000*****************************************************************
026100 2100-WRITE-SUSPENSE.
026200     MOVE 'N' TO WS-SUS-ADDED-SW.
026300     MOVE WS-RUN-DATE TO SUS-LOAD-DATE.
026400     MOVE WS-CYCLE-NO TO SUS-LOAD-CYCLE.
026500     SET SUS-SUSPENDED TO TRUE.
026600     MOVE TRANS-REF-GUID TO SUS-ORIG-TRANS-REF-GUID.
026700     MOVE CARRIER-CODE TO SUS-ORIG-CARRIER-CODE.
026800     MOVE HOLDING-ID TO SUS-ORIG-HOLDING-ID.
026900     MOVE ZERO TO SUS-REPAIR-DATE
027000                  SUS-RELEASE-DATE
027100                  SUS-RESUB-DATE
027200                  SUS-RESUB-CYCLE.
027300     WRITE LA332A4-SUSP-REC
027400         INVALID KEY
027500             IF WS-SUS-DUPLICATE-KEY
027600                 ADD 1 TO WS-ALREADY-COUNT
027700             ELSE
027800                 DISPLAY 'LA332Q1 - LA332SUS WRITE FAILED FOR '
027900                     SUS-KEY ' STATUS ' WS-SUS-FILE-STATUS
028000                 MOVE 16 TO RETURN-CODE
028100                 GOBACK
028200             END-IF
028300         NOT INVALID KEY
028400             SET WS-SUS-ADDED TO TRUE
028500             ADD 1 TO WS-LOADED-COUNT
028600             PERFORM 5100-PRINT-SUSPENDED THRU 5100-EXIT
028700     END-WRITE.
028800 2100-EXIT.
028900     EXIT.
028902
028904*****************************************************************
028906*    2200-CLEAR-RESUB-FLAG - A REJECT LA332Q2 FED BACK AS A     *
028908*    RESUBMISSION IS IN SUSPENSE AGAIN; CLEAR ITS LA332GRG FLAG *
028910*    SO LA332A5 SUPPRESSES A LATER RESEND OF THE GUID AS USUAL  *
028912*****************************************************************
028914 2200-CLEAR-RESUB-FLAG.
028916     IF TRANS-REF-GUID NOT = SPACES
028918         MOVE TRANS-REF-GUID TO GREG-TRANS-REF-GUID
028920         READ LA332Q1-GRG-FILE
028922             INVALID KEY
028924                 CONTINUE
028926             NOT INVALID KEY
028928                 IF GREG-RESUB-DATE IS NUMERIC
028930                  AND GREG-RESUB-DATE > ZERO
028932                     MOVE ZERO TO GREG-RESUB-DATE
028934                     REWRITE LA332A4-GREG-REC
028936                         INVALID KEY
028938                             DISPLAY 'LA332Q1 - LA332GRG REWRITE '
028940                                 'FAILED FOR ' GREG-TRANS-REF-GUID
028942                                 ' STATUS ' WS-GRG-FILE-STATUS
028944                             MOVE 16 TO RETURN-CODE
028946                             GOBACK
028948                     END-REWRITE
028950                     ADD 1 TO WS-UNFLAGGED-COUNT
028952                 END-IF
028954         END-READ
028956     END-IF.
028958 2200-EXIT.
028960     EXIT.
029000
029100*****************************************************************
029200*    3000-CHECK-ENTRY - AN ENTRY THAT FAILED PER TRANS-RESULT   *
029300*    GOES TO SUSPENSE UNDER REASON 'FAIL'                       *
029400*****************************************************************
029500 3000-CHECK-ENTRY.
029600     ADD 1 TO WS-ENTRY-READ-COUNT.
029700     MOVE ENT-TX-LIFE-REQ TO WS-TXENT-REC.
029800     IF NOT RESULT-CODE-SUCCESS
029900         ADD 1 TO WS-FAILED-COUNT
030000         MOVE SPACES TO LA332A4-SUSP-REC
030100         SET SUS-FROM-FAILED-ENTRY TO TRUE
030200         MOVE WS-FAILED-COUNT TO SUS-LOAD-SEQ
030300         MOVE 'FAIL' TO SUS-REASON-CODE
030400         MOVE ENT-TX-LIFE-REQ TO SUS-TX-LIFE-REQ
030500         PERFORM 2100-WRITE-SUSPENSE THRU 2100-EXIT
030600         IF WS-SUS-ADDED
030700             ADD 1 TO WS-FAIL-LOADED-COUNT
030800         END-IF
030900     END-IF.
031000     PERFORM 9100-READ-ENTRY THRU 9100-EXIT.
031100 3000-EXIT.
031200     EXIT.
031300
031400*****************************************************************
031500*    5100-PRINT-SUSPENDED - TWO LIST LINES PER TRANSACTION      *
031600*    SUSPENDED, LED BY THE KEY THE REP ENTERS ON LA35           *
031700*****************************************************************
031800 5100-PRINT-SUSPENDED.
031900     MOVE SUS-KEY TO WS-DTL1-KEY.
032000     MOVE SUS-REASON-CODE TO WS-DTL1-REASON.
032100     MOVE CARRIER-CODE TO WS-DTL1-CARRIER.
032200     MOVE HOLDING-ID TO WS-DTL1-HOLDING.
032300     WRITE LA332Q1-RPT-REC FROM WS-DTL1.
032400     IF NOT WS-RPT-OK
032500         DISPLAY 'LA332Q1 - LA332RPT WRITE FAILED, STATUS: '
032600             WS-RPT-FILE-STATUS
032700         MOVE 16 TO RETURN-CODE
032800         GOBACK
032900     END-IF.
033000     MOVE TRANS-REF-GUID TO WS-DTL2-GUID.
033100     MOVE POLC-NBR TO WS-DTL2-POLC.
033200     WRITE LA332Q1-RPT-REC FROM WS-DTL2.
033300     IF NOT WS-RPT-OK
033400         DISPLAY 'LA332Q1 - LA332RPT WRITE FAILED, STATUS: '
033500             WS-RPT-FILE-STATUS
033600         MOVE 16 TO RETURN-CODE
033700         GOBACK
033800     END-IF.
033900 5100-EXIT.
034000     EXIT.
034100
034200 5300-PRINT-BLANK-LINE.
034300     WRITE LA332Q1-RPT-REC FROM SPACES.
034400     IF NOT WS-RPT-OK
034500         DISPLAY 'LA332Q1 - LA332RPT WRITE FAILED, STATUS: '
034600             WS-RPT-FILE-STATUS
034700         MOVE 16 TO RETURN-CODE
034800         GOBACK
034900     END-IF.
035000 5300-EXIT.
035100     EXIT.
035200
035300*****************************************************************
035400*    8000-TERMINATE - CLOSE OUT THE LIST WITH THE TOTALS, CLOSE *
035500*    FILES, REPORT COUNTS AND APPEND THE CONTROL-TOTAL RECORD   *
035600*****************************************************************
035700 8000-TERMINATE.
035800     IF WS-LOADED-COUNT = ZERO
035900         WRITE LA332Q1-RPT-REC FROM WS-NONE1
036000         IF NOT WS-RPT-OK
036100             DISPLAY 'LA332Q1 - LA332RPT WRITE FAILED, STATUS: '
036200                 WS-RPT-FILE-STATUS
036300             MOVE 16 TO RETURN-CODE
036400             GOBACK
036500         END-IF
036600     END-IF.
036700     PERFORM 5300-PRINT-BLANK-LINE THRU 5300-EXIT.
036800     MOVE WS-REJ-LOADED-COUNT TO WS-TOT1-COUNT.
036900     WRITE LA332Q1-RPT-REC FROM WS-TOT1.
037000     IF NOT WS-RPT-OK
037100         DISPLAY 'LA332Q1 - LA332RPT WRITE FAILED, STATUS: '
037200             WS-RPT-FILE-STATUS
037300         MOVE 16 TO RETURN-CODE
037400         GOBACK
037500     END-IF.
037600     MOVE WS-FAIL-LOADED-COUNT TO WS-TOT2-COUNT.
037700     WRITE LA332Q1-RPT-REC FROM WS-TOT2.
037800     IF NOT WS-RPT-OK
037900         DISPLAY 'LA332Q1 - LA332RPT WRITE FAILED, STATUS: '
038000             WS-RPT-FILE-STATUS
038100         MOVE 16 TO RETURN-CODE
038200         GOBACK
038300     END-IF.
038400     MOVE WS-ALREADY-COUNT TO WS-TOT3-COUNT.
038500     WRITE LA332Q1-RPT-REC FROM WS-TOT3.
038600     IF NOT WS-RPT-OK
038700         DISPLAY 'LA332Q1 - LA332RPT WRITE FAILED, STATUS: '
038800             WS-RPT-FILE-STATUS
038900         MOVE 16 TO RETURN-CODE
039000         GOBACK
039100     END-IF.
039200     IF NOT WS-REJ-NOT-FOUND
039300         CLOSE LA332Q1-REJ-FILE
039400     END-IF.
039500     CLOSE LA332Q1-ENT-FILE
039600           LA332Q1-SUS-FILE
039650           LA332Q1-GRG-FILE
039700           LA332Q1-RPT-FILE.
039800     DISPLAY 'LA332Q1 - REJECT RECS READ     : '
039900         WS-REJ-READ-COUNT.
040000     DISPLAY 'LA332Q1 - ENTRY RECS READ      : '
040100         WS-ENTRY-READ-COUNT.
040200     DISPLAY 'LA332Q1 - FAILED ENTRIES       : '
040300         WS-FAILED-COUNT.
040400     DISPLAY 'LA332Q1 - REJECTS SUSPENDED    : '
040500         WS-REJ-LOADED-COUNT.
040600     DISPLAY 'LA332Q1 - FAILURES SUSPENDED   : '
040700         WS-FAIL-LOADED-COUNT.
040800     DISPLAY 'LA332Q1 - ALREADY IN SUSPENSE  : '
040900         WS-ALREADY-COUNT.
040925     DISPLAY 'LA332Q1 - RESUB FLAGS CLEARED  : '
040950         WS-UNFLAGGED-COUNT.
041000     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
041100 8000-EXIT.
041200     EXIT.
041300
041400 9000-READ-REJECT.
041500     READ LA332Q1-REJ-FILE
041600         AT END
041700             SET WS-END-OF-REJECTS TO TRUE
041800     END-READ.
041900 9000-EXIT.
042000     EXIT.
042100
042200 9100-READ-ENTRY.
042300     READ LA332Q1-ENT-FILE
042400         AT END
042500             SET WS-END-OF-INPUT TO TRUE
042600     END-READ.
042700 9100-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*    9900-WRITE-CONTROL-TOTALS - APPEND THIS RUN'S COUNTS TO     *
043200*    THE SHARED LA332CTL CONTROL FILE FOR THE LA332B9 BALANCING  *
043300*    STEP AT THE END OF THE STREAM                               *
043400*****************************************************************
043500 9900-WRITE-CONTROL-TOTALS.
043600     OPEN EXTEND LA332Q1-CTL-FILE.
043700     MOVE 'LA332Q1 ' TO CTL-PROGRAM-ID.
043800     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
043900     MOVE WS-CYCLE-NO TO CTL-CYCLE-NO.
044000     MOVE WS-REJ-READ-COUNT TO CTL-RECS-READ.
044100     MOVE WS-LOADED-COUNT TO CTL-RECS-WRITTEN.
044200     MOVE WS-ENTRY-READ-COUNT TO CTL-ENTRIES-SCANNED.
044300     MOVE ZERO TO CTL-OVFL-MERGED.
044400     WRITE LA332A4-CTL-REC.
044500     IF NOT WS-CTL-OK
044600         DISPLAY 'LA332Q1 - LA332CTL WRITE FAILED, STATUS: '
044700             WS-CTL-FILE-STATUS
044800         MOVE 16 TO RETURN-CODE
044900         GOBACK
045000     END-IF.
045100     CLOSE LA332Q1-CTL-FILE.
045150     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
045200 9900-EXIT.
045300     EXIT.
045304
045308*****************************************************************
045312*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
045316*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
045320*    LA332T1 BATCH-WINDOW REPORT                                 *
045324*****************************************************************
045328 9960-WRITE-STEP-TIMING.
045332     OPEN EXTEND LA332Q1-TIM-FILE.
045336     MOVE 'LA332Q1 ' TO TIM-PROGRAM-ID.
045340     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
045344     MOVE WS-CYCLE-NO TO TIM-CYCLE-NO.
045348     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
045352     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
045356     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
045360     ACCEPT TIM-END-TIME FROM TIME.
045364     MOVE WS-REJ-READ-COUNT TO TIM-VOLUME.
045368     WRITE LA332A4-TIME-REC.
045372     IF NOT WS-TIM-OK
045376         DISPLAY 'LA332Q1 - LA332TIM WRITE FAILED, STATUS: '
045380             WS-TIM-FILE-STATUS
045384     END-IF.
045388     CLOSE LA332Q1-TIM-FILE.
045392 9960-EXIT.
045396     EXIT.
045400
045500*****************************************************************
045600*    9950-READ-CYCLE-CARD - INTRADAY CYCLE NUMBER OFF THE       *
045700*    LA332CYC CYCLE CARD; A MISSING CARD DEFAULTS TO CYCLE 1    *
045800*****************************************************************
045900 9950-READ-CYCLE-CARD.
046000     OPEN INPUT LA332Q1-CYC-FILE.
046100     IF NOT WS-CYC-NOT-FOUND
046200         READ LA332Q1-CYC-FILE
046300             AT END
046400                 CONTINUE
046500             NOT AT END
046600                 IF CYC-CYCLE-NO > ZERO
046700                     MOVE CYC-CYCLE-NO TO WS-CYCLE-NO
046800                 END-IF
046900         END-READ
047000         CLOSE LA332Q1-CYC-FILE
047100     END-IF.
047200 9950-EXIT.
047300     EXIT.
