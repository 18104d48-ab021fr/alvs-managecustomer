000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LA332Q2.
000300 AUTHOR. D-SYSTEMS.
000400 INSTALLATION. ALVS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    LA332Q2 - SUSPENSE RESUBMISSION FEED                       *
001000*                                                               *
001100*    RUNS AS THE FIRST STEP OF EACH INTRADAY CYCLE, AHEAD OF    *
001200*    THE LA332A3 EDIT. EVERY TRANSACTION A REP HAS REPAIRED AND *
001300*    RELEASED ('R') ON THE LA332SUS SUSPENSE FILE THROUGH THE   *
001400*    LA332C3 SCREEN IS FED BACK INTO THE CYCLE:                 *
001500*                                                               *
001600*       1. THE REPAIRED TRANSACTION IMAGES ARE SORTED TO        *
001700*          HOLDING-ID/CARRIER-CODE SEQUENCE AND MERGED WITH THE *
001800*          CARRIERS' INBOUND FILE ON TXNIN ONTO LA332TXM, WHICH *
001900*          IS WHAT THE CYCLE'S LA332A3 TXNIN DD IS POINTED AT.  *
002000*          MERGING IN SEQUENCE KEEPS THE RESUBMISSIONS CLEAR OF *
002100*          THE LA332A3 'SEQ' EDIT. A CYCLE WITH NO CARRIER FILE *
002200*          RUNS ON THE RESUBMISSIONS ALONE.                     *
002300*       2. A RESUBMITTED GUID ALREADY ON THE LA332GRG REGISTRY  *
002400*          (A TRANSACTION THAT PROCESSED BUT FAILED) IS FLAGGED *
002500*          WITH GREG-RESUB-DATE SO LA332A5 PASSES IT AS A       *
002600*          DELIBERATE RESUBMISSION INSTEAD OF SUPPRESSING IT AS *
002700*          A RESEND. A GUID NOT ON THE REGISTRY PASSES LA332A5  *
002800*          AS NEW WITHOUT HELP.                                 *
002900*       3. THE SUSPENSE RECORD IS MARKED RESUBMITTED ('Q') WITH *
003000*          THE DATE AND CYCLE IT WAS FED.                       *
003100*                                                               *
003200*    THE RESUBMISSIONS ARE LISTED ON LA332RPT WITH THE FEED     *
003300*    TOTALS.                                                    *
003400*                                                               *
003500*    MODIFICATION HISTORY.                                      *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    10/15/2026 DSY   ORIGINAL PROGRAM.                          *
003725*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003750*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
003760*    10/15/2026 DSY   ON EQUAL MERGE KEYS THE RESUBMISSION NOW   *
003770*                      GOES AHEAD OF THE CARRIER RECORD.         *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-Z15.
004200 OBJECT-COMPUTER. IBM-Z15.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT LA332Q2-TXN-FILE ASSIGN TO TXNIN
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-TXN-FILE-STATUS.
004800
004900     SELECT OPTIONAL LA332Q2-SUS-FILE ASSIGN TO LA332SUS
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SUS-KEY
005300         FILE STATUS IS WS-SUS-FILE-STATUS.
005400
005500     SELECT OPTIONAL LA332Q2-GRG-FILE ASSIGN TO LA332GRG
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS GREG-TRANS-REF-GUID
005900         FILE STATUS IS WS-GRG-FILE-STATUS.
006000
006100     SELECT LA332Q2-SORT-FILE ASSIGN TO SORTWK1.
006200
006300     SELECT LA332Q2-TXM-FILE ASSIGN TO LA332TXM
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-TXM-FILE-STATUS.
006600
006700     SELECT LA332Q2-RPT-FILE ASSIGN TO LA332RPT
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RPT-FILE-STATUS.
007000
007100     SELECT OPTIONAL LA332Q2-CTL-FILE ASSIGN TO LA332CTL
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-CTL-FILE-STATUS.
007400
007420     SELECT OPTIONAL LA332Q2-TIM-FILE ASSIGN TO LA332TIM
007440         ORGANIZATION IS LINE SEQUENTIAL
007460         FILE STATUS IS WS-TIM-FILE-STATUS.
007480
007500     SELECT OPTIONAL LA332Q2-CYC-FILE ASSIGN TO LA332CYC
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-CYC-FILE-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  LA332Q2-TXN-FILE
008200     RECORDING MODE IS F.
008300*    CARRIED AS RAW TEXT THE SAME LENGTH AS LA332A4-TXENT; THE
008400*    MERGE KEY IS READ THROUGH WS-TXENT-REC.
008500 01  LA332Q2-TXN-REC PIC X(2838).
008600
008700 FD  LA332Q2-SUS-FILE.
008800     COPY LA332A4-SUSP.
008900
009000 FD  LA332Q2-GRG-FILE.
009100     COPY LA332A4-GREG.
009200
009300 SD  LA332Q2-SORT-FILE.
009400 01  LA332Q2-SORT-REC.
009500     05 SRT-KEY.
009600        10 SRT-HOLDING-ID PIC X(025).
009700        10 SRT-CARRIER-CODE PIC X(022).
009800     05 SRT-TX-LIFE-REQ PIC X(2838).
009900
010000 FD  LA332Q2-TXM-FILE
010100     RECORDING MODE IS F.
010200 01  LA332Q2-TXM-REC PIC X(2838).
010300
010400 FD  LA332Q2-RPT-FILE
010500     RECORDING MODE IS F.
010600 01  LA332Q2-RPT-REC PIC X(133).
010700
010800 FD  LA332Q2-CTL-FILE
010900     RECORDING MODE IS F.
011000     COPY LA332A4-CTL.
011100
011120 FD  LA332Q2-TIM-FILE
011140     RECORDING MODE IS F.
011160     COPY LA332A4-TIME.
011180
011200 FD  LA332Q2-CYC-FILE
011300     RECORDING MODE IS F.
011400     COPY LA332A4-CYC.
011500
011600 WORKING-STORAGE SECTION.
011620 01  WS-STEP-TIMING.
011640     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
011660     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
011680
011700 01  WS-FILE-STATUSES.
011800     05 WS-TXN-FILE-STATUS PIC X(002) VALUE SPACES.
011900        88 WS-TXN-EOF VALUE '10'.
012000        88 WS-TXN-NOT-FOUND VALUE '35'.
012100     05 WS-SUS-FILE-STATUS PIC X(002) VALUE SPACES.
012200        88 WS-SUS-OK VALUE '00'.
012300        88 WS-SUS-EOF VALUE '10'.
012400     05 WS-GRG-FILE-STATUS PIC X(002) VALUE SPACES.
012500        88 WS-GRG-OK VALUE '00'.
012600        88 WS-GRG-NOT-ON-FILE VALUE '23'.
012700     05 WS-TXM-FILE-STATUS PIC X(002) VALUE SPACES.
012800        88 WS-TXM-OK VALUE '00'.
012900     05 WS-RPT-FILE-STATUS PIC X(002) VALUE SPACES.
013000        88 WS-RPT-OK VALUE '00'.
013100     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
013200        88 WS-CTL-OK VALUE '00'.
013225     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
013250        88 WS-TIM-OK VALUE '00'.
013300     05 WS-CYC-FILE-STATUS PIC X(002) VALUE SPACES.
013400        88 WS-CYC-OK VALUE '00'.
013500        88 WS-CYC-NOT-FOUND VALUE '35'.
013600
013700 01  WS-SWITCHES.
013800     05 WS-EOF-SW PIC X(001) VALUE 'N'.
013900        88 WS-END-OF-INPUT VALUE 'Y'.
014000     05 WS-SUS-EOF-SW PIC X(001) VALUE 'N'.
014100        88 WS-END-OF-SUSPENSE VALUE 'Y'.
014200     05 WS-SORT-EOF-SW PIC X(001) VALUE 'N'.
014300        88 WS-END-OF-SORTED VALUE 'Y'.
014400
014500 01  WS-CONTROL-FIELDS.
014600     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
014700     05 WS-CYCLE-NO PIC 9(003) VALUE 1.
014800     05 WS-TXN-KEY.
014900        10 WS-TXN-HOLDING-ID PIC X(025) VALUE SPACES.
015000        10 WS-TXN-CARRIER-CODE PIC X(022) VALUE SPACES.
015100
015200 01  WS-COUNTERS COMP-3.
015300     05 WS-SUS-READ-COUNT PIC 9(007) VALUE ZERO.
015400     05 WS-RESUB-COUNT PIC 9(007) VALUE ZERO.
015500     05 WS-FLAGGED-COUNT PIC 9(007) VALUE ZERO.
015600     05 WS-TXN-READ-COUNT PIC 9(007) VALUE ZERO.
015700     05 WS-TXM-WRITTEN-COUNT PIC 9(007) VALUE ZERO.
015800
015900*    PARSED VIEW OF A TRANSACTION IMAGE: THE RELEASED SUSPENSE
016000*    IMAGE WHILE THE SORT IS FED, THEN EACH CARRIER RECORD AS IT
016100*    IS READ FOR THE MERGE.
016200 01  WS-TXENT-REC.
016300     COPY LA332A4-TXENT.
016400
016500 01  WS-PRINT-LINES.
016600     05 WS-HDR1.
016700        10 FILLER PIC X(020) VALUE 'LA332Q2'.
016800        10 FILLER PIC X(040) VALUE
016900           'SUSPENSE RESUBMISSION FEED'.
017000     05 WS-HDR2.
017100        10 FILLER PIC X(011) VALUE 'RUN DATE : '.
017200        10 WS-HDR2-RUN-DATE PIC 9(008) VALUE ZERO.
017300        10 FILLER PIC X(010) VALUE '  CYCLE : '.
017400        10 WS-HDR2-CYCLE PIC 9(003) VALUE ZERO.
017500     05 WS-DTL1.
017600        10 FILLER PIC X(010) VALUE 'KEY     : '.
017700        10 WS-DTL1-KEY PIC X(019) VALUE SPACES.
017800        10 FILLER PIC X(009) VALUE ' REASON: '.
017900        10 WS-DTL1-REASON PIC X(004) VALUE SPACES.
018000        10 FILLER PIC X(010) VALUE ' CARRIER: '.
018100        10 WS-DTL1-CARRIER PIC X(022) VALUE SPACES.
018200        10 FILLER PIC X(010) VALUE ' HOLDING: '.
018300        10 WS-DTL1-HOLDING PIC X(025) VALUE SPACES.
018400     05 WS-DTL2.
018500        10 FILLER PIC X(010) VALUE 'GUID    : '.
018600        10 WS-DTL2-GUID PIC X(036) VALUE SPACES.
018700        10 FILLER PIC X(011) VALUE ' REGISTRY: '.
018800        10 WS-DTL2-REGISTRY PIC X(030) VALUE SPACES.
018900     05 WS-TOT1.
019000        10 FILLER PIC X(030) VALUE
019100           'RELEASED ITEMS RESUBMITTED  :'.
019200        10 WS-TOT1-COUNT PIC ZZZ,ZZ9.
019300     05 WS-TOT2.
019400        10 FILLER PIC X(030) VALUE
019500           'REGISTRY GUIDS FLAGGED      :'.
019600        10 WS-TOT2-COUNT PIC ZZZ,ZZ9.
019700     05 WS-TOT3.
019800        10 FILLER PIC X(030) VALUE
019900           'CARRIER RECORDS MERGED      :'.
020000        10 WS-TOT3-COUNT PIC ZZZ,ZZ9.
020100     05 WS-TOT4.
020200        10 FILLER PIC X(030) VALUE
020300           'RECORDS WRITTEN TO LA332TXM :'.
020400        10 WS-TOT4-COUNT PIC ZZZ,ZZ9.
020500     05 WS-NONE1.
020600        10 FILLER PIC X(010) VALUE '  (NONE)'.
020700
020800 PROCEDURE DIVISION.
020900 0000-MAINLINE.
020925     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
020950     ACCEPT WS-STEP-START-TIME FROM TIME.
021000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021100     SORT LA332Q2-SORT-FILE
021200         ON ASCENDING KEY SRT-HOLDING-ID SRT-CARRIER-CODE
021300         INPUT PROCEDURE IS 2000-SELECT-RELEASED THRU 2000-EXIT
021400         OUTPUT PROCEDURE IS 5000-MERGE-CYCLE-INPUT
021500             THRU 5000-EXIT.
021600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021700     GOBACK.
021800 0000-EXIT.
021900     EXIT.
022000
022100*****************************************************************
022200*    1000-INITIALIZE - PICK UP THE CYCLE, OPEN FILES AND PRINT  *
022300*    THE HEADINGS                                               *
022400*****************************************************************
022500 1000-INITIALIZE.
022600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022700     PERFORM 9950-READ-CYCLE-CARD THRU 9950-EXIT.
022800     OPEN INPUT LA332Q2-TXN-FILE.
022900     IF WS-TXN-NOT-FOUND
023000         SET WS-END-OF-INPUT TO TRUE
023100     END-IF.
023200     OPEN I-O LA332Q2-SUS-FILE
023300              LA332Q2-GRG-FILE.
023400     OPEN OUTPUT LA332Q2-TXM-FILE
023500                 LA332Q2-RPT-FILE.
023600     WRITE LA332Q2-RPT-REC FROM WS-HDR1.
023700     IF NOT WS-RPT-OK
023800         DISPLAY 'LA332Q2 - LA332RPT WRITE FAILED, STATUS: '
023900             WS-RPT-FILE-STATUS
024000         MOVE 16 TO RETURN-CODE
024100         GOBACK
024200     END-IF.
024300     MOVE WS-RUN-DATE TO WS-HDR2-RUN-DATE.
024400     MOVE WS-CYCLE-NO TO WS-HDR2-CYCLE.
024500     WRITE LA332Q2-RPT-REC FROM WS-HDR2.
024600     IF NOT WS-RPT-OK
024700         DISPLAY 'LA332Q2 - LA332RPT WRITE FAILED, STATUS: '
024800             WS-RPT-FILE-STATUS
024900         MOVE 16 TO RETURN-CODE
025000         GOBACK
025100     END-IF.
025200     PERFORM 5300-PRINT-BLANK-LINE THRU 5300-EXIT.
025300 1000-EXIT.
025400     EXIT.
025500
025600*****************************************************************
025700*    2000-SELECT-RELEASED - WALK THE SUSPENSE FILE IN KEY ORDER *
025800*    AND RELEASE ONE SORT RECORD FOR EACH RELEASED TRANSACTION  *
025900*****************************************************************
026000 2000-SELECT-RELEASED.
026100     MOVE LOW-VALUES TO SUS-KEY.
026200     START LA332Q2-SUS-FILE
026300         KEY IS GREATER THAN SUS-KEY
026400         INVALID KEY
026500             SET WS-END-OF-SUSPENSE TO TRUE
026600     END-START.
026700     IF NOT WS-END-OF-SUSPENSE
026800         PERFORM 9100-READ-NEXT-SUSPENSE THRU 9100-EXIT
026900     END-IF.
027000     PERFORM 2100-CHECK-SUSPENSE-REC THRU 2100-EXIT
027100         UNTIL WS-END-OF-SUSPENSE.
027200     IF WS-RESUB-COUNT = ZERO
027300         WRITE LA332Q2-RPT-REC FROM WS-NONE1
027400         IF NOT WS-RPT-OK
027500             DISPLAY 'LA332Q2 - LA332RPT WRITE FAILED, STATUS: '
027600                 WS-RPT-FILE-STATUS
027700             MOVE 16 TO RETURN-CODE
027800             GOBACK
027900         END-IF
028000     END-IF.
028100 2000-EXIT.
028200     EXIT.
028300
028400 2100-CHECK-SUSPENSE-REC.
028500     ADD 1 TO WS-SUS-READ-COUNT.
028600     IF SUS-RELEASED
028700         PERFORM 2200-RESUBMIT THRU 2200-EXIT
028800     END-IF.
028900     PERFORM 9100-READ-NEXT-SUSPENSE THRU 9100-EXIT.
029000 2100-EXIT.
029100     EXIT.
029200
029300*****************************************************************
029400*    2200-RESUBMIT - HAND THE REPAIRED IMAGE TO THE SORT, FLAG  *
029500*    ITS GUID ON THE REGISTRY AND MARK THE SUSPENSE RECORD      *
029600*    RESUBMITTED                                                *
029700*****************************************************************
029800 2200-RESUBMIT.
029900     MOVE SUS-TX-LIFE-REQ TO WS-TXENT-REC.
030000     MOVE HOLDING-ID TO SRT-HOLDING-ID.
030100     MOVE CARRIER-CODE TO SRT-CARRIER-CODE.
030200     MOVE SUS-TX-LIFE-REQ TO SRT-TX-LIFE-REQ.
030300     RELEASE LA332Q2-SORT-REC.
030400     ADD 1 TO WS-RESUB-COUNT.
030500     PERFORM 2300-FLAG-REGISTRY THRU 2300-EXIT.
030600     SET SUS-RESUBMITTED TO TRUE.
030700     MOVE WS-RUN-DATE TO SUS-RESUB-DATE.
030800     MOVE WS-CYCLE-NO TO SUS-RESUB-CYCLE.
030900     REWRITE LA332A4-SUSP-REC
031000         INVALID KEY
031100             DISPLAY 'LA332Q2 - LA332SUS REWRITE FAILED FOR '
031200                 SUS-KEY ' STATUS ' WS-SUS-FILE-STATUS
031300             MOVE 16 TO RETURN-CODE
031400             GOBACK
031500     END-REWRITE.
031600     PERFORM 5100-PRINT-RESUBMITTED THRU 5100-EXIT.
031700 2200-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100*    2300-FLAG-REGISTRY - A GUID ALREADY ON LA332GRG WOULD BE   *
032200*    SUPPRESSED BY LA332A5 AS A RESEND; FLAG IT AS A DELIBERATE *
032300*    RESUBMISSION. A GUID NOT ON FILE NEEDS NO FLAG.            *
032400*****************************************************************
032500 2300-FLAG-REGISTRY.
032600     MOVE TRANS-REF-GUID TO GREG-TRANS-REF-GUID.
032700     READ LA332Q2-GRG-FILE
032800         INVALID KEY
032900             MOVE 'NOT REGISTERED - PASSES AS NEW'
033000                 TO WS-DTL2-REGISTRY
033100         NOT INVALID KEY
033200             MOVE WS-RUN-DATE TO GREG-RESUB-DATE
033300             REWRITE LA332A4-GREG-REC
033400                 INVALID KEY
033500                     DISPLAY 'LA332Q2 - LA332GRG REWRITE FAILED '
033600                         'FOR ' GREG-TRANS-REF-GUID ' STATUS '
033700                         WS-GRG-FILE-STATUS
033800                     MOVE 16 TO RETURN-CODE
033900                     GOBACK
034000             END-REWRITE
034100             ADD 1 TO WS-FLAGGED-COUNT
034200             MOVE 'FLAGGED AS RESUBMISSION'
034300                 TO WS-DTL2-REGISTRY
034400     END-READ.
034500 2300-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*    5000-MERGE-CYCLE-INPUT - MERGE THE SORTED RESUBMISSIONS    *
035000*    WITH THE CARRIERS' INBOUND FILE IN HOLDING-ID/CARRIER-CODE *
035100*    SEQUENCE. ON EQUAL KEYS THE RELEASED RESUBMISSION GOES     *
035200*    FIRST, SO A CARRIER RESEND OF THE SAME GUID IN THIS CYCLE  *
035210*    REACHES LA332A5 BEHIND IT AND IS SUPPRESSED AS A RESEND,   *
035220*    NOT THE REPAIRED COPY.                                     *
035300*****************************************************************
035400 5000-MERGE-CYCLE-INPUT.
035500     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT.
035600     IF NOT WS-END-OF-INPUT
035700         PERFORM 9000-READ-TXN THRU 9000-EXIT
035800     END-IF.
035900     PERFORM 5200-MERGE-ONE-RECORD THRU 5200-EXIT
036000         UNTIL WS-END-OF-SORTED AND WS-END-OF-INPUT.
036100 5000-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500*    5100-PRINT-RESUBMITTED - TWO LIST LINES PER TRANSACTION    *
036600*    FED BACK INTO THE CYCLE                                    *
036700*****************************************************************
036800 5100-PRINT-RESUBMITTED.
036900     MOVE SUS-KEY TO WS-DTL1-KEY.
037000     MOVE SUS-REASON-CODE TO WS-DTL1-REASON.
037100     MOVE CARRIER-CODE TO WS-DTL1-CARRIER.
037200     MOVE HOLDING-ID TO WS-DTL1-HOLDING.
037300     WRITE LA332Q2-RPT-REC FROM WS-DTL1.
037400     IF NOT WS-RPT-OK
037500         DISPLAY 'LA332Q2 - LA332RPT WRITE FAILED, STATUS: '
037600             WS-RPT-FILE-STATUS
037700         MOVE 16 TO RETURN-CODE
037800         GOBACK
037900     END-IF.
038000     MOVE TRANS-REF-GUID TO WS-DTL2-GUID.
038100     WRITE LA332Q2-RPT-REC FROM WS-DTL2.
038200     IF NOT WS-RPT-OK
038300         DISPLAY 'LA332Q2 - LA332RPT WRITE FAILED, STATUS: '
038400             WS-RPT-FILE-STATUS
038500         MOVE 16 TO RETURN-CODE
038600         GOBACK
038700     END-IF.
038800 5100-EXIT.
038900     EXIT.
039000
039100 5200-MERGE-ONE-RECORD.
039200     IF WS-END-OF-SORTED
039300         PERFORM 5210-WRITE-CARRIER-REC THRU 5210-EXIT
039400     ELSE
039500         IF WS-END-OF-INPUT
039600             PERFORM 5220-WRITE-RESUBMISSION THRU 5220-EXIT
039700         ELSE
039800             IF WS-TXN-KEY NOT < SRT-KEY
039900                 PERFORM 5220-WRITE-RESUBMISSION THRU 5220-EXIT
040000             ELSE
040100                 PERFORM 5210-WRITE-CARRIER-REC THRU 5210-EXIT
040200             END-IF
040300         END-IF
040400     END-IF.
040500 5200-EXIT.
040600     EXIT.
040700
040800 5210-WRITE-CARRIER-REC.
040900     WRITE LA332Q2-TXM-REC FROM LA332Q2-TXN-REC.
041000     IF NOT WS-TXM-OK
041100         DISPLAY 'LA332Q2 - LA332TXM WRITE FAILED, STATUS: '
041200             WS-TXM-FILE-STATUS
041300         MOVE 16 TO RETURN-CODE
041400         GOBACK
041500     END-IF.
041600     ADD 1 TO WS-TXM-WRITTEN-COUNT.
041700     PERFORM 9000-READ-TXN THRU 9000-EXIT.
041800 5210-EXIT.
041900     EXIT.
042000
042100 5220-WRITE-RESUBMISSION.
042200     WRITE LA332Q2-TXM-REC FROM SRT-TX-LIFE-REQ.
042300     IF NOT WS-TXM-OK
042400         DISPLAY 'LA332Q2 - LA332TXM WRITE FAILED, STATUS: '
042500             WS-TXM-FILE-STATUS
042600         MOVE 16 TO RETURN-CODE
042700         GOBACK
042800     END-IF.
042900     ADD 1 TO WS-TXM-WRITTEN-COUNT.
043000     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT.
043100 5220-EXIT.
043200     EXIT.
043300
043400 5300-PRINT-BLANK-LINE.
043500     WRITE LA332Q2-RPT-REC FROM SPACES.
043600     IF NOT WS-RPT-OK
043700         DISPLAY 'LA332Q2 - LA332RPT WRITE FAILED, STATUS: '
043800             WS-RPT-FILE-STATUS
043900         MOVE 16 TO RETURN-CODE
044000         GOBACK
044100     END-IF.
044200 5300-EXIT.
044300     EXIT.
044400
044500 5900-RETURN-SORTED.
044600     RETURN LA332Q2-SORT-FILE
044700         AT END
044800             SET WS-END-OF-SORTED TO TRUE
044900     END-RETURN.
045000 5900-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400*    8000-TERMINATE - PRINT THE FEED TOTALS, CLOSE FILES,       *
045500*    REPORT COUNTS AND APPEND THE CONTROL-TOTAL RECORD          *
045600*****************************************************************
045700 8000-TERMINATE.
045800     PERFORM 5300-PRINT-BLANK-LINE THRU 5300-EXIT.
045900     MOVE WS-RESUB-COUNT TO WS-TOT1-COUNT.
046000     WRITE LA332Q2-RPT-REC FROM WS-TOT1.
046100     IF NOT WS-RPT-OK
046200         DISPLAY 'LA332Q2 - LA332RPT WRITE FAILED, STATUS: '
046300             WS-RPT-FILE-STATUS
046400         MOVE 16 TO RETURN-CODE
046500         GOBACK
046600     END-IF.
046700     MOVE WS-FLAGGED-COUNT TO WS-TOT2-COUNT.
046800     WRITE LA332Q2-RPT-REC FROM WS-TOT2.
046900     IF NOT WS-RPT-OK
047000         DISPLAY 'LA332Q2 - LA332RPT WRITE FAILED, STATUS: '
047100             WS-RPT-FILE-STATUS
047200         MOVE 16 TO RETURN-CODE
047300         GOBACK
047400     END-IF.
047500     MOVE WS-TXN-READ-COUNT TO WS-TOT3-COUNT.
047600     WRITE LA332Q2-RPT-REC FROM WS-TOT3.
047700     IF NOT WS-RPT-OK
047800         DISPLAY 'LA332Q2 - LA332RPT WRITE FAILED, STATUS: '
047900             WS-RPT-FILE-STATUS
048000         MOVE 16 TO RETURN-CODE
048100         GOBACK
048200     END-IF.
048300     MOVE WS-TXM-WRITTEN-COUNT TO WS-TOT4-COUNT.
048400     WRITE LA332Q2-RPT-REC FROM WS-TOT4.
048500     IF NOT WS-RPT-OK
048600         DISPLAY 'LA332Q2 - LA332RPT WRITE FAILED, STATUS: '
048700             WS-RPT-FILE-STATUS
048800         MOVE 16 TO RETURN-CODE
048900         GOBACK
049000     END-IF.
049100     IF NOT WS-TXN-NOT-FOUND
049200         CLOSE LA332Q2-TXN-FILE
049300     END-IF.
049400     CLOSE LA332Q2-SUS-FILE
049500           LA332Q2-GRG-FILE
049600           LA332Q2-TXM-FILE
049700           LA332Q2-RPT-FILE.
049800     DISPLAY 'LA332Q2 - SUSPENSE RECS READ   : '
049900         WS-SUS-READ-COUNT.
050000     DISPLAY 'LA332Q2 - RESUBMITTED          : '
050100         WS-RESUB-COUNT.
050200     DISPLAY 'LA332Q2 - REGISTRY FLAGGED     : '
050300         WS-FLAGGED-COUNT.
050400     DISPLAY 'LA332Q2 - CARRIER RECS READ    : '
050500         WS-TXN-READ-COUNT.
050600     DISPLAY 'LA332Q2 - LA332TXM RECS WRITTEN: '
050700         WS-TXM-WRITTEN-COUNT.
050800     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
050900 8000-EXIT.
051000     EXIT.
051100
051200*****************************************************************
051300*    9000-READ-TXN - READ THE NEXT CARRIER RECORD AND PICK UP   *
051400*    ITS MERGE KEY                                              *
051500*****************************************************************
051600 9000-READ-TXN.
051700     READ LA332Q2-TXN-FILE
051800         AT END
051900             SET WS-END-OF-INPUT TO TRUE
052000         NOT AT END
052100             ADD 1 TO WS-TXN-READ-COUNT
052200             MOVE LA332Q2-TXN-REC TO WS-TXENT-REC
052300             MOVE HOLDING-ID TO WS-TXN-HOLDING-ID
052400             MOVE CARRIER-CODE TO WS-TXN-CARRIER-CODE
052500     END-READ.
052600 9000-EXIT.
052700     EXIT.
052800
052900*****************************************************************
053000*    9100-READ-NEXT-SUSPENSE - SEQUENTIAL WALK OF THE SUSPENSE  *
053100*    FILE IN KEY ORDER                                          *
053200*****************************************************************
053300 9100-READ-NEXT-SUSPENSE.
053400     READ LA332Q2-SUS-FILE NEXT RECORD
053500         AT END
053600             SET WS-END-OF-SUSPENSE TO TRUE
053700     END-READ.
053800 9100-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200*    9900-WRITE-CONTROL-TOTALS - APPEND THIS RUN'S COUNTS TO     *
054300*    THE SHARED LA332CTL CONTROL FILE FOR THE LA332B9 BALANCING  *
054400*    STEP AT THE END OF THE STREAM                               *
054500*****************************************************************
054600 9900-WRITE-CONTROL-TOTALS.
054700     OPEN EXTEND LA332Q2-CTL-FILE.
054800     MOVE 'LA332Q2 ' TO CTL-PROGRAM-ID.
054900     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
055000     MOVE WS-CYCLE-NO TO CTL-CYCLE-NO.
055100     MOVE WS-TXN-READ-COUNT TO CTL-RECS-READ.
055200     MOVE WS-TXM-WRITTEN-COUNT TO CTL-RECS-WRITTEN.
055300     MOVE ZERO TO CTL-ENTRIES-SCANNED.
055400     MOVE ZERO TO CTL-OVFL-MERGED.
055500     WRITE LA332A4-CTL-REC.
055600     IF NOT WS-CTL-OK
055700         DISPLAY 'LA332Q2 - LA332CTL WRITE FAILED, STATUS: '
055800             WS-CTL-FILE-STATUS
055900         MOVE 16 TO RETURN-CODE
056000         GOBACK
056100     END-IF.
056200     CLOSE LA332Q2-CTL-FILE.
056250     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
056300 9900-EXIT.
056400     EXIT.
056404
056408*****************************************************************
056412*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
056416*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
056420*    LA332T1 BATCH-WINDOW REPORT                                 *
056424*****************************************************************
056428 9960-WRITE-STEP-TIMING.
056432     OPEN EXTEND LA332Q2-TIM-FILE.
056436     MOVE 'LA332Q2 ' TO TIM-PROGRAM-ID.
056440     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
056444     MOVE WS-CYCLE-NO TO TIM-CYCLE-NO.
056448     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
056452     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
056456     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
056460     ACCEPT TIM-END-TIME FROM TIME.
056464     MOVE WS-TXN-READ-COUNT TO TIM-VOLUME.
056468     WRITE LA332A4-TIME-REC.
056472     IF NOT WS-TIM-OK
056476         DISPLAY 'LA332Q2 - LA332TIM WRITE FAILED, STATUS: '
056480             WS-TIM-FILE-STATUS
056484     END-IF.
056488     CLOSE LA332Q2-TIM-FILE.
056492 9960-EXIT.
056496     EXIT.
056500
056600*****************************************************************
056700*    9950-READ-CYCLE-CARD - INTRADAY CYCLE NUMBER OFF THE       *
056800*    LA332CYC CYCLE CARD; A MISSING CARD DEFAULTS TO CYCLE 1    *
056900*****************************************************************
057000 9950-READ-CYCLE-CARD.
057100     OPEN INPUT LA332Q2-CYC-FILE.
057200     IF NOT WS-CYC-NOT-FOUND
057300         READ LA332Q2-CYC-FILE
057400             AT END
057500                 CONTINUE
057600             NOT AT END
057700                 IF CYC-CYCLE-NO > ZERO
057800                     MOVE CYC-CYCLE-NO TO WS-CYCLE-NO
057900                 END-IF
058000         END-READ
058100         CLOSE LA332Q2-CYC-FILE
058200     END-IF.
058300 9950-EXIT.
058400     EXIT.
