001985*    09/02/2026 DSY   CONVERTED TO THE SINGLE-PASS LA332ENT      *
001990*                      ENTRY FILE; THE LA332OVF SPILL MERGE      *
001995*                      NOW HAPPENS ONCE, IN THE EXTRACT STEP.    *
001996*    10/15/2026 DSY   TRANS TYPE PRINTS THE LA332CVM CODE-VALUE  *
001997*                      MASTER DESCRIPTION, FALLING BACK TO THE   *
001998*                      CARRIER'S OWN TEXT FOR A CODE NOT ON IT.  *
002008*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
002018*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
002050*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. IBM-Z15.
003300     SELECT LA332B3-RPT-FILE ASSIGN TO LA332RPT
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-RPT-FILE-STATUS.
003510
003520     SELECT OPTIONAL LA332B3-CVAL-FILE ASSIGN TO LA332CVM
003530         ORGANIZATION IS INDEXED
003540         ACCESS MODE IS RANDOM
003550         RECORD KEY IS CVAL-KEY
003560         FILE STATUS IS WS-CVAL-FILE-STATUS.
003590
003592     SELECT OPTIONAL LA332B3-CTL-FILE ASSIGN TO LA332CTL
003594         ORGANIZATION IS LINE SEQUENTIAL
003596         FILE STATUS IS WS-CTL-FILE-STATUS.
003600
003620     SELECT OPTIONAL LA332B3-TIM-FILE ASSIGN TO LA332TIM
003640         ORGANIZATION IS LINE SEQUENTIAL
003660         FILE STATUS IS WS-TIM-FILE-STATUS.
003680
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  LA332B3-ENT-FILE
005220 FD  LA332B3-CTL-FILE
005230     RECORDING MODE IS F.
005240     COPY LA332A4-CTL.
005250
005260 FD  LA332B3-CVAL-FILE.
005270     COPY LA332A4-CVAL.
005300
005320 FD  LA332B3-TIM-FILE
005340     RECORDING MODE IS F.
005360     COPY LA332A4-TIME.
005380
005400 WORKING-STORAGE SECTION.
005420 01  WS-STEP-TIMING.
005440     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
005460     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
005480
005500 01  WS-FILE-STATUSES.
005600     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
005700        88 WS-ENT-EOF VALUE '10'.
005725     05 WS-CVAL-FILE-STATUS PIC X(002) VALUE SPACES.
005750        88 WS-CVAL-OK VALUE '00'.
005800     05 WS-RPT-FILE-STATUS PIC X(002) VALUE SPACES.
005810        88 WS-RPT-OK VALUE '00'.
005870     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
005880        88 WS-CTL-OK VALUE '00'.
005885     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
005890        88 WS-TIM-OK VALUE '00'.
005900
006000 01  WS-SWITCHES.
006100     05 WS-EOF-SW PIC X(001) VALUE 'N'.
010007
010100 PROCEDURE DIVISION.
010200 0000-MAINLINE.
010225     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
010250     ACCEPT WS-STEP-START-TIME FROM TIME.
010300     OPEN OUTPUT LA332B3-RPT-FILE.
010400     SORT LA332B3-SORT-FILE
010500         ON ASCENDING KEY SRT-TRANS-EXE-DATE-NUM
012000*    TX-LIFE-REQ ENTRY FOR LATER ROLL-UP                         *
012100*****************************************************************
012200 2000-UNLOAD-ENTRIES.
012300     OPEN INPUT LA332B3-ENT-FILE
012350                LA332B3-CVAL-FILE.
012400     PERFORM 2900-READ-OUTPUT THRU 2900-EXIT.
012500     PERFORM 2100-SCAN-OUTPUT-REC THRU 2100-EXIT
012600         UNTIL WS-END-OF-INPUT.
012700     CLOSE LA332B3-ENT-FILE
012750           LA332B3-CVAL-FILE.
012800 2000-EXIT.
012900     EXIT.
013000
014100     MOVE USER-LOGIN-ID (WS-ENTRY-SUB) TO SRT-USER-LOGIN-ID.
014200     MOVE MESSAGE-SOURCE-TC (WS-ENTRY-SUB)
014300         TO SRT-MESSAGE-SOURCE-TC.
014400     PERFORM 2300-LOOKUP-TYPE-DESC THRU 2300-EXIT.
014600     RELEASE LA332B3-SORT-REC.
014700 2200-EXIT.
014800     EXIT.
014900
014905*****************************************************************
014910*    2300-LOOKUP-TYPE-DESC - THE LA332CVM MASTER DESCRIPTION OF *
014915*    THE TRANS TYPE, OR THE CARRIER'S OWN TEXT WHEN THE CODE IS *
014920*    NOT ON THE MASTER (OR THE MASTER IS NOT ALLOCATED)         *
014925*****************************************************************
014930 2300-LOOKUP-TYPE-DESC.
014935     MOVE TRANS-TYPE-TC-DESC (WS-ENTRY-SUB)
014940         TO SRT-TRANS-TYPE-TC-DESC.
014945     MOVE 'TRANTYPE' TO CVAL-CODE-TYPE.
014950     MOVE TRANS-TYPE-TC (WS-ENTRY-SUB) TO CVAL-CODE-VALUE.
014955     READ LA332B3-CVAL-FILE
014960         INVALID KEY
014965             CONTINUE
014970         NOT INVALID KEY
014975             MOVE CVAL-DESC TO SRT-TRANS-TYPE-TC-DESC
014980     END-READ.
014985 2300-EXIT.
014990     EXIT.
014995
015000 2900-READ-OUTPUT.
015100     READ LA332B3-ENT-FILE
015200         AT END
025600         GOBACK
025700     END-IF.
025800     CLOSE LA332B3-CTL-FILE.
025850     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
025900 9900-EXIT.
026000     EXIT.
026100
026200*****************************************************************
026300*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
026400*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
026500*    LA332T1 BATCH-WINDOW REPORT                                 *
026600*****************************************************************
026700 9960-WRITE-STEP-TIMING.
026800     OPEN EXTEND LA332B3-TIM-FILE.
026900     MOVE 'LA332B3 ' TO TIM-PROGRAM-ID.
027000     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
027100     MOVE ZERO TO TIM-CYCLE-NO.
027200     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
027300     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
027400     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
027500     ACCEPT TIM-END-TIME FROM TIME.
027600     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
027700     WRITE LA332A4-TIME-REC.
027800     IF NOT WS-TIM-OK
027900         DISPLAY 'LA332B3 - LA332TIM WRITE FAILED, STATUS: '
028000             WS-TIM-FILE-STATUS
028100     END-IF.
028200     CLOSE LA332B3-TIM-FILE.
028300 9960-EXIT.
028400     EXIT.
