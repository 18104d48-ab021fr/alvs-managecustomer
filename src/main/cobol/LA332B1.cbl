002079*    09/02/2026 DSY   CONVERTED TO THE SINGLE-PASS LA332ENT      *
002086*                      ENTRY FILE; THE LA332OVF SPILL MERGE      *
002093*                      NOW HAPPENS ONCE, IN THE EXTRACT STEP.    *
002094*    10/15/2026 DSY   TRANS TYPE PRINTS THE LA332CVM CODE-VALUE  *
002095*                      MASTER DESCRIPTION, FALLING BACK TO THE   *
002096*                      CARRIER'S OWN TEXT FOR A CODE NOT ON IT.  *
002097*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
002098*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003400     SELECT LA332B1-RPT-FILE ASSIGN TO LA332RPT
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-RPT-FILE-STATUS.
003610
003620     SELECT OPTIONAL LA332B1-CVAL-FILE ASSIGN TO LA332CVM
003630         ORGANIZATION IS INDEXED
003640         ACCESS MODE IS RANDOM
003650         RECORD KEY IS CVAL-KEY
003660         FILE STATUS IS WS-CVAL-FILE-STATUS.
003690
003692     SELECT OPTIONAL LA332B1-CTL-FILE ASSIGN TO LA332CTL
003694         ORGANIZATION IS LINE SEQUENTIAL
003696         FILE STATUS IS WS-CTL-FILE-STATUS.
003700
003720     SELECT OPTIONAL LA332B1-TIM-FILE ASSIGN TO LA332TIM
003740         ORGANIZATION IS LINE SEQUENTIAL
003760         FILE STATUS IS WS-TIM-FILE-STATUS.
003780
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  LA332B1-ENT-FILE
005520 FD  LA332B1-CTL-FILE
005530     RECORDING MODE IS F.
005540     COPY LA332A4-CTL.
005542
005544 FD  LA332B1-CVAL-FILE.
005546     COPY LA332A4-CVAL.
005550
005560 FD  LA332B1-TIM-FILE
005570     RECORDING MODE IS F.
005580     COPY LA332A4-TIME.
005590
005600 WORKING-STORAGE SECTION.
005620 01  WS-STEP-TIMING.
005640     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
005660     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
005680
005700 01  WS-FILE-STATUSES.
005800     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
005900        88 WS-ENT-EOF VALUE '10'.
006010        88 WS-RPT-OK VALUE '00'.
006070     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
006080        88 WS-CTL-OK VALUE '00'.
006081     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
006082        88 WS-TIM-OK VALUE '00'.
006085     05 WS-CVAL-FILE-STATUS PIC X(002) VALUE SPACES.
006090        88 WS-CVAL-OK VALUE '00'.
006100
006200 01  WS-SWITCHES.
006300     05 WS-EOF-SW PIC X(001) VALUE 'N'.
009707
009800 PROCEDURE DIVISION.
009900 0000-MAINLINE.
009925     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
009950     ACCEPT WS-STEP-START-TIME FROM TIME.
010000     OPEN OUTPUT LA332B1-RPT-FILE.
010100     SORT LA332B1-SORT-FILE
010200         ON ASCENDING KEY SRT-CARRIER-CODE SRT-TRANS-REF-GUID
011400*    TX-LIFE-REQ ENTRY THAT DID NOT COMPLETE SUCCESSFULLY       *
011500*****************************************************************
011600 2000-SELECT-EXCEPTIONS.
011700     OPEN INPUT LA332B1-ENT-FILE
011750                LA332B1-CVAL-FILE.
011800     PERFORM 2900-READ-OUTPUT THRU 2900-EXIT.
011900     PERFORM 2100-SCAN-OUTPUT-REC THRU 2100-EXIT
012000         UNTIL WS-END-OF-INPUT.
012100     CLOSE LA332B1-ENT-FILE
012150           LA332B1-CVAL-FILE.
012200 2000-EXIT.
012300     EXIT.
012400
013400     IF NOT RESULT-CODE-SUCCESS (WS-ENTRY-SUB)
013500         MOVE CARRIER-CODE (WS-ENTRY-SUB) TO SRT-CARRIER-CODE
013600         MOVE TRANS-REF-GUID (WS-ENTRY-SUB) TO SRT-TRANS-REF-GUID
013700         PERFORM 2300-LOOKUP-TYPE-DESC THRU 2300-EXIT
013900         MOVE HOLDING-ID (WS-ENTRY-SUB) TO SRT-HOLDING-ID
014000         MOVE RESULT-INFO-DESC (WS-ENTRY-SUB)
014100             TO SRT-RESULT-INFO-DESC
014400 2200-EXIT.
014500     EXIT.
014600
014605*****************************************************************
014610*    2300-LOOKUP-TYPE-DESC - THE LA332CVM MASTER DESCRIPTION OF *
014615*    THE TRANS TYPE, OR THE CARRIER'S OWN TEXT WHEN THE CODE IS *
014620*    NOT ON THE MASTER (OR THE MASTER IS NOT ALLOCATED)         *
014625*****************************************************************
014630 2300-LOOKUP-TYPE-DESC.
014635     MOVE TRANS-TYPE-TC-DESC (WS-ENTRY-SUB)
014640         TO SRT-TRANS-TYPE-TC-DESC.
014645     MOVE 'TRANTYPE' TO CVAL-CODE-TYPE.
014650     MOVE TRANS-TYPE-TC (WS-ENTRY-SUB) TO CVAL-CODE-VALUE.
014655     READ LA332B1-CVAL-FILE
014660         INVALID KEY
014665             CONTINUE
014670         NOT INVALID KEY
014675             MOVE CVAL-DESC TO SRT-TRANS-TYPE-TC-DESC
014680     END-READ.
014685 2300-EXIT.
014690     EXIT.
014695
014700 2900-READ-OUTPUT.
014800     READ LA332B1-ENT-FILE
014900         AT END
022900         GOBACK
023000     END-IF.
023100     CLOSE LA332B1-CTL-FILE.
023150     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
023200 9900-EXIT.
023300     EXIT.
023400
023500*****************************************************************
023600*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
023700*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
023800*    LA332T1 BATCH-WINDOW REPORT                                 *
023900*****************************************************************
024000 9960-WRITE-STEP-TIMING.
024100     OPEN EXTEND LA332B1-TIM-FILE.
024200     MOVE 'LA332B1 ' TO TIM-PROGRAM-ID.
024300     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
024400     MOVE ZERO TO TIM-CYCLE-NO.
024500     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
024600     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
024700     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
024800     ACCEPT TIM-END-TIME FROM TIME.
024900     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
025000     WRITE LA332A4-TIME-REC.
025100     IF NOT WS-TIM-OK
025200         DISPLAY 'LA332B1 - LA332TIM WRITE FAILED, STATUS: '
025300             WS-TIM-FILE-STATUS
025400     END-IF.
025500     CLOSE LA332B1-TIM-FILE.
025600 9960-EXIT.
025700     EXIT.
