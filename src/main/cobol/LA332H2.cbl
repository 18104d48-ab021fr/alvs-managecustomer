002500*    THEY EXIST. A MISSING OR INCOMPLETE CONTROL RECORD ENDS    *
002600*    THE RUN WITH RETURN-CODE 16 - THERE IS NO SENSIBLE         *
002700*    DEFAULT FOR A RESEARCH REQUEST.                            *
002725*    EDIT REJECTS AND SUPPRESSED RESENDS ON THE STORE NEVER     *
002750*    PROCESSED AND ARE NOT LISTED.                              *
002800*                                                               *
002900*    MODIFICATION HISTORY.                                      *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    09/02/2026 DSY   ORIGINAL PROGRAM.                          *
003133*    09/02/2026 DSY   CYCLE NUMBER NOW CARRIED ON THE            *
003166*                      CONTROL-TOTAL RECORD (0 = DAY LEVEL).     *
003171*    10/15/2026 DSY   TRANS TYPE PRINTS THE LA332CVM CODE-VALUE  *
003176*                      MASTER DESCRIPTION, FALLING BACK TO THE   *
003181*                      TEXT CARRIED ON THE HISTORY RECORD.       *
003186*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003191*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
003193*    10/15/2026 DSY   SKIPS THE EDIT-REJECT AND SUPPRESSED-      *
003195*                      RESEND RECORDS LA332H1 NOW APPENDS.       *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004900     SELECT LA332H2-RPT-FILE ASSIGN TO LA332RPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RPT-FILE-STATUS.
005110
005120     SELECT OPTIONAL LA332H2-CVAL-FILE ASSIGN TO LA332CVM
005130         ORGANIZATION IS INDEXED
005140         ACCESS MODE IS RANDOM
005150         RECORD KEY IS CVAL-KEY
005160         FILE STATUS IS WS-CVAL-FILE-STATUS.
005200
005300     SELECT OPTIONAL LA332H2-CTL-FILE ASSIGN TO LA332CTL
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CTL-FILE-STATUS.
005600
005620     SELECT OPTIONAL LA332H2-TIM-FILE ASSIGN TO LA332TIM
005640         ORGANIZATION IS LINE SEQUENTIAL
005660         FILE STATUS IS WS-TIM-FILE-STATUS.
005680
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  LA332H2-HST-FILE
006000     RECORDING MODE IS F.
006100     COPY LA332A4-HIST.
006125
006150 FD  LA332H2-CVAL-FILE.
006175     COPY LA332A4-CVAL.
006200
006300 FD  LA332H2-PARM-FILE
006400     RECORDING MODE IS F.
009000     RECORDING MODE IS F.
009100     COPY LA332A4-CTL.
009200
009220 FD  LA332H2-TIM-FILE
009240     RECORDING MODE IS F.
009260     COPY LA332A4-TIME.
009280
009300 WORKING-STORAGE SECTION.
009320 01  WS-STEP-TIMING.
009340     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
009360     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
009380
009400 01  WS-FILE-STATUSES.
009500     05 WS-HST-FILE-STATUS PIC X(002) VALUE SPACES.
009600        88 WS-HST-EOF VALUE '10'.
010200        88 WS-RPT-OK VALUE '00'.
010300     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
010400        88 WS-CTL-OK VALUE '00'.
010405     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
010410        88 WS-TIM-OK VALUE '00'.
010425     05 WS-CVAL-FILE-STATUS PIC X(002) VALUE SPACES.
010450        88 WS-CVAL-OK VALUE '00'.
010500
010600 01  WS-SWITCHES.
010700     05 WS-EOF-SW PIC X(001) VALUE 'N'.
017100
017200 PROCEDURE DIVISION.
017300 0000-MAINLINE.
017325     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
017350     ACCEPT WS-STEP-START-TIME FROM TIME.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     SORT LA332H2-SORT-FILE
017600         ON ASCENDING KEY SRT-EXE-DATE-NUM SRT-EXE-TIME-NUM
025900*****************************************************************
026000 2000-SELECT-HISTORY.
026100     OPEN INPUT LA332H2-HST-FILE.
026150     OPEN INPUT LA332H2-CVAL-FILE.
026200     IF WS-HST-NOT-FOUND
026300         SET WS-END-OF-INPUT TO TRUE
026400     ELSE
026900     IF NOT WS-HST-NOT-FOUND
027000         CLOSE LA332H2-HST-FILE
027100     END-IF.
027150     CLOSE LA332H2-CVAL-FILE.
027200 2000-EXIT.
027300     EXIT.
027400
027500 2100-SELECT-ONE.
027600     ADD 1 TO WS-HST-READ-COUNT.
027700     IF HIST-KIND-PROCESSED
027750      AND ((WS-SEARCH-BY-PARTY
027800      AND HIST-PARTY-ID = WS-SEARCH-ID)
027900      OR (WS-SEARCH-BY-HOLDING
028000      AND HIST-HOLDING-ID = WS-SEARCH-ID))
028100         IF HIST-TRANS-EXE-DATE-NUM = ZERO
028200             ADD 1 TO WS-UNDATED-COUNT
028300         ELSE
029700     MOVE HIST-TRANS-REF-GUID TO SRT-TRANS-REF-GUID.
029800     MOVE HIST-PARTY-ID TO SRT-PARTY-ID.
029900     MOVE HIST-HOLDING-ID TO SRT-HOLDING-ID.
030000     PERFORM 2300-LOOKUP-TYPE-DESC THRU 2300-EXIT.
030100     MOVE HIST-RESULT-CODE-TC TO SRT-RESULT-CODE-TC.
030200     MOVE HIST-RESULT-CODE-TC-DESC TO SRT-RESULT-CODE-TC-DESC.
030300     MOVE HIST-USER-LOGIN-ID TO SRT-USER-LOGIN-ID.
030600 2200-EXIT.
030700     EXIT.
030800
030805*****************************************************************
030810*    2300-LOOKUP-TYPE-DESC - THE LA332CVM MASTER DESCRIPTION OF *
030815*    THE TRANS TYPE, OR THE TEXT CARRIED ON THE HISTORY RECORD  *
030820*    WHEN THE CODE IS NOT ON THE MASTER (OR THE MASTER IS NOT   *
030825*    ALLOCATED)                                                 *
030830*****************************************************************
030835 2300-LOOKUP-TYPE-DESC.
030840     MOVE HIST-TRANS-TYPE-TC-DESC TO SRT-TRANS-TYPE-TC-DESC.
030845     MOVE 'TRANTYPE' TO CVAL-CODE-TYPE.
030850     MOVE HIST-TRANS-TYPE-TC TO CVAL-CODE-VALUE.
030855     READ LA332H2-CVAL-FILE
030860         INVALID KEY
030865             CONTINUE
030870         NOT INVALID KEY
030875             MOVE CVAL-DESC TO SRT-TRANS-TYPE-TC-DESC
030880     END-READ.
030885 2300-EXIT.
030890     EXIT.
030895
030900*****************************************************************
031000*    5000-PRINT-LISTING - RETURN THE SORTED TRANSACTIONS AND    *
031100*    PRINT TWO LINES PER TRANSACTION IN CHRONOLOGICAL ORDER     *
043400         GOBACK
043500     END-IF.
043600     CLOSE LA332H2-CTL-FILE.
043650     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
043700 9900-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
044200*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
044300*    LA332T1 BATCH-WINDOW REPORT                                 *
044400*****************************************************************
044500 9960-WRITE-STEP-TIMING.
044600     OPEN EXTEND LA332H2-TIM-FILE.
044700     MOVE 'LA332H2 ' TO TIM-PROGRAM-ID.
044800     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
044900     MOVE ZERO TO TIM-CYCLE-NO.
045000     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
045100     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
045200     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
045300     ACCEPT TIM-END-TIME FROM TIME.
045400     MOVE WS-HST-READ-COUNT TO TIM-VOLUME.
045500     WRITE LA332A4-TIME-REC.
045600     IF NOT WS-TIM-OK
045700         DISPLAY 'LA332H2 - LA332TIM WRITE FAILED, STATUS: '
045800             WS-TIM-FILE-STATUS
045900     END-IF.
046000     CLOSE LA332H2-TIM-FILE.
046100 9960-EXIT.
046200     EXIT.
