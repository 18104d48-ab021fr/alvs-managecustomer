003500*       TIME - TRANS-EXE-TIME LAYOUT NOT RECOGNIZED             *
003510*       CMAS - CARRIER-CODE NOT ON THE LA332CAR MASTER          *
003520*       CINA - CARRIER INACTIVE ON THE LA332CAR MASTER          *
003540*       CUNK - A TYPE CODE NOT ON THE LA332CVM MASTER           *
003560*       CEXP - A TYPE CODE NOT EFFECTIVE ON THE RUN DATE        *
003580*       CCAR - A TYPE CODE THE SENDING CARRIER MAY NOT USE      *
003600*                                                               *
003700*    THE RUN ENDS WITH RETURN-CODE 4 WHEN ANY RECORD WAS        *
003800*    REJECTED SO THE SCHEDULER CAN HOLD THE REJECTS FOR REVIEW  *
004360*                      LA332A6 TRANSMISSION CONTROL STEP.        *
004373*    09/02/2026 DSY   INTRADAY CYCLE NUMBER READ OFF             *
004386*                      LA332CYC, STAMPED ON CONTROL TOTALS.      *
004388*    10/15/2026 DSY   TRANSACTION, SUB-TYPE, ROLE, GENDER,       *
004390*                      ID-REF, MESSAGE-SOURCE AND BIRTH-COUNTRY  *
004392*                      CODES CHECKED AGAINST THE LA332CVM        *
004394*                      CODE-VALUE MASTER (CUNK/CEXP/CCAR).       *
004396*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
004398*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
006548     SELECT LA332A3-CAC-FILE ASSIGN TO LA332CAC
006549         ORGANIZATION IS LINE SEQUENTIAL
006550         FILE STATUS IS WS-CAC-FILE-STATUS.
006555
006560     SELECT LA332A3-CVAL-FILE ASSIGN TO LA332CVM
006565         ORGANIZATION IS INDEXED
006570         ACCESS MODE IS RANDOM
006575         RECORD KEY IS CVAL-KEY
006580         FILE STATUS IS WS-CVAL-FILE-STATUS.
006600
006620     SELECT OPTIONAL LA332A3-CYC-FILE ASSIGN TO LA332CYC
006640         ORGANIZATION IS LINE SEQUENTIAL
006660         FILE STATUS IS WS-CYC-FILE-STATUS.
006680
006684     SELECT OPTIONAL LA332A3-TIM-FILE ASSIGN TO LA332TIM
006688         ORGANIZATION IS LINE SEQUENTIAL
006692         FILE STATUS IS WS-TIM-FILE-STATUS.
006696
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  LA332A3-TXN-FILE
009090 FD  LA332A3-CAC-FILE
009092     RECORDING MODE IS F.
009094     COPY LA332A4-CAC.
009095
009096 FD  LA332A3-CVAL-FILE.
009097     COPY LA332A4-CVAL.
009100
009120 FD  LA332A3-CYC-FILE
009140     RECORDING MODE IS F.
009160     COPY LA332A4-CYC.
009180
009184 FD  LA332A3-TIM-FILE
009188     RECORDING MODE IS F.
009192     COPY LA332A4-TIME.
009196
009200 WORKING-STORAGE SECTION.
009220 01  WS-STEP-TIMING.
009240     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
009260     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
009280
009300 01  WS-FILE-STATUSES.
009400     05 WS-TXN-FILE-STATUS PIC X(002) VALUE SPACES.
009500        88 WS-TXN-OK VALUE '00'.
010200        88 WS-RPT-OK VALUE '00'.
010210     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
010220        88 WS-CTL-OK VALUE '00'.
010222     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
010224        88 WS-TIM-OK VALUE '00'.
010230     05 WS-CARM-FILE-STATUS PIC X(002) VALUE SPACES.
010240        88 WS-CARM-OK VALUE '00'.
010250        88 WS-CARM-NOT-ON-FILE VALUE '23'.
010260        88 WS-CARM-NOT-FOUND VALUE '35'.
010270     05 WS-CAC-FILE-STATUS PIC X(002) VALUE SPACES.
010280        88 WS-CAC-OK VALUE '00'.
010282     05 WS-CVAL-FILE-STATUS PIC X(002) VALUE SPACES.
010284        88 WS-CVAL-OK VALUE '00'.
010286        88 WS-CVAL-NOT-ON-FILE VALUE '23'.
010288        88 WS-CVAL-NOT-FOUND VALUE '35'.
010325     05 WS-CYC-FILE-STATUS PIC X(002) VALUE SPACES.
010350        88 WS-CYC-OK VALUE '00'.
010375        88 WS-CYC-NOT-FOUND VALUE '35'.
010800        88 WS-RECORD-REJECTED VALUE 'Y'.
010900     05 WS-CARR-OVFL-SW PIC X(001) VALUE 'N'.
011000        88 WS-CARR-TABLE-FULL VALUE 'Y'.
011025     05 WS-CVAL-CARR-SW PIC X(001) VALUE 'N'.
011050        88 WS-CVAL-CARRIER-ALLOWED VALUE 'Y'.
011100
011200 01  WS-CONTROL-FIELDS.
011300     05 WS-REJ-REASON PIC X(004) VALUE SPACES.
011900        10 WS-LAST-CARRIER-CODE PIC X(022) VALUE SPACES.
011910     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
011955     05 WS-CYCLE-NO PIC 9(003) VALUE 1.
011965     05 WS-CHK-CODE-TYPE PIC X(008) VALUE SPACES.
011975     05 WS-CHK-CODE-VALUE PIC X(010) VALUE SPACES.
012000
012100 01  WS-SUBSCRIPTS COMP-3.
012200     05 WS-CARR-SUB PIC 9(003) VALUE ZERO.
012300     05 WS-CARR-FOUND-SUB PIC 9(003) VALUE ZERO.
012350     05 WS-CVAL-SUB PIC 9(003) VALUE ZERO.
012400
012500 01  WS-COUNTERS COMP-3.
012600     05 WS-TXN-COUNT PIC 9(007) VALUE ZERO.
016100
016200 PROCEDURE DIVISION.
016300 0000-MAINLINE.
016325     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
016350     ACCEPT WS-STEP-START-TIME FROM TIME.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     PERFORM 2000-EDIT-TXN THRU 2000-EXIT
016600         UNTIL WS-END-OF-INPUT.
017950         MOVE 16 TO RETURN-CODE
017960         GOBACK
017970     END-IF.
017971     OPEN INPUT LA332A3-CVAL-FILE.
017972     IF WS-CVAL-NOT-FOUND
017973         DISPLAY 'LA332A3 - LA332CVM NOT FOUND, STATUS: '
017974             WS-CVAL-FILE-STATUS
017975         MOVE 16 TO RETURN-CODE
017976         GOBACK
017977     END-IF.
017980     OPEN OUTPUT LA332A3-CAC-FILE.
017990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018000     PERFORM 9000-READ-TXN THRU 9000-EXIT.
019900     EXIT.
020000
020100*****************************************************************
020200*    2100-APPLY-EDITS - REQUIRED-FIELD, CARRIER-MASTER, SEQUENCE *
020300*    AND DATE/TIME LAYOUT EDITS, THEN THE LA332CVM CODE-VALUE    *
020400*    EDITS ON EACH TYPE CODE SENT: NOT ON THE MASTER (CUNK), NOT *
020425*    EFFECTIVE ON THE RUN DATE (CEXP) OR NOT ALLOWED FOR THE     *
020450*    CARRIER (CCAR). THE FIRST EDIT THAT FAILS SETS THE REASON   *
020475*    CODE; LATER EDITS ARE SKIPPED FOR THAT RECORD.              *
020500*****************************************************************
020600 2100-APPLY-EDITS.
020700     MOVE 'N' TO WS-REJECT-SW.
023900     IF NOT WS-RECORD-REJECTED
024000         PERFORM 2130-CHECK-TIME THRU 2130-EXIT
024100     END-IF.
024125     IF NOT WS-RECORD-REJECTED
024150         PERFORM 2500-CHECK-CODE-VALUES THRU 2500-EXIT
024175     END-IF.
024200 2100-EXIT.
024300     EXIT.
024400
039100 2410-EXIT.
039200     EXIT.
039300
039301*****************************************************************
039302*    2500-CHECK-CODE-VALUES - EVERY TYPE CODE THE RECORD        *
039303*    CARRIES MUST BE ON THE LA332CVM CODE-VALUE MASTER,         *
039304*    EFFECTIVE ON THE RUN DATE AND ALLOWED FOR THE SENDING      *
039305*    CARRIER. TRANS-TYPE-TC IS ALWAYS PRESENT BY NOW; THE       *
039306*    OTHERS ARE OPTIONAL AND ONLY CHECKED WHEN SENT.            *
039307*****************************************************************
039308 2500-CHECK-CODE-VALUES.
039309     MOVE 'TRANTYPE' TO WS-CHK-CODE-TYPE.
039310     MOVE TRANS-TYPE-TC OF LA332A3-TXN-REC
039311         TO WS-CHK-CODE-VALUE.
039312     PERFORM 2510-CHECK-ONE-CODE THRU 2510-EXIT.
039313     IF NOT WS-RECORD-REJECTED
039314      AND TRANS-SUB-TYPE-TC OF LA332A3-TXN-REC NOT = SPACES
039315         MOVE 'SUBTYPE ' TO WS-CHK-CODE-TYPE
039316         MOVE TRANS-SUB-TYPE-TC OF LA332A3-TXN-REC
039317             TO WS-CHK-CODE-VALUE
039318         PERFORM 2510-CHECK-ONE-CODE THRU 2510-EXIT
039319     END-IF.
039320     IF NOT WS-RECORD-REJECTED
039321      AND CODE-TC OF LA332A3-TXN-REC NOT = SPACES
039322         MOVE 'ROLE    ' TO WS-CHK-CODE-TYPE
039323         MOVE CODE-TC OF LA332A3-TXN-REC
039324             TO WS-CHK-CODE-VALUE
039325         PERFORM 2510-CHECK-ONE-CODE THRU 2510-EXIT
039326     END-IF.
039327     IF NOT WS-RECORD-REJECTED
039328      AND GENDER-TC OF LA332A3-TXN-REC NOT = SPACES
039329         MOVE 'GENDER  ' TO WS-CHK-CODE-TYPE
039330         MOVE GENDER-TC OF LA332A3-TXN-REC
039331             TO WS-CHK-CODE-VALUE
039332         PERFORM 2510-CHECK-ONE-CODE THRU 2510-EXIT
039333     END-IF.
039334     IF NOT WS-RECORD-REJECTED
039335      AND ID-REF-TYPE-TC OF LA332A3-TXN-REC NOT = SPACES
039336         MOVE 'IDREFTYP' TO WS-CHK-CODE-TYPE
039337         MOVE ID-REF-TYPE-TC OF LA332A3-TXN-REC
039338             TO WS-CHK-CODE-VALUE
039339         PERFORM 2510-CHECK-ONE-CODE THRU 2510-EXIT
039340     END-IF.
039341     IF NOT WS-RECORD-REJECTED
039342      AND MESSAGE-SOURCE-TC OF LA332A3-TXN-REC NOT = SPACES
039343         MOVE 'MSGSRC  ' TO WS-CHK-CODE-TYPE
039344         MOVE MESSAGE-SOURCE-TC OF LA332A3-TXN-REC
039345             TO WS-CHK-CODE-VALUE
039346         PERFORM 2510-CHECK-ONE-CODE THRU 2510-EXIT
039347     END-IF.
039348     IF NOT WS-RECORD-REJECTED
039349      AND BIRTH-COUNTRY-TC OF LA332A3-TXN-REC NOT = SPACES
039350         MOVE 'BIRTHCTY' TO WS-CHK-CODE-TYPE
039351         MOVE BIRTH-COUNTRY-TC OF LA332A3-TXN-REC
039352             TO WS-CHK-CODE-VALUE
039353         PERFORM 2510-CHECK-ONE-CODE THRU 2510-EXIT
039354     END-IF.
039355 2500-EXIT.
039356     EXIT.
039357
039358 2510-CHECK-ONE-CODE.
039359     MOVE WS-CHK-CODE-TYPE TO CVAL-CODE-TYPE.
039360     MOVE WS-CHK-CODE-VALUE TO CVAL-CODE-VALUE.
039361     READ LA332A3-CVAL-FILE
039362         INVALID KEY
039363             SET WS-RECORD-REJECTED TO TRUE
039364             MOVE 'CUNK' TO WS-REJ-REASON
039365         NOT INVALID KEY
039366             PERFORM 2520-CHECK-CODE-CURRENT THRU 2520-EXIT
039367     END-READ.
039368 2510-EXIT.
039369     EXIT.
039370
039371 2520-CHECK-CODE-CURRENT.
039372     IF CVAL-EFF-DATE > WS-RUN-DATE
039373      OR (CVAL-EXP-DATE > ZERO AND CVAL-EXP-DATE < WS-RUN-DATE)
039374         SET WS-RECORD-REJECTED TO TRUE
039375         MOVE 'CEXP' TO WS-REJ-REASON
039376     ELSE
039377         IF CVAL-CARRIERS NOT = SPACES
039378             MOVE 'N' TO WS-CVAL-CARR-SW
039379             PERFORM 2530-SCAN-CODE-CARRIERS THRU 2530-EXIT
039380                 VARYING WS-CVAL-SUB FROM 1 BY 1
039381                 UNTIL WS-CVAL-SUB > 10
039382                 OR WS-CVAL-CARRIER-ALLOWED
039383             IF NOT WS-CVAL-CARRIER-ALLOWED
039384                 SET WS-RECORD-REJECTED TO TRUE
039385                 MOVE 'CCAR' TO WS-REJ-REASON
039386             END-IF
039387         END-IF
039388     END-IF.
039389 2520-EXIT.
039390     EXIT.
039391
039392 2530-SCAN-CODE-CARRIERS.
039393     IF CVAL-CARRIER (WS-CVAL-SUB)
039394         = CARRIER-CODE OF LA332A3-TXN-REC
039395         SET WS-CVAL-CARRIER-ALLOWED TO TRUE
039396     END-IF.
039397 2530-EXIT.
039398     EXIT.
039399
039400*****************************************************************
039500*    5000-PRINT-SUMMARY - ONE LINE PER CARRIER IN ORDER OF       *
039600*    FIRST APPEARANCE, THEN THE RUN TOTALS                       *
046300           LA332A3-REJ-FILE
046400           LA332A3-RPT-FILE
046410           LA332A3-CARM-FILE
046420           LA332A3-CAC-FILE
046445           LA332A3-CVAL-FILE.
046500     DISPLAY 'LA332A3 - TRANSACTIONS READ    : ' WS-TXN-COUNT.
046600     DISPLAY 'LA332A3 - TRANSACTIONS ACCEPTED: ' WS-ACCEPT-COUNT.
046700     DISPLAY 'LA332A3 - TRANSACTIONS REJECTED: ' WS-REJECT-COUNT.
050400         GOBACK
050500     END-IF.
050600     CLOSE LA332A3-CTL-FILE.
050650     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
050700 9900-EXIT.
050800     EXIT.
050804
050808*****************************************************************
050812*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
050816*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
050820*    LA332T1 BATCH-WINDOW REPORT                                 *
050824*****************************************************************
050828 9960-WRITE-STEP-TIMING.
050832     OPEN EXTEND LA332A3-TIM-FILE.
050836     MOVE 'LA332A3 ' TO TIM-PROGRAM-ID.
050840     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
050844     MOVE WS-CYCLE-NO TO TIM-CYCLE-NO.
050848     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
050852     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
050856     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
050860     ACCEPT TIM-END-TIME FROM TIME.
050864     MOVE WS-TXN-COUNT TO TIM-VOLUME.
050868     WRITE LA332A4-TIME-REC.
050872     IF NOT WS-TIM-OK
050876         DISPLAY 'LA332A3 - LA332TIM WRITE FAILED, STATUS: '
050880             WS-TIM-FILE-STATUS
050884     END-IF.
050888     CLOSE LA332A3-TIM-FILE.
050892 9960-EXIT.
050896     EXIT.
050900
051000*****************************************************************
051100*    9950-READ-CYCLE-CARD - INTRADAY CYCLE NUMBER OFF THE       *
