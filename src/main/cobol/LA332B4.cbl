002879*    09/02/2026 DSY   CONVERTED TO THE SINGLE-PASS LA332ENT      *
002886*                      ENTRY FILE; THE LA332OVF SPILL MERGE      *
002893*                      NOW HAPPENS ONCE, IN THE EXTRACT STEP.    *
002894*    10/15/2026 DSY   RELATION ROLE PRINTS THE LA332CVM          *
002895*                      CODE-VALUE MASTER DESCRIPTION, FALLING    *
002896*                      BACK TO THE CARRIER'S OWN TEXT; ROLE      *
002897*                      DESCRIPTIONS WIDENED TO THE PRINT COLUMN. *
002898*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
002899*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004400     SELECT LA332B4-RPT-FILE ASSIGN TO LA332RPT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RPT-FILE-STATUS.
004610
004620     SELECT OPTIONAL LA332B4-CVAL-FILE ASSIGN TO LA332CVM
004630         ORGANIZATION IS INDEXED
004640         ACCESS MODE IS RANDOM
004650         RECORD KEY IS CVAL-KEY
004660         FILE STATUS IS WS-CVAL-FILE-STATUS.
004690
004692     SELECT OPTIONAL LA332B4-CTL-FILE ASSIGN TO LA332CTL
004694         ORGANIZATION IS LINE SEQUENTIAL
004696         FILE STATUS IS WS-CTL-FILE-STATUS.
004700
004720     SELECT OPTIONAL LA332B4-TIM-FILE ASSIGN TO LA332TIM
004740         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS WS-TIM-FILE-STATUS.
004780
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  LA332B4-ENT-FILE
006420 FD  LA332B4-CTL-FILE
006430     RECORDING MODE IS F.
006440     COPY LA332A4-CTL.
006450
006452 FD  LA332B4-TIM-FILE
006454     RECORDING MODE IS F.
006456     COPY LA332A4-TIME.
006458
006460 FD  LA332B4-CVAL-FILE.
006470     COPY LA332A4-CVAL.
006500
006600 WORKING-STORAGE SECTION.
006620 01  WS-STEP-TIMING.
006640     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
006660     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
006680
006700 01  WS-FILE-STATUSES.
006800     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
006900        88 WS-ENT-EOF VALUE '10'.
007110        88 WS-RPT-OK VALUE '00'.
007170     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
007180        88 WS-CTL-OK VALUE '00'.
007181     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
007182        88 WS-TIM-OK VALUE '00'.
007185     05 WS-CVAL-FILE-STATUS PIC X(002) VALUE SPACES.
007190        88 WS-CVAL-OK VALUE '00'.
007200
007300 01  WS-SWITCHES.
007400     05 WS-EOF-SW PIC X(001) VALUE 'N'.
010400        10 RT-ORIGIN-ID PIC X(025) VALUE SPACES.
010500        10 RT-RELATED-ID PIC X(025) VALUE SPACES.
010600        10 RT-ROLE-TC PIC X(002) VALUE SPACES.
010700        10 RT-ROLE-DESC PIC X(020) VALUE SPACES.
010800        10 RT-TYPE-TC PIC X(002) VALUE SPACES.
010900        10 RT-TYPE-DESC PIC X(008) VALUE SPACES.
011000
012700     05 WS-QUEUE-ENTRY OCCURS 500 TIMES.
012800        10 QU-OBJECT-ID PIC X(025) VALUE SPACES.
012900        10 QU-LEVEL PIC 9(002) VALUE ZERO.
013000        10 QU-ROLE-DESC PIC X(020) VALUE SPACES.
013100        10 QU-TYPE-DESC PIC X(008) VALUE SPACES.
013200
013300 01  WS-INDENT-TABLE.
016307
016400 PROCEDURE DIVISION.
016500 0000-MAINLINE.
016525     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
016550     ACCEPT WS-STEP-START-TIME FROM TIME.
016600     OPEN OUTPUT LA332B4-RPT-FILE.
016700     PERFORM 1000-READ-PARM THRU 1000-EXIT.
016800     PERFORM 2000-LOAD-TABLES THRU 2000-EXIT.
020000*    PARTY/HOLDING NODE SEEN AND EVERY RELATION EDGE            *
020100*****************************************************************
020200 2000-LOAD-TABLES.
020300     OPEN INPUT LA332B4-ENT-FILE
020350                LA332B4-CVAL-FILE.
020400     PERFORM 2900-READ-OUTPUT THRU 2900-EXIT.
020500     PERFORM 2100-SCAN-OUTPUT-REC THRU 2100-EXIT
020600         UNTIL WS-END-OF-INPUT.
020700     CLOSE LA332B4-ENT-FILE
020750           LA332B4-CVAL-FILE.
020800 2000-EXIT.
020900     EXIT.
021000
026400             TO RT-RELATED-ID (WS-RELATION-COUNT)
026500         MOVE CODE-TC (WS-ENTRY-SUB)
026550             TO RT-ROLE-TC (WS-RELATION-COUNT)
026600         PERFORM 2510-LOOKUP-ROLE-DESC THRU 2510-EXIT
026800         MOVE TYPE-TC (WS-ENTRY-SUB)
026850             TO RT-TYPE-TC (WS-RELATION-COUNT)
026900         MOVE TYPE-TC-DESC (WS-ENTRY-SUB)
027100 2500-EXIT.
027200     EXIT.
027300
027305*****************************************************************
027310*    2510-LOOKUP-ROLE-DESC - THE LA332CVM MASTER DESCRIPTION OF *
027315*    THE RELATION ROLE, OR THE CARRIER'S OWN TEXT WHEN THE CODE *
027320*    IS NOT ON THE MASTER (OR THE MASTER IS NOT ALLOCATED)      *
027325*****************************************************************
027330 2510-LOOKUP-ROLE-DESC.
027335     MOVE CODE-TC-DESC (WS-ENTRY-SUB)
027340         TO RT-ROLE-DESC (WS-RELATION-COUNT).
027345     MOVE 'ROLE' TO CVAL-CODE-TYPE.
027350     MOVE CODE-TC (WS-ENTRY-SUB) TO CVAL-CODE-VALUE.
027355     READ LA332B4-CVAL-FILE
027360         INVALID KEY
027365             CONTINUE
027370         NOT INVALID KEY
027375             MOVE CVAL-DESC TO RT-ROLE-DESC (WS-RELATION-COUNT)
027380     END-READ.
027385 2510-EXIT.
027390     EXIT.
027395
027400 2900-READ-OUTPUT.
027500     READ LA332B4-ENT-FILE
027600         AT END
049800         GOBACK
049900     END-IF.
050000     CLOSE LA332B4-CTL-FILE.
050050     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
050100 9900-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
050600*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
050700*    LA332T1 BATCH-WINDOW REPORT                                 *
050800*****************************************************************
050900 9960-WRITE-STEP-TIMING.
051000     OPEN EXTEND LA332B4-TIM-FILE.
051100     MOVE 'LA332B4 ' TO TIM-PROGRAM-ID.
051200     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
051300     MOVE ZERO TO TIM-CYCLE-NO.
051400     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
051500     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
051600     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
051700     ACCEPT TIM-END-TIME FROM TIME.
051800     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
051900     WRITE LA332A4-TIME-REC.
052000     IF NOT WS-TIM-OK
052100         DISPLAY 'LA332B4 - LA332TIM WRITE FAILED, STATUS: '
052200             WS-TIM-FILE-STATUS
052300     END-IF.
052400     CLOSE LA332B4-TIM-FILE.
052500 9960-EXIT.
052600     EXIT.
