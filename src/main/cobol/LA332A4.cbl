002999*                      WRITTEN (ONE RECORD PER TRANSACTION,      *
003001*                      BASE AND SPILL MERGED) SO THE READERS     *
003002*                      STOP RE-MERGING LA332OVF NINE TIMES.      *
003012*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003022*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
003051*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-Z15.
004874         ORGANIZATION IS LINE SEQUENTIAL
004876         FILE STATUS IS WS-ENT-FILE-STATUS.
004880
004884     SELECT OPTIONAL LA332A4-TIM-FILE ASSIGN TO LA332TIM
004888         ORGANIZATION IS LINE SEQUENTIAL
004892         FILE STATUS IS WS-TIM-FILE-STATUS.
004896
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  LA332A4-TXN-FILE
006374     RECORDING MODE IS F.
006376     COPY LA332A4-ENT.
006380
006384 FD  LA332A4-TIM-FILE
006388     RECORDING MODE IS F.
006392     COPY LA332A4-TIME.
006396
006400 WORKING-STORAGE SECTION.
006420 01  WS-STEP-TIMING.
006440     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
006460     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
006480
006500 01  WS-FILE-STATUSES.
006600     05 WS-TXN-FILE-STATUS PIC X(002) VALUE SPACES.
006700        88 WS-TXN-OK VALUE '00'.
007270        88 WS-CKP-NOT-FOUND VALUE '35'.
007280     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
007290        88 WS-CTL-OK VALUE '00'.
007300     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
007310        88 WS-TIM-OK VALUE '00'.
007325     05 WS-CYC-FILE-STATUS PIC X(002) VALUE SPACES.
007350        88 WS-CYC-OK VALUE '00'.
007375        88 WS-CYC-NOT-FOUND VALUE '35'.
008900
009000 PROCEDURE DIVISION.
009100 0000-MAINLINE.
009125     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
009150     ACCEPT WS-STEP-START-TIME FROM TIME.
009200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009300     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
009400         UNTIL WS-END-OF-INPUT.
033200         GOBACK
033300     END-IF.
033400     CLOSE LA332A4-CTL-FILE.
033450     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
033500 9900-EXIT.
033600     EXIT.
033604
033608*****************************************************************
033612*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
033616*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
033620*    LA332T1 BATCH-WINDOW REPORT                                 *
033624*****************************************************************
033628 9960-WRITE-STEP-TIMING.
033632     OPEN EXTEND LA332A4-TIM-FILE.
033636     MOVE 'LA332A4 ' TO TIM-PROGRAM-ID.
033640     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
033644     MOVE WS-CYCLE-NO TO TIM-CYCLE-NO.
033648     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
033652     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
033656     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
033660     ACCEPT TIM-END-TIME FROM TIME.
033664     MOVE WS-TXN-COUNT TO TIM-VOLUME.
033668     WRITE LA332A4-TIME-REC.
033672     IF NOT WS-TIM-OK
033676         DISPLAY 'LA332A4 - LA332TIM WRITE FAILED, STATUS: '
033680             WS-TIM-FILE-STATUS
033684     END-IF.
033688     CLOSE LA332A4-TIM-FILE.
033692 9960-EXIT.
033696     EXIT.
033700
033800*****************************************************************
033900*    9950-READ-CYCLE-CARD - INTRADAY CYCLE NUMBER OFF THE       *
