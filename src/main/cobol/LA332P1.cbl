003670*                      RECOVERY UTILITY.                         *
003680*    09/02/2026 DSY   CYCLE NUMBER NOW CARRIED ON THE            *
003690*                      CONTROL-TOTAL RECORD (0 = DAY LEVEL).     *
003692*    10/15/2026 DSY   ARCHIVE RECORD RESIZED FOR THE PRIOR       *
003694*                      ADDRESS FIELDS ADDED TO LA332A4-XREF.     *
003696*    10/15/2026 DSY   ARCHIVE RECORD RESIZED FOR THE LAST        *
003698*                      EXECUTION DATE/TIME ON LA332A4-XREF.      *
003708*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003718*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
003750*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-Z15.
006630         ORGANIZATION IS LINE SEQUENTIAL
006640         FILE STATUS IS WS-JRN-FILE-STATUS.
006700
006720     SELECT OPTIONAL LA332P1-TIM-FILE ASSIGN TO LA332TIM
006740         ORGANIZATION IS LINE SEQUENTIAL
006760         FILE STATUS IS WS-TIM-FILE-STATUS.
006780
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  LA332P1-XRF-FILE.
007800
007900 FD  LA332P1-ARC-FILE
008000     RECORDING MODE IS F.
008100*    SIZED TO THE LA332A4-XREF RECORD (634 BYTES) SO A PURGED
008200*    RECORD GOES TO THE ARCHIVE BYTE FOR BYTE AND COULD BE
008300*    RELOADED WITH A REPRO IF ANYONE EVER NEEDS IT BACK.
008400 01  LA332P1-ARC-REC PIC X(634).
008500
008600 FD  LA332P1-RPT-FILE
008700     RECORDING MODE IS F.
009230     RECORDING MODE IS F.
009240     COPY LA332A4-JRN.
009300
009320 FD  LA332P1-TIM-FILE
009340     RECORDING MODE IS F.
009360     COPY LA332A4-TIME.
009380
009400 WORKING-STORAGE SECTION.
009420 01  WS-STEP-TIMING.
009440     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
009460     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
009480
009500 01  WS-FILE-STATUSES.
009600     05 WS-XRF-FILE-STATUS PIC X(002) VALUE SPACES.
009700        88 WS-XRF-OK VALUE '00'.
010600        88 WS-RPT-OK VALUE '00'.
010700     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
010800        88 WS-CTL-OK VALUE '00'.
010802     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
010804        88 WS-TIM-OK VALUE '00'.
010810     05 WS-JRN-FILE-STATUS PIC X(002) VALUE SPACES.
010820        88 WS-JRN-OK VALUE '00'.
010900
018400
018500 PROCEDURE DIVISION.
018600 0000-MAINLINE.
018625     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
018650     ACCEPT WS-STEP-START-TIME FROM TIME.
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018800     PERFORM 2000-PURGE-ONE-REC THRU 2000-EXIT
018900         UNTIL WS-END-OF-FILE.
053500         GOBACK
053600     END-IF.
053700     CLOSE LA332P1-CTL-FILE.
053750     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
053800 9900-EXIT.
053900     EXIT.
053904
053908*****************************************************************
053912*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
053916*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
053920*    LA332T1 BATCH-WINDOW REPORT                                 *
053924*****************************************************************
053928 9960-WRITE-STEP-TIMING.
053932     OPEN EXTEND LA332P1-TIM-FILE.
053936     MOVE 'LA332P1 ' TO TIM-PROGRAM-ID.
053940     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
053944     MOVE ZERO TO TIM-CYCLE-NO.
053948     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
053952     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
053956     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
053960     ACCEPT TIM-END-TIME FROM TIME.
053964     MOVE WS-EXAMINED-COUNT TO TIM-VOLUME.
053968     WRITE LA332A4-TIME-REC.
053972     IF NOT WS-TIM-OK
053976         DISPLAY 'LA332P1 - LA332TIM WRITE FAILED, STATUS: '
053980             WS-TIM-FILE-STATUS
053984     END-IF.
053988     CLOSE LA332P1-TIM-FILE.
053992 9960-EXIT.
053996     EXIT.
054000
054100*****************************************************************
054200*    9800-WRITE-JOURNAL - APPEND THE IMAGE OF THE LA332XRF      *
