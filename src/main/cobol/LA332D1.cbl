003286*    09/02/2026 DSY   CONVERTED TO THE SINGLE-PASS LA332ENT      *
003290*                      ENTRY FILE; THE LA332OVF SPILL MERGE      *
003294*                      NOW HAPPENS ONCE, IN THE EXTRACT STEP.    *
003296*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003298*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CTL-FILE-STATUS.
006500
006520     SELECT OPTIONAL LA332D1-TIM-FILE ASSIGN TO LA332TIM
006540         ORGANIZATION IS LINE SEQUENTIAL
006560         FILE STATUS IS WS-TIM-FILE-STATUS.
006580
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  LA332D1-ENT-FILE
009500     RECORDING MODE IS F.
009600     COPY LA332A4-CTL.
009700
009720 FD  LA332D1-TIM-FILE
009740     RECORDING MODE IS F.
009760     COPY LA332A4-TIME.
009780
009800 WORKING-STORAGE SECTION.
009820 01  WS-STEP-TIMING.
009840     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
009860     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
009880
009900 01  WS-FILE-STATUSES.
010000     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
010100        88 WS-ENT-EOF VALUE '10'.
010800        88 WS-RPT-OK VALUE '00'.
010900     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
011000        88 WS-CTL-OK VALUE '00'.
011025     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
011050        88 WS-TIM-OK VALUE '00'.
011100
011200 01  WS-SWITCHES.
011300     05 WS-EOF-SW PIC X(001) VALUE 'N'.
019707
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE.
019925     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
019950     ACCEPT WS-STEP-START-TIME FROM TIME.
020000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020100     OPEN OUTPUT LA332D1-RPT-FILE.
020200     OPEN INPUT LA332D1-XRF-FILE.
061500         GOBACK
061600     END-IF.
061700     CLOSE LA332D1-CTL-FILE.
061750     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
061800 9900-EXIT.
061900     EXIT.
062000
062100*****************************************************************
062200*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
062300*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
062400*    LA332T1 BATCH-WINDOW REPORT                                 *
062500*****************************************************************
062600 9960-WRITE-STEP-TIMING.
062700     OPEN EXTEND LA332D1-TIM-FILE.
062800     MOVE 'LA332D1 ' TO TIM-PROGRAM-ID.
062900     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
063000     MOVE ZERO TO TIM-CYCLE-NO.
063100     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
063200     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
063300     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
063400     ACCEPT TIM-END-TIME FROM TIME.
063500     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
063600     WRITE LA332A4-TIME-REC.
063700     IF NOT WS-TIM-OK
063800         DISPLAY 'LA332D1 - LA332TIM WRITE FAILED, STATUS: '
063900             WS-TIM-FILE-STATUS
064000     END-IF.
064100     CLOSE LA332D1-TIM-FILE.
064200 9960-EXIT.
064300     EXIT.
