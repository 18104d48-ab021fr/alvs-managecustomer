003374*    09/02/2026 DSY   CONVERTED TO THE SINGLE-PASS LA332ENT      *
003382*                      ENTRY FILE; THE LA332OVF SPILL MERGE      *
003390*                      NOW HAPPENS ONCE, IN THE EXTRACT STEP.    *
003392*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
003394*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CTL-FILE-STATUS.
007000
007020     SELECT OPTIONAL LA332F1-TIM-FILE ASSIGN TO LA332TIM
007040         ORGANIZATION IS LINE SEQUENTIAL
007060         FILE STATUS IS WS-TIM-FILE-STATUS.
007080
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  LA332F1-REJ-FILE
010900     RECORDING MODE IS F.
011000     COPY LA332A4-CTL.
011100
011120 FD  LA332F1-TIM-FILE
011140     RECORDING MODE IS F.
011160     COPY LA332A4-TIME.
011180
011200 WORKING-STORAGE SECTION.
011220 01  WS-STEP-TIMING.
011240     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
011260     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
011280
011300 01  WS-FILE-STATUSES.
011400     05 WS-REJ-FILE-STATUS PIC X(002) VALUE SPACES.
011500        88 WS-REJ-EOF VALUE '10'.
012700        88 WS-RPT-OK VALUE '00'.
012800     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
012900        88 WS-CTL-OK VALUE '00'.
012925     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
012950        88 WS-TIM-OK VALUE '00'.
013000
013100 01  WS-SWITCHES.
013200     05 WS-REJ-EOF-SW PIC X(001) VALUE 'N'.
019907
020000 PROCEDURE DIVISION.
020100 0000-MAINLINE.
020125     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
020150     ACCEPT WS-STEP-START-TIME FROM TIME.
020200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020300     OPEN OUTPUT LA332F1-RPT-FILE.
020400     PERFORM 5050-PRINT-REPORT-HEADER THRU 5050-EXIT.
055200         GOBACK
055300     END-IF.
055400     CLOSE LA332F1-CTL-FILE.
055450     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
055500 9900-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
056000*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
056100*    LA332T1 BATCH-WINDOW REPORT                                 *
056200*****************************************************************
056300 9960-WRITE-STEP-TIMING.
056400     OPEN EXTEND LA332F1-TIM-FILE.
056500     MOVE 'LA332F1 ' TO TIM-PROGRAM-ID.
056600     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
056700     MOVE ZERO TO TIM-CYCLE-NO.
056800     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
056900     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
057000     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
057100     ACCEPT TIM-END-TIME FROM TIME.
057200     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
057300     WRITE LA332A4-TIME-REC.
057400     IF NOT WS-TIM-OK
057500         DISPLAY 'LA332F1 - LA332TIM WRITE FAILED, STATUS: '
057600             WS-TIM-FILE-STATUS
057700     END-IF.
057800     CLOSE LA332F1-TIM-FILE.
057900 9960-EXIT.
058000     EXIT.
