002000*    COMPUTED NIGHTLY BEFORE AND THROWN AWAY WITH THE CONSOLE   *
002100*    LOG; THE HISTORY FILE IS WHAT THE LA332S2 TREND REPORT     *
002200*    RUNS OVER.                                                 *
002210*    THE RUN DATE'S LATE-ARRIVAL EXCEPTIONS THAT LA332B2 LEFT   *
002220*    OFF LA332XRF (LA332LAT, APPENDED EVERY INTRADAY CYCLE)     *
002225*    ARE COUNTED PER CARRIER INTO THE SAME HISTORY RECORD.      *
002300*                                                               *
002400*    MODIFICATION HISTORY.                                      *
002500*    DATE       INIT  DESCRIPTION                                *
002679*    09/02/2026 DSY   CONVERTED TO THE SINGLE-PASS LA332ENT      *
002686*                      ENTRY FILE; THE LA332OVF SPILL MERGE      *
002693*                      NOW HAPPENS ONCE, IN THE EXTRACT STEP.    *
002695*    10/15/2026 DSY   LATE-ARRIVAL EXCEPTIONS FROM LA332LAT      *
002697*                      COUNTED PER CARRIER INTO THE HISTORY.     *
002698*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
002699*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CTL-FILE-STATUS.
005900
005902     SELECT OPTIONAL LA332S1-TIM-FILE ASSIGN TO LA332TIM
005904         ORGANIZATION IS LINE SEQUENTIAL
005906         FILE STATUS IS WS-TIM-FILE-STATUS.
005908
005910     SELECT LA332S1-LAT-FILE ASSIGN TO LA332LAT
005920         ORGANIZATION IS LINE SEQUENTIAL
005930         FILE STATUS IS WS-LAT-FILE-STATUS.
005940
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  LA332S1-ENT-FILE
008300     RECORDING MODE IS F.
008400     COPY LA332A4-CTL.
008500
008502 FD  LA332S1-TIM-FILE
008504     RECORDING MODE IS F.
008506     COPY LA332A4-TIME.
008508
008510 FD  LA332S1-LAT-FILE
008520     RECORDING MODE IS F.
008530     COPY LA332A4-LATE.
008540
008600 WORKING-STORAGE SECTION.
008620 01  WS-STEP-TIMING.
008640     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
008660     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
008680
008700 01  WS-FILE-STATUSES.
008800     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
008900        88 WS-ENT-EOF VALUE '10'.
009900        88 WS-PARM-NOT-FOUND VALUE '35'.
010000     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
010100        88 WS-CTL-OK VALUE '00'.
010102     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
010104        88 WS-TIM-OK VALUE '00'.
010110     05 WS-LAT-FILE-STATUS PIC X(002) VALUE SPACES.
010120        88 WS-LAT-NOT-FOUND VALUE '35'.
010200
010300 01  WS-SWITCHES.
010400     05 WS-EOF-SW PIC X(001) VALUE 'N'.
011100        88 WS-ADDR-BAD VALUE 'Y'.
011150     05 WS-GROUP-OVFL-SW PIC X(001) VALUE 'N'.
011160        88 WS-GROUP-OVFL-COUNTED VALUE 'Y'.
011170     05 WS-LAT-EOF-SW PIC X(001) VALUE 'N'.
011180        88 WS-END-OF-LATE VALUE 'Y'.
011200
011300 01  WS-CONTROL-FIELDS.
011400     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
012300 01  WS-COUNTERS COMP-3.
012400     05 WS-ENTRY-READ-COUNT PIC 9(007) VALUE ZERO.
012700     05 WS-STAT-WRITTEN-COUNT PIC 9(007) VALUE ZERO.
012750     05 WS-LATE-READ-COUNT PIC 9(007) VALUE ZERO.
012800     05 WS-CARR-COUNT PIC 9(003) VALUE ZERO.
012900     05 WS-CARR-MAX PIC 9(003) VALUE 500.
013000
013900        10 CT-HOLDING-COUNT PIC 9(007) COMP-3 VALUE ZERO.
014000        10 CT-OVFL-GROUP-COUNT PIC 9(007) COMP-3 VALUE ZERO.
014100        10 CT-ADDR-FLAGGED-COUNT PIC 9(007) COMP-3 VALUE ZERO.
014150        10 CT-LATE-ARRIVAL-COUNT PIC 9(007) COMP-3 VALUE ZERO.
014200
014201*    THE TX-LIFE-REQ ENTRY AREA THE PER-ENTRY LOGIC WORKS ON:
014202*    EVERY LA332ENT RECORD IS UNPACKED INTO SLOT 1 OF THE OLD
014207
014300 PROCEDURE DIVISION.
014400 0000-MAINLINE.
014425     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
014450     ACCEPT WS-STEP-START-TIME FROM TIME.
014500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014600     PERFORM 2000-PROCESS-OUTPUT-REC THRU 2000-EXIT
014700         UNTIL WS-END-OF-INPUT.
014750     PERFORM 3000-COUNT-LATE-ARRIVALS THRU 3000-EXIT.
014800     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.
014900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015000     GOBACK.
034100 2510-EXIT.
034200     EXIT.
034300
034310*****************************************************************
034320*    3000-COUNT-LATE-ARRIVALS - ROLL THE RUN DATE'S LA332LAT     *
034330*    LATE-ARRIVAL EXCEPTIONS INTO THE PER-CARRIER ACCUMULATORS.  *
034340*    NO FILE YET MEANS NO LATE ARRIVALS HAVE EVER BEEN SEEN      *
034350*****************************************************************
034360 3000-COUNT-LATE-ARRIVALS.
034361     OPEN INPUT LA332S1-LAT-FILE.
034362     IF NOT WS-LAT-NOT-FOUND
034363         PERFORM 9100-READ-LATE THRU 9100-EXIT
034364         PERFORM 3100-TALLY-LATE-ARRIVAL THRU 3100-EXIT
034365             UNTIL WS-END-OF-LATE
034366         CLOSE LA332S1-LAT-FILE
034367     END-IF.
034368 3000-EXIT.
034369     EXIT.
034370
034371 3100-TALLY-LATE-ARRIVAL.
034372     ADD 1 TO WS-LATE-READ-COUNT.
034373     IF LATE-RUN-DATE = WS-RUN-DATE
034374         MOVE LATE-CARRIER-CODE TO WS-SEARCH-CARRIER
034375         PERFORM 2500-FIND-CARRIER THRU 2500-EXIT
034376         IF WS-CARR-FOUND-SUB > ZERO
034377             ADD 1 TO CT-LATE-ARRIVAL-COUNT (WS-CARR-FOUND-SUB)
034378         END-IF
034379     END-IF.
034380     PERFORM 9100-READ-LATE THRU 9100-EXIT.
034381 3100-EXIT.
034382     EXIT.
034383
034400*****************************************************************
034500*    5000-WRITE-HISTORY - ONE HISTORY RECORD PER CARRIER SEEN    *
034600*    THIS RUN, APPENDED TO THE CUMULATIVE FILE                   *
037200         TO STAT-OVFL-GROUP-COUNT.
037300     MOVE CT-ADDR-FLAGGED-COUNT (WS-CARR-SUB)
037400         TO STAT-ADDR-FLAGGED-COUNT.
037410     MOVE CT-LATE-ARRIVAL-COUNT (WS-CARR-SUB)
037420         TO STAT-LATE-ARRIVAL-COUNT.
037500     WRITE LA332A4-STAT-REC.
037600     IF NOT WS-STA-OK
037700         DISPLAY 'LA332S1 - LA332STA WRITE FAILED, STATUS: '
040200         WS-ENTRY-READ-COUNT.
040700     DISPLAY 'LA332S1 - HISTORY RECS WRITTEN : '
040800         WS-STAT-WRITTEN-COUNT.
040850     DISPLAY 'LA332S1 - LATE-ARRIVAL RECS READ: '
040860         WS-LATE-READ-COUNT.
040900     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
041000 8000-EXIT.
041100     EXIT.
042100 9000-EXIT.
042200     EXIT.
042300
042310*****************************************************************
042320*    9100-READ-LATE - READ THE NEXT LA332LAT LATE-ARRIVAL RECORD *
042330*****************************************************************
042340 9100-READ-LATE.
042350     READ LA332S1-LAT-FILE
042360         AT END
042370             SET WS-END-OF-LATE TO TRUE
042380     END-READ.
042390 9100-EXIT.
042395     EXIT.
042398
043500*****************************************************************
043600*    9900-WRITE-CONTROL-TOTALS - APPEND THIS RUN'S COUNTS TO     *
043700*    THE SHARED LA332CTL CONTROL FILE FOR THE LA332B9 BALANCING  *
045300         GOBACK
045400     END-IF.
045500     CLOSE LA332S1-CTL-FILE.
045550     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
045600 9900-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
046100*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
046200*    LA332T1 BATCH-WINDOW REPORT                                 *
046300*****************************************************************
046400 9960-WRITE-STEP-TIMING.
046500     OPEN EXTEND LA332S1-TIM-FILE.
046600     MOVE 'LA332S1 ' TO TIM-PROGRAM-ID.
046700     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
046800     MOVE ZERO TO TIM-CYCLE-NO.
046900     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
047000     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
047100     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
047200     ACCEPT TIM-END-TIME FROM TIME.
047300     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
047400     WRITE LA332A4-TIME-REC.
047500     IF NOT WS-TIM-OK
047600         DISPLAY 'LA332S1 - LA332TIM WRITE FAILED, STATUS: '
047700             WS-TIM-FILE-STATUS
047800     END-IF.
047900     CLOSE LA332S1-TIM-FILE.
048000 9960-EXIT.
048100     EXIT.
