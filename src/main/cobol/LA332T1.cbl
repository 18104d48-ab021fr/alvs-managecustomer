000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LA332T1.
000300 AUTHOR. D-SYSTEMS.
000400 INSTALLATION. ALVS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    LA332T1 - STEP TIMING AND BATCH-WINDOW REPORT              *
001000*                                                               *
001100*    DAILY, AFTER THE LAST CYCLE. READS THE LA332TIM TIMING     *
001200*    HISTORY EVERY STEP OF THE STREAM APPENDS AT END OF JOB     *
001300*    (SEE LA332A4-TIME.CPY) IN TWO PASSES:                      *
001400*                                                               *
001500*       - PASS 1 ROLLS EACH PROGRAM'S RUNS OVER THE TRAILING    *
001600*         WINDOW (THE DAYS BEFORE THE REPORT DATE, NOT THE      *
001700*         REPORT DATE ITSELF) UP INTO ITS AVERAGE ELAPSED       *
001800*         TIME PER RUN AND ITS SECONDS PER 1000 RECORDS.        *
001900*       - PASS 2 PRINTS EVERY STEP RUN OF THE REPORT DATE, IN   *
002000*         THE ORDER THE STEPS LOGGED, WITH ITS CYCLE, START,    *
002100*         END, ELAPSED SECONDS, VOLUME, SECONDS PER 1000        *
002200*         RECORDS AND ITS PROGRAM'S TRAILING AVERAGE. A RUN     *
002300*         TAKING LONGER THAN THE OVERRUN PERCENTAGE OF ITS      *
002400*         AVERAGE (AND AT LEAST THE MINIMUM SECONDS, SO A       *
002500*         TEN-SECOND STEP DOES NOT FLAG ON NOISE) IS FLAGGED.   *
002600*                                                               *
002700*    THE STEP SUMMARY THEN PROJECTS EACH PROGRAM'S TIME FOR     *
002800*    THE REPORT DATE'S VOLUME AT ITS TRAILING THROUGHPUT (OR    *
002900*    ITS AVERAGE RUN WHEN IT HAS NO VOLUME HISTORY, OR ITS      *
003000*    ACTUAL TIME WHEN IT HAS NO HISTORY AT ALL). THE SUM,       *
003100*    ADDED TO THE STREAM'S FIRST START, IS THE PROJECTED        *
003200*    FINISH, AND A PROJECTION LONGER THAN THE BATCH WINDOW IS   *
003300*    FLAGGED. ONLY PROGRAMS THAT RAN ON THE REPORT DATE ARE     *
003400*    PROJECTED. ANY FLAG ENDS THE JOB WITH RETURN-CODE 4.       *
003500*                                                               *
003600*    THE LA332T1P CONTROL RECORD CARRIES THE REPORT DATE        *
003700*    (CCYYMMDD), TRAILING WINDOW DAYS, OVERRUN PERCENTAGE,      *
003800*    MINIMUM SECONDS TO FLAG AND BATCH WINDOW MINUTES; ZERO     *
003900*    OR A MISSING RECORD DEFAULTS TO THE SYSTEM DATE, 28        *
004000*    DAYS, 150 PERCENT, 60 SECONDS AND 480 MINUTES.             *
004100*                                                               *
004200*    MODIFICATION HISTORY.                                      *
004300*    DATE       INIT  DESCRIPTION                                *
004400*    10/15/2026 DSY   ORIGINAL PROGRAM.                          *
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. IBM-Z15.
004900 OBJECT-COMPUTER. IBM-Z15.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT OPTIONAL LA332T1-TIM-FILE ASSIGN TO LA332TIM
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-TIM-FILE-STATUS.
005500
005600     SELECT LA332T1-PARM-FILE ASSIGN TO LA332T1P
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PARM-FILE-STATUS.
005900
006000     SELECT LA332T1-RPT-FILE ASSIGN TO LA332RPT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RPT-FILE-STATUS.
006300
006400     SELECT OPTIONAL LA332T1-CTL-FILE ASSIGN TO LA332CTL
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-CTL-FILE-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  LA332T1-TIM-FILE
007100     RECORDING MODE IS F.
007200     COPY LA332A4-TIME.
007300
007400 FD  LA332T1-PARM-FILE
007500     RECORDING MODE IS F.
007600 01  LA332T1-PARM-REC.
007700     05 PARM-RUN-DATE PIC 9(008) VALUE ZERO.
007800     05 PARM-WINDOW-DAYS PIC 9(003) VALUE ZERO.
007900     05 PARM-OVERRUN-PCT PIC 9(003) VALUE ZERO.
008000     05 PARM-MIN-FLAG-SECS PIC 9(005) VALUE ZERO.
008100     05 PARM-BATCH-MINUTES PIC 9(004) VALUE ZERO.
008200
008300 FD  LA332T1-RPT-FILE
008400     RECORDING MODE IS F.
008500 01  LA332T1-RPT-REC PIC X(133).
008600
008700 FD  LA332T1-CTL-FILE
008800     RECORDING MODE IS F.
008900     COPY LA332A4-CTL.
009000
009100 WORKING-STORAGE SECTION.
009200 01  WS-STEP-TIMING.
009300     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
009400     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
009500
009600 01  WS-FILE-STATUSES.
009700     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
009800        88 WS-TIM-OK VALUE '00'.
009900        88 WS-TIM-EOF VALUE '10'.
010000     05 WS-PARM-FILE-STATUS PIC X(002) VALUE SPACES.
010100        88 WS-PARM-OK VALUE '00'.
010200        88 WS-PARM-NOT-FOUND VALUE '35'.
010300     05 WS-RPT-FILE-STATUS PIC X(002) VALUE SPACES.
010400        88 WS-RPT-OK VALUE '00'.
010500     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
010600        88 WS-CTL-OK VALUE '00'.
010700
010800 01  WS-SWITCHES.
010900     05 WS-EOF-SW PIC X(001) VALUE 'N'.
011000        88 WS-END-OF-INPUT VALUE 'Y'.
011100     05 WS-PGM-OVFL-SW PIC X(001) VALUE 'N'.
011200        88 WS-PGM-TABLE-FULL VALUE 'Y'.
011300     05 WS-TIMES-VALID-SW PIC X(001) VALUE 'Y'.
011400        88 WS-TIMES-VALID VALUE 'Y'.
011500        88 WS-TIMES-INVALID VALUE 'N'.
011600     05 WS-STREAM-STARTED-SW PIC X(001) VALUE 'N'.
011700        88 WS-STREAM-STARTED VALUE 'Y'.
011800     05 WS-WINDOW-OVERRUN-SW PIC X(001) VALUE 'N'.
011900        88 WS-WINDOW-OVERRUN VALUE 'Y'.
012000
012100 01  WS-CONTROL-FIELDS.
012200     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
012300     05 WS-WINDOW-DAYS PIC 9(003) VALUE 28.
012400     05 WS-OVERRUN-PCT PIC 9(003) VALUE 150.
012500     05 WS-MIN-FLAG-SECS PIC 9(005) VALUE 60.
012600     05 WS-BATCH-MINUTES PIC 9(004) VALUE 480.
012700     05 WS-RUN-DAY-NO PIC 9(007) VALUE ZERO.
012800     05 WS-TIM-DAY-NO PIC 9(007) VALUE ZERO.
012900     05 WS-SEARCH-PGM-ID PIC X(008) VALUE SPACES.
013000
013100*    ELAPSED-TIME ARITHMETIC. A CLOCK STAMP IS THE SERIAL DAY
013200*    NUMBER TIMES 86400 PLUS THE SECONDS INTO THE DAY, SO A STEP
013300*    THAT STARTS BEFORE MIDNIGHT AND ENDS AFTER IT STILL
013400*    SUBTRACTS TO ITS TRUE ELAPSED TIME.
013500 01  WS-TIME-WORK.
013600     05 WS-CLOCK-TIME PIC 9(008) VALUE ZERO.
013700     05 WS-CLOCK-TIME-R REDEFINES WS-CLOCK-TIME.
013800        10 WS-CLOCK-HH PIC 9(002).
013900        10 WS-CLOCK-MM PIC 9(002).
014000        10 WS-CLOCK-SS PIC 9(002).
014100        10 WS-CLOCK-HS PIC 9(002).
014200     05 WS-CLOCK-SECS PIC 9(005)V99 COMP-3 VALUE ZERO.
014300     05 WS-CLOCK-MIN-SECS PIC 9(005) COMP-3 VALUE ZERO.
014400     05 WS-CLOCK-HUNDS PIC V99 COMP-3 VALUE ZERO.
014500     05 WS-START-DAY-NO PIC 9(007) VALUE ZERO.
014600     05 WS-END-DAY-NO PIC 9(007) VALUE ZERO.
014700     05 WS-START-STAMP PIC 9(012)V99 COMP-3 VALUE ZERO.
014800     05 WS-END-STAMP PIC 9(012)V99 COMP-3 VALUE ZERO.
014900     05 WS-ELAPSED-SECS PIC 9(007)V99 COMP-3 VALUE ZERO.
015000     05 WS-RATE-SECS PIC 9(009)V99 COMP-3 VALUE ZERO.
015100     05 WS-AVG-SECS PIC 9(007)V99 COMP-3 VALUE ZERO.
015200     05 WS-AVG-RATE-SECS PIC 9(009)V99 COMP-3 VALUE ZERO.
015300     05 WS-OVERRUN-LIMIT PIC 9(009)V99 COMP-3 VALUE ZERO.
015400     05 WS-PROJ-SECS PIC 9(009)V99 COMP-3 VALUE ZERO.
015500     05 WS-BATCH-SECS PIC 9(007) COMP-3 VALUE ZERO.
015600     05 WS-HMS-SECS PIC 9(009) COMP-3 VALUE ZERO.
015700     05 WS-HMS-HOURS PIC 9(005) COMP-3 VALUE ZERO.
015800     05 WS-HMS-REM PIC 9(005) COMP-3 VALUE ZERO.
015900     05 WS-DAY-OFFSET PIC 9(003) VALUE ZERO.
016000
016100 01  WS-STREAM-TOTALS.
016200     05 WS-STREAM-FIRST-DATE PIC 9(008) VALUE ZERO.
016300     05 WS-STREAM-FIRST-TIME PIC 9(008) VALUE ZERO.
016400     05 WS-STREAM-LAST-DATE PIC 9(008) VALUE ZERO.
016500     05 WS-STREAM-LAST-TIME PIC 9(008) VALUE ZERO.
016600     05 WS-STREAM-FIRST-STAMP PIC 9(012)V99 COMP-3 VALUE ZERO.
016700     05 WS-STREAM-LAST-STAMP PIC 9(012)V99 COMP-3 VALUE ZERO.
016800     05 WS-STREAM-FIRST-DAY-NO PIC 9(007) VALUE ZERO.
016900     05 WS-STREAM-ACTUAL-SECS PIC 9(009)V99 COMP-3 VALUE ZERO.
017000     05 WS-STREAM-PROJ-SECS PIC 9(009)V99 COMP-3 VALUE ZERO.
017100     05 WS-FINISH-STAMP PIC 9(012)V99 COMP-3 VALUE ZERO.
017200     05 WS-FINISH-DAY-NO PIC 9(007) VALUE ZERO.
017300     05 WS-FINISH-SECS PIC 9(005)V99 COMP-3 VALUE ZERO.
017400
017500 01  WS-DATE-WORK.
017600     05 WS-DAYNO-DATE PIC 9(008) VALUE ZERO.
017700     05 WS-DAYNO-DATE-R REDEFINES WS-DAYNO-DATE.
017800        10 WS-DAYNO-CCYY PIC 9(004).
017900        10 WS-DAYNO-MM PIC 9(002).
018000        10 WS-DAYNO-DD PIC 9(002).
018100     05 WS-DAYNO-RESULT PIC 9(007) VALUE ZERO.
018200     05 WS-DAYNO-YEAR PIC 9(004) VALUE ZERO.
018300     05 WS-DAYNO-QUAD PIC 9(005) VALUE ZERO.
018400     05 WS-DAYNO-CENT PIC 9(005) VALUE ZERO.
018500     05 WS-DAYNO-QCENT PIC 9(005) VALUE ZERO.
018600     05 WS-MONTH-DAYS-TABLE.
018700        10 FILLER PIC X(036) VALUE
018800           '000031059090120151181212243273304334'.
018900     05 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
019000        10 WS-MONTH-CUM-DAYS PIC 9(003) OCCURS 12 TIMES.
019100
019200 01  WS-SUBSCRIPTS COMP-3.
019300     05 WS-PGM-SUB PIC 9(003) VALUE ZERO.
019400     05 WS-PGM-FOUND-SUB PIC 9(003) VALUE ZERO.
019500
019600 01  WS-COUNTERS COMP-3.
019700     05 WS-TIM-READ-COUNT PIC 9(007) VALUE ZERO.
019800     05 WS-WINDOW-REC-COUNT PIC 9(007) VALUE ZERO.
019900     05 WS-UNTIMED-COUNT PIC 9(007) VALUE ZERO.
020000     05 WS-DAY-RUN-COUNT PIC 9(007) VALUE ZERO.
020100     05 WS-FLAGGED-COUNT PIC 9(005) VALUE ZERO.
020200     05 WS-PGM-COUNT PIC 9(003) VALUE ZERO.
020300     05 WS-PGM-MAX PIC 9(003) VALUE 100.
020400
020500*    ONE ENTRY PER PROGRAM SEEN IN THE TRAILING WINDOW OR ON THE
020600*    REPORT DATE: ITS WINDOW HISTORY (PASS 1) AND ITS REPORT-DATE
020700*    RUNS (PASS 2), ALL CYCLES TOGETHER.
020800 01  WS-PGM-TABLE.
020900     05 WS-PGM-ENTRY OCCURS 100 TIMES.
021000        10 PT-PROGRAM-ID PIC X(008) VALUE SPACES.
021100        10 PT-HIST-RUNS PIC 9(005) COMP-3 VALUE ZERO.
021200        10 PT-HIST-SECS PIC 9(009)V99 COMP-3 VALUE ZERO.
021300        10 PT-HIST-VOLUME PIC 9(011) COMP-3 VALUE ZERO.
021400        10 PT-DAY-RUNS PIC 9(005) COMP-3 VALUE ZERO.
021500        10 PT-DAY-SECS PIC 9(009)V99 COMP-3 VALUE ZERO.
021600        10 PT-DAY-VOLUME PIC 9(011) COMP-3 VALUE ZERO.
021700
021800*    CLOCK AND DURATION EDIT AREAS, MOVED AS A WHOLE INTO THE
021900*    PRINT LINES.
022000 01  WS-TOD-EDIT.
022100     05 WS-TOD-HH PIC 9(002) VALUE ZERO.
022200     05 FILLER PIC X(001) VALUE ':'.
022300     05 WS-TOD-MM PIC 9(002) VALUE ZERO.
022400     05 FILLER PIC X(001) VALUE ':'.
022500     05 WS-TOD-SS PIC 9(002) VALUE ZERO.
022600 01  WS-DUR-EDIT.
022700     05 WS-DUR-HH PIC ZZ9.
022800     05 FILLER PIC X(001) VALUE ':'.
022900     05 WS-DUR-MM PIC 9(002) VALUE ZERO.
023000     05 FILLER PIC X(001) VALUE ':'.
023100     05 WS-DUR-SS PIC 9(002) VALUE ZERO.
023200
023300 01  WS-PRINT-LINES.
023400     05 WS-HDR1.
023500        10 FILLER PIC X(020) VALUE 'LA332T1'.
023600        10 FILLER PIC X(040) VALUE
023700           'STEP TIMING AND BATCH-WINDOW REPORT'.
023800     05 WS-HDR2.
023900        10 FILLER PIC X(014) VALUE 'REPORT DATE : '.
024000        10 WS-HDR2-RUN-DATE PIC 9(008) VALUE ZERO.
024100        10 FILLER PIC X(019) VALUE '  TRAILING WINDOW:'.
024200        10 WS-HDR2-WINDOW PIC ZZ9.
024300        10 FILLER PIC X(016) VALUE ' DAYS  OVERRUN:'.
024400        10 WS-HDR2-PCT PIC ZZ9.
024500        10 FILLER PIC X(015) VALUE '% OF AVG, MIN'.
024600        10 WS-HDR2-MIN-SECS PIC ZZ,ZZ9.
024700        10 FILLER PIC X(005) VALUE ' SECS'.
024800     05 WS-HDR3.
024900        10 FILLER PIC X(040) VALUE
025000           'STEP RUNS ON THE REPORT DATE'.
025100     05 WS-HDR4.
025200        10 FILLER PIC X(040) VALUE
025300           'STEP SUMMARY AND PROJECTION'.
025400     05 WS-DTL1.
025500        10 WS-DTL1-PGM PIC X(008) VALUE SPACES.
025600        10 FILLER PIC X(005) VALUE ' CYC:'.
025700        10 WS-DTL1-CYC PIC ZZ9.
025800        10 FILLER PIC X(008) VALUE ' START: '.
025900        10 WS-DTL1-START PIC X(008) VALUE SPACES.
026000        10 FILLER PIC X(006) VALUE ' END: '.
026100        10 WS-DTL1-END PIC X(008) VALUE SPACES.
026200        10 FILLER PIC X(006) VALUE ' SECS:'.
026300        10 WS-DTL1-SECS PIC ZZZ,ZZ9.99.
026400        10 FILLER PIC X(005) VALUE ' VOL:'.
026500        10 WS-DTL1-VOLUME PIC ZZZ,ZZZ,ZZ9.
026600        10 FILLER PIC X(010) VALUE ' SEC/1000:'.
026700        10 WS-DTL1-RATE PIC ZZZ,ZZZ,ZZ9.99.
026800        10 FILLER PIC X(005) VALUE ' AVG:'.
026900        10 WS-DTL1-AVG PIC ZZZ,ZZ9.99.
027000        10 FILLER PIC X(001) VALUE SPACES.
027100        10 WS-DTL1-FLAG PIC X(008) VALUE SPACES.
027200     05 WS-SUM1.
027300        10 WS-SUM1-PGM PIC X(008) VALUE SPACES.
027400        10 FILLER PIC X(006) VALUE ' RUNS:'.
027500        10 WS-SUM1-RUNS PIC ZZ9.
027600        10 FILLER PIC X(005) VALUE ' VOL:'.
027700        10 WS-SUM1-VOLUME PIC ZZZ,ZZZ,ZZ9.
027800        10 FILLER PIC X(008) VALUE ' ACTUAL:'.
027900        10 WS-SUM1-ACTUAL PIC ZZZ,ZZ9.99.
028000        10 FILLER PIC X(014) VALUE ' AVG SEC/1000:'.
028100        10 WS-SUM1-AVG-RATE PIC ZZZ,ZZZ,ZZ9.99.
028200        10 FILLER PIC X(011) VALUE ' HIST RUNS:'.
028300        10 WS-SUM1-HIST-RUNS PIC ZZ,ZZ9.
028400        10 FILLER PIC X(011) VALUE ' PROJECTED:'.
028500        10 WS-SUM1-PROJ PIC ZZZ,ZZ9.99.
028600        10 FILLER PIC X(001) VALUE SPACES.
028700        10 WS-SUM1-BASIS PIC X(008) VALUE SPACES.
028800     05 WS-STR1.
028900        10 FILLER PIC X(030) VALUE
029000           'STREAM STARTED              :'.
029100        10 WS-STR1-DATE PIC 9(008) VALUE ZERO.
029200        10 FILLER PIC X(001) VALUE SPACES.
029300        10 WS-STR1-TIME PIC X(008) VALUE SPACES.
029400     05 WS-STR2.
029500        10 FILLER PIC X(030) VALUE
029600           'LAST STEP ENDED             :'.
029700        10 WS-STR2-DATE PIC 9(008) VALUE ZERO.
029800        10 FILLER PIC X(001) VALUE SPACES.
029900        10 WS-STR2-TIME PIC X(008) VALUE SPACES.
030000     05 WS-STR3.
030100        10 FILLER PIC X(030) VALUE
030200           'ACTUAL STEP TIME (H:MM:SS)  :'.
030300        10 WS-STR3-DUR PIC X(009) VALUE SPACES.
030400     05 WS-STR4.
030500        10 FILLER PIC X(030) VALUE
030600           'PROJECTED STEP TIME         :'.
030700        10 WS-STR4-DUR PIC X(009) VALUE SPACES.
030800     05 WS-STR5.
030900        10 FILLER PIC X(030) VALUE
031000           'PROJECTED FINISH            :'.
031100        10 WS-STR5-TIME PIC X(008) VALUE SPACES.
031200        10 FILLER PIC X(016) VALUE ' START DAY PLUS '.
031300        10 WS-STR5-DAYS PIC ZZ9.
031400     05 WS-STR6.
031500        10 FILLER PIC X(030) VALUE
031600           'BATCH WINDOW (MINUTES)      :'.
031700        10 WS-STR6-MINUTES PIC Z,ZZ9.
031800        10 FILLER PIC X(001) VALUE SPACES.
031900        10 WS-STR6-STATUS PIC X(030) VALUE SPACES.
032000     05 WS-TOT1.
032100        10 FILLER PIC X(030) VALUE
032200           'TIMING RECORDS READ         :'.
032300        10 WS-TOT1-COUNT PIC ZZZ,ZZ9.
032400     05 WS-TOT2.
032500        10 FILLER PIC X(030) VALUE
032600           'RECORDS IN TRAILING WINDOW  :'.
032700        10 WS-TOT2-COUNT PIC ZZZ,ZZ9.
032800     05 WS-TOT3.
032900        10 FILLER PIC X(030) VALUE
033000           'STEP RUNS ON REPORT DATE    :'.
033100        10 WS-TOT3-COUNT PIC ZZZ,ZZ9.
033200     05 WS-TOT4.
033300        10 FILLER PIC X(030) VALUE
033400           'RUNS OVER THEIR AVERAGE     :'.
033500        10 WS-TOT4-COUNT PIC ZZZ,ZZ9.
033600     05 WS-TOT5.
033700        10 FILLER PIC X(030) VALUE
033800           'RECORDS WITHOUT VALID TIMES :'.
033900        10 WS-TOT5-COUNT PIC ZZZ,ZZ9.
034000     05 WS-NONE1.
034100        10 FILLER PIC X(010) VALUE '  (NONE)'.
034200
034300 PROCEDURE DIVISION.
034400 0000-MAINLINE.
034500     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
034600     ACCEPT WS-STEP-START-TIME FROM TIME.
034700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034800     PERFORM 2000-LOAD-AVERAGES THRU 2000-EXIT.
034900     PERFORM 3000-PRINT-DAY-RUNS THRU 3000-EXIT.
035000     PERFORM 4000-PRINT-PROJECTION THRU 4000-EXIT.
035100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
035200     GOBACK.
035300 0000-EXIT.
035400     EXIT.
035500
035600*****************************************************************
035700*    1000-INITIALIZE - READ THE CONTROL RECORD, OPEN THE REPORT *
035800*    AND PRINT THE HEADINGS                                     *
035900*****************************************************************
036000 1000-INITIALIZE.
036100     PERFORM 1100-READ-PARM THRU 1100-EXIT.
036200     MOVE WS-RUN-DATE TO WS-DAYNO-DATE.
036300     PERFORM 9500-DATE-TO-DAY-NO THRU 9500-EXIT.
036400     MOVE WS-DAYNO-RESULT TO WS-RUN-DAY-NO.
036500     MULTIPLY WS-BATCH-MINUTES BY 60 GIVING WS-BATCH-SECS.
036600     OPEN OUTPUT LA332T1-RPT-FILE.
036700     WRITE LA332T1-RPT-REC FROM WS-HDR1.
036800     IF NOT WS-RPT-OK
036900         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
037000             WS-RPT-FILE-STATUS
037100         MOVE 16 TO RETURN-CODE
037200         GOBACK
037300     END-IF.
037400     MOVE WS-RUN-DATE TO WS-HDR2-RUN-DATE.
037500     MOVE WS-WINDOW-DAYS TO WS-HDR2-WINDOW.
037600     MOVE WS-OVERRUN-PCT TO WS-HDR2-PCT.
037700     MOVE WS-MIN-FLAG-SECS TO WS-HDR2-MIN-SECS.
037800     WRITE LA332T1-RPT-REC FROM WS-HDR2.
037900     IF NOT WS-RPT-OK
038000         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
038100             WS-RPT-FILE-STATUS
038200         MOVE 16 TO RETURN-CODE
038300         GOBACK
038400     END-IF.
038500 1000-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*    1100-READ-PARM - REPORT DATE AND LIMITS OFF THE LA332T1P   *
039000*    CONTROL FILE; A ZERO FIELD KEEPS ITS DEFAULT               *
039100*****************************************************************
039200 1100-READ-PARM.
039300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
039400     OPEN INPUT LA332T1-PARM-FILE.
039500     IF NOT WS-PARM-NOT-FOUND
039600         READ LA332T1-PARM-FILE
039700             AT END
039800                 CONTINUE
039900             NOT AT END
040000                 IF PARM-RUN-DATE > ZERO
040100                     MOVE PARM-RUN-DATE TO WS-RUN-DATE
040200                 END-IF
040300                 IF PARM-WINDOW-DAYS > ZERO
040400                     MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
040500                 END-IF
040600                 IF PARM-OVERRUN-PCT > ZERO
040700                     MOVE PARM-OVERRUN-PCT TO WS-OVERRUN-PCT
040800                 END-IF
040900                 IF PARM-MIN-FLAG-SECS > ZERO
041000                     MOVE PARM-MIN-FLAG-SECS TO WS-MIN-FLAG-SECS
041100                 END-IF
041200                 IF PARM-BATCH-MINUTES > ZERO
041300                     MOVE PARM-BATCH-MINUTES TO WS-BATCH-MINUTES
041400                 END-IF
041500         END-READ
041600         CLOSE LA332T1-PARM-FILE
041700     END-IF.
041800 1100-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200*    2000-LOAD-AVERAGES - PASS 1: FOLD EVERY TIMED RUN INSIDE THE*
042300*    TRAILING WINDOW INTO ITS PROGRAM'S HISTORY ACCUMULATORS    *
042400*****************************************************************
042500 2000-LOAD-AVERAGES.
042600     MOVE 'N' TO WS-EOF-SW.
042700     OPEN INPUT LA332T1-TIM-FILE.
042800     PERFORM 9000-READ-TIMING THRU 9000-EXIT.
042900     PERFORM 2100-LOAD-ONE-RUN THRU 2100-EXIT
043000         UNTIL WS-END-OF-INPUT.
043100     CLOSE LA332T1-TIM-FILE.
043200 2000-EXIT.
043300     EXIT.
043400
043500 2100-LOAD-ONE-RUN.
043600     ADD 1 TO WS-TIM-READ-COUNT.
043700     PERFORM 9200-COMPUTE-ELAPSED THRU 9200-EXIT.
043800     IF WS-TIMES-INVALID
043900         ADD 1 TO WS-UNTIMED-COUNT
044000     ELSE
044100         IF WS-TIM-DAY-NO < WS-RUN-DAY-NO
044200          AND WS-RUN-DAY-NO - WS-TIM-DAY-NO <= WS-WINDOW-DAYS
044300             ADD 1 TO WS-WINDOW-REC-COUNT
044400             MOVE TIM-PROGRAM-ID TO WS-SEARCH-PGM-ID
044500             PERFORM 9100-FIND-PROGRAM THRU 9100-EXIT
044600             IF WS-PGM-FOUND-SUB > ZERO
044700                 ADD 1 TO PT-HIST-RUNS (WS-PGM-FOUND-SUB)
044800                 ADD WS-ELAPSED-SECS
044900                     TO PT-HIST-SECS (WS-PGM-FOUND-SUB)
045000                 ADD TIM-VOLUME
045100                     TO PT-HIST-VOLUME (WS-PGM-FOUND-SUB)
045200             END-IF
045300         END-IF
045400     END-IF.
045500     PERFORM 9000-READ-TIMING THRU 9000-EXIT.
045600 2100-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000*    3000-PRINT-DAY-RUNS - PASS 2: ONE LINE PER STEP RUN OF THE *
046100*    REPORT DATE, IN LOGGED ORDER, AGAINST ITS PROGRAM'S        *
046200*    TRAILING AVERAGE                                           *
046300*****************************************************************
046400 3000-PRINT-DAY-RUNS.
046500     PERFORM 5200-PRINT-BLANK-LINE THRU 5200-EXIT.
046600     WRITE LA332T1-RPT-REC FROM WS-HDR3.
046700     IF NOT WS-RPT-OK
046800         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
046900             WS-RPT-FILE-STATUS
047000         MOVE 16 TO RETURN-CODE
047100         GOBACK
047200     END-IF.
047300     MOVE 'N' TO WS-EOF-SW.
047400     OPEN INPUT LA332T1-TIM-FILE.
047500     PERFORM 9000-READ-TIMING THRU 9000-EXIT.
047600     PERFORM 3100-PRINT-ONE-RUN THRU 3100-EXIT
047700         UNTIL WS-END-OF-INPUT.
047800     CLOSE LA332T1-TIM-FILE.
047900     IF WS-DAY-RUN-COUNT = ZERO
048000         WRITE LA332T1-RPT-REC FROM WS-NONE1
048100         IF NOT WS-RPT-OK
048200             DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
048300                 WS-RPT-FILE-STATUS
048400             MOVE 16 TO RETURN-CODE
048500             GOBACK
048600         END-IF
048700     END-IF.
048800     IF WS-PGM-TABLE-FULL
048900         DISPLAY 'LA332T1 - PROGRAM TABLE FULL, SOME STEPS '
049000             'NOT AVERAGED'
049100     END-IF.
049200 3000-EXIT.
049300     EXIT.
049400
049500 3100-PRINT-ONE-RUN.
049600     IF TIM-RUN-DATE = WS-RUN-DATE
049700         PERFORM 9200-COMPUTE-ELAPSED THRU 9200-EXIT
049800         IF WS-TIMES-VALID
049900             PERFORM 3200-PRINT-RUN-LINE THRU 3200-EXIT
050000         END-IF
050100     END-IF.
050200     PERFORM 9000-READ-TIMING THRU 9000-EXIT.
050300 3100-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700*    3200-PRINT-RUN-LINE - ADD THE RUN TO ITS PROGRAM'S DAY     *
050800*    TOTALS AND THE STREAM SPAN, THEN PRINT IT, FLAGGING A RUN  *
050900*    OVER THE OVERRUN PERCENTAGE OF ITS AVERAGE                 *
051000*****************************************************************
051100 3200-PRINT-RUN-LINE.
051200     ADD 1 TO WS-DAY-RUN-COUNT.
051300     MOVE TIM-PROGRAM-ID TO WS-SEARCH-PGM-ID.
051400     PERFORM 9100-FIND-PROGRAM THRU 9100-EXIT.
051500     PERFORM 3300-EXTEND-STREAM-SPAN THRU 3300-EXIT.
051600     MOVE ZERO TO WS-AVG-SECS.
051700     MOVE ZERO TO WS-RATE-SECS.
051800     MOVE SPACES TO WS-DTL1-FLAG.
051900     IF TIM-VOLUME > ZERO
052000         COMPUTE WS-RATE-SECS ROUNDED =
052100             WS-ELAPSED-SECS * 1000 / TIM-VOLUME
052200     END-IF.
052300     IF WS-PGM-FOUND-SUB > ZERO
052400         ADD 1 TO PT-DAY-RUNS (WS-PGM-FOUND-SUB)
052500         ADD WS-ELAPSED-SECS TO PT-DAY-SECS (WS-PGM-FOUND-SUB)
052600         ADD TIM-VOLUME TO PT-DAY-VOLUME (WS-PGM-FOUND-SUB)
052700         IF PT-HIST-RUNS (WS-PGM-FOUND-SUB) > ZERO
052800             COMPUTE WS-AVG-SECS ROUNDED =
052900                 PT-HIST-SECS (WS-PGM-FOUND-SUB)
053000                 / PT-HIST-RUNS (WS-PGM-FOUND-SUB)
053100             COMPUTE WS-OVERRUN-LIMIT ROUNDED =
053200                 WS-AVG-SECS * WS-OVERRUN-PCT / 100
053300             IF WS-ELAPSED-SECS > WS-OVERRUN-LIMIT
053400              AND WS-ELAPSED-SECS >= WS-MIN-FLAG-SECS
053500                 MOVE '**OVER**' TO WS-DTL1-FLAG
053600                 ADD 1 TO WS-FLAGGED-COUNT
053700             END-IF
053800         ELSE
053900             MOVE 'NO HIST' TO WS-DTL1-FLAG
054000         END-IF
054100     END-IF.
054200     MOVE TIM-PROGRAM-ID TO WS-DTL1-PGM.
054300     MOVE TIM-CYCLE-NO TO WS-DTL1-CYC.
054400     MOVE TIM-START-TIME TO WS-CLOCK-TIME.
054500     PERFORM 9400-EDIT-CLOCK-TIME THRU 9400-EXIT.
054600     MOVE WS-TOD-EDIT TO WS-DTL1-START.
054700     MOVE TIM-END-TIME TO WS-CLOCK-TIME.
054800     PERFORM 9400-EDIT-CLOCK-TIME THRU 9400-EXIT.
054900     MOVE WS-TOD-EDIT TO WS-DTL1-END.
055000     MOVE WS-ELAPSED-SECS TO WS-DTL1-SECS.
055100     MOVE TIM-VOLUME TO WS-DTL1-VOLUME.
055200     MOVE WS-RATE-SECS TO WS-DTL1-RATE.
055300     MOVE WS-AVG-SECS TO WS-DTL1-AVG.
055400     WRITE LA332T1-RPT-REC FROM WS-DTL1.
055500     IF NOT WS-RPT-OK
055600         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
055700             WS-RPT-FILE-STATUS
055800         MOVE 16 TO RETURN-CODE
055900         GOBACK
056000     END-IF.
056100 3200-EXIT.
056200     EXIT.
056300
056400*****************************************************************
056500*    3300-EXTEND-STREAM-SPAN - KEEP THE EARLIEST START AND THE  *
056600*    LATEST END OF THE REPORT DATE'S RUNS                       *
056700*****************************************************************
056800 3300-EXTEND-STREAM-SPAN.
056900     IF NOT WS-STREAM-STARTED
057000      OR WS-START-STAMP < WS-STREAM-FIRST-STAMP
057100         MOVE WS-START-STAMP TO WS-STREAM-FIRST-STAMP
057200         MOVE WS-START-DAY-NO TO WS-STREAM-FIRST-DAY-NO
057300         MOVE TIM-START-DATE TO WS-STREAM-FIRST-DATE
057400         MOVE TIM-START-TIME TO WS-STREAM-FIRST-TIME
057500     END-IF.
057600     IF NOT WS-STREAM-STARTED
057700      OR WS-END-STAMP > WS-STREAM-LAST-STAMP
057800         MOVE WS-END-STAMP TO WS-STREAM-LAST-STAMP
057900         MOVE TIM-END-DATE TO WS-STREAM-LAST-DATE
058000         MOVE TIM-END-TIME TO WS-STREAM-LAST-TIME
058100     END-IF.
058200     SET WS-STREAM-STARTED TO TRUE.
058300     ADD WS-ELAPSED-SECS TO WS-STREAM-ACTUAL-SECS.
058400 3300-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800*    4000-PRINT-PROJECTION - ONE SUMMARY LINE PER PROGRAM THAT  *
058900*    RAN ON THE REPORT DATE WITH ITS PROJECTED TIME, THEN THE   *
059000*    STREAM SPAN, THE PROJECTED FINISH AND THE WINDOW CHECK     *
059100*****************************************************************
059200 4000-PRINT-PROJECTION.
059300     PERFORM 5200-PRINT-BLANK-LINE THRU 5200-EXIT.
059400     WRITE LA332T1-RPT-REC FROM WS-HDR4.
059500     IF NOT WS-RPT-OK
059600         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
059700             WS-RPT-FILE-STATUS
059800         MOVE 16 TO RETURN-CODE
059900         GOBACK
060000     END-IF.
060100     IF WS-DAY-RUN-COUNT = ZERO
060200         WRITE LA332T1-RPT-REC FROM WS-NONE1
060300         IF NOT WS-RPT-OK
060400             DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
060500                 WS-RPT-FILE-STATUS
060600             MOVE 16 TO RETURN-CODE
060700             GOBACK
060800         END-IF
060900     ELSE
061000         PERFORM 4100-PROJECT-STEP THRU 4100-EXIT
061100             VARYING WS-PGM-SUB FROM 1 BY 1
061200             UNTIL WS-PGM-SUB > WS-PGM-COUNT
061300         PERFORM 4200-PRINT-STREAM-LINES THRU 4200-EXIT
061400     END-IF.
061500 4000-EXIT.
061600     EXIT.
061700
061800*****************************************************************
061900*    4100-PROJECT-STEP - THE PROGRAM'S TIME FOR THE REPORT      *
062000*    DATE'S VOLUME AT ITS TRAILING SECONDS PER RECORD; FAILING  *
062100*    THAT ITS AVERAGE RUN TIMES THE RUNS; FAILING THAT (NO      *
062200*    HISTORY) WHAT IT ACTUALLY TOOK                             *
062300*****************************************************************
062400 4100-PROJECT-STEP.
062500     IF PT-DAY-RUNS (WS-PGM-SUB) > ZERO
062600         MOVE ZERO TO WS-AVG-RATE-SECS
062700         IF PT-HIST-VOLUME (WS-PGM-SUB) > ZERO
062800             COMPUTE WS-AVG-RATE-SECS ROUNDED =
062900                 PT-HIST-SECS (WS-PGM-SUB) * 1000
063000                 / PT-HIST-VOLUME (WS-PGM-SUB)
063100         END-IF
063200         IF PT-HIST-VOLUME (WS-PGM-SUB) > ZERO
063300          AND PT-DAY-VOLUME (WS-PGM-SUB) > ZERO
063400             COMPUTE WS-PROJ-SECS ROUNDED =
063500                 PT-DAY-VOLUME (WS-PGM-SUB)
063600                 * PT-HIST-SECS (WS-PGM-SUB)
063700                 / PT-HIST-VOLUME (WS-PGM-SUB)
063800             MOVE 'RATE' TO WS-SUM1-BASIS
063900         ELSE
064000             IF PT-HIST-RUNS (WS-PGM-SUB) > ZERO
064100                 COMPUTE WS-PROJ-SECS ROUNDED =
064200                     PT-DAY-RUNS (WS-PGM-SUB)
064300                     * PT-HIST-SECS (WS-PGM-SUB)
064400                     / PT-HIST-RUNS (WS-PGM-SUB)
064500                 MOVE 'AVG RUN' TO WS-SUM1-BASIS
064600             ELSE
064700                 MOVE PT-DAY-SECS (WS-PGM-SUB) TO WS-PROJ-SECS
064800                 MOVE 'ACTUAL' TO WS-SUM1-BASIS
064900             END-IF
065000         END-IF
065100         ADD WS-PROJ-SECS TO WS-STREAM-PROJ-SECS
065200         MOVE PT-PROGRAM-ID (WS-PGM-SUB) TO WS-SUM1-PGM
065300         MOVE PT-DAY-RUNS (WS-PGM-SUB) TO WS-SUM1-RUNS
065400         MOVE PT-DAY-VOLUME (WS-PGM-SUB) TO WS-SUM1-VOLUME
065500         MOVE PT-DAY-SECS (WS-PGM-SUB) TO WS-SUM1-ACTUAL
065600         MOVE WS-AVG-RATE-SECS TO WS-SUM1-AVG-RATE
065700         MOVE PT-HIST-RUNS (WS-PGM-SUB) TO WS-SUM1-HIST-RUNS
065800         MOVE WS-PROJ-SECS TO WS-SUM1-PROJ
065900         WRITE LA332T1-RPT-REC FROM WS-SUM1
066000         IF NOT WS-RPT-OK
066100             DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
066200                 WS-RPT-FILE-STATUS
066300             MOVE 16 TO RETURN-CODE
066400             GOBACK
066500         END-IF
066600     END-IF.
066700 4100-EXIT.
066800     EXIT.
066900
067000*****************************************************************
067100*    4200-PRINT-STREAM-LINES - ACTUAL SPAN OF THE REPORT DATE,  *
067200*    PROJECTED FINISH FROM THE FIRST START AND THE BATCH-WINDOW *
067300*    CHECK                                                      *
067400*****************************************************************
067500 4200-PRINT-STREAM-LINES.
067600     PERFORM 5200-PRINT-BLANK-LINE THRU 5200-EXIT.
067700     MOVE WS-STREAM-FIRST-DATE TO WS-STR1-DATE.
067800     MOVE WS-STREAM-FIRST-TIME TO WS-CLOCK-TIME.
067900     PERFORM 9400-EDIT-CLOCK-TIME THRU 9400-EXIT.
068000     MOVE WS-TOD-EDIT TO WS-STR1-TIME.
068100     WRITE LA332T1-RPT-REC FROM WS-STR1.
068200     IF NOT WS-RPT-OK
068300         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
068400             WS-RPT-FILE-STATUS
068500         MOVE 16 TO RETURN-CODE
068600         GOBACK
068700     END-IF.
068800     MOVE WS-STREAM-LAST-DATE TO WS-STR2-DATE.
068900     MOVE WS-STREAM-LAST-TIME TO WS-CLOCK-TIME.
069000     PERFORM 9400-EDIT-CLOCK-TIME THRU 9400-EXIT.
069100     MOVE WS-TOD-EDIT TO WS-STR2-TIME.
069200     WRITE LA332T1-RPT-REC FROM WS-STR2.
069300     IF NOT WS-RPT-OK
069400         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
069500             WS-RPT-FILE-STATUS
069600         MOVE 16 TO RETURN-CODE
069700         GOBACK
069800     END-IF.
069900     MOVE WS-STREAM-ACTUAL-SECS TO WS-HMS-SECS.
070000     PERFORM 9450-EDIT-DURATION THRU 9450-EXIT.
070100     MOVE WS-DUR-EDIT TO WS-STR3-DUR.
070200     WRITE LA332T1-RPT-REC FROM WS-STR3.
070300     IF NOT WS-RPT-OK
070400         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
070500             WS-RPT-FILE-STATUS
070600         MOVE 16 TO RETURN-CODE
070700         GOBACK
070800     END-IF.
070900     MOVE WS-STREAM-PROJ-SECS TO WS-HMS-SECS.
071000     PERFORM 9450-EDIT-DURATION THRU 9450-EXIT.
071100     MOVE WS-DUR-EDIT TO WS-STR4-DUR.
071200     WRITE LA332T1-RPT-REC FROM WS-STR4.
071300     IF NOT WS-RPT-OK
071400         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
071500             WS-RPT-FILE-STATUS
071600         MOVE 16 TO RETURN-CODE
071700         GOBACK
071800     END-IF.
071900     ADD WS-STREAM-FIRST-STAMP WS-STREAM-PROJ-SECS
072000         GIVING WS-FINISH-STAMP.
072100     DIVIDE WS-FINISH-STAMP BY 86400 GIVING WS-FINISH-DAY-NO
072200         REMAINDER WS-FINISH-SECS.
072300     MOVE WS-FINISH-SECS TO WS-HMS-SECS.
072400     PERFORM 9350-SECS-TO-CLOCK THRU 9350-EXIT.
072500     PERFORM 9400-EDIT-CLOCK-TIME THRU 9400-EXIT.
072600     MOVE WS-TOD-EDIT TO WS-STR5-TIME.
072700     SUBTRACT WS-STREAM-FIRST-DAY-NO FROM WS-FINISH-DAY-NO
072800         GIVING WS-DAY-OFFSET.
072900     MOVE WS-DAY-OFFSET TO WS-STR5-DAYS.
073000     WRITE LA332T1-RPT-REC FROM WS-STR5.
073100     IF NOT WS-RPT-OK
073200         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
073300             WS-RPT-FILE-STATUS
073400         MOVE 16 TO RETURN-CODE
073500         GOBACK
073600     END-IF.
073700     MOVE WS-BATCH-MINUTES TO WS-STR6-MINUTES.
073800     IF WS-STREAM-PROJ-SECS > WS-BATCH-SECS
073900         SET WS-WINDOW-OVERRUN TO TRUE
074000         MOVE '**PROJECTED TO OVERRUN**' TO WS-STR6-STATUS
074100     ELSE
074200         MOVE 'PROJECTED WITHIN WINDOW' TO WS-STR6-STATUS
074300     END-IF.
074400     WRITE LA332T1-RPT-REC FROM WS-STR6.
074500     IF NOT WS-RPT-OK
074600         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
074700             WS-RPT-FILE-STATUS
074800         MOVE 16 TO RETURN-CODE
074900         GOBACK
075000     END-IF.
075100 4200-EXIT.
075200     EXIT.
075300
075400 5200-PRINT-BLANK-LINE.
075500     WRITE LA332T1-RPT-REC FROM SPACES.
075600     IF NOT WS-RPT-OK
075700         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
075800             WS-RPT-FILE-STATUS
075900         MOVE 16 TO RETURN-CODE
076000         GOBACK
076100     END-IF.
076200 5200-EXIT.
076300     EXIT.
076400
076500*****************************************************************
076600*    8000-TERMINATE - PRINT THE TOTALS, CLOSE THE REPORT, APPEND*
076700*    THE CONTROL-TOTAL RECORD AND SET THE WARNING RETURN CODE   *
076800*****************************************************************
076900 8000-TERMINATE.
077000     PERFORM 5200-PRINT-BLANK-LINE THRU 5200-EXIT.
077100     MOVE WS-TIM-READ-COUNT TO WS-TOT1-COUNT.
077200     WRITE LA332T1-RPT-REC FROM WS-TOT1.
077300     IF NOT WS-RPT-OK
077400         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
077500             WS-RPT-FILE-STATUS
077600         MOVE 16 TO RETURN-CODE
077700         GOBACK
077800     END-IF.
077900     MOVE WS-WINDOW-REC-COUNT TO WS-TOT2-COUNT.
078000     WRITE LA332T1-RPT-REC FROM WS-TOT2.
078100     IF NOT WS-RPT-OK
078200         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
078300             WS-RPT-FILE-STATUS
078400         MOVE 16 TO RETURN-CODE
078500         GOBACK
078600     END-IF.
078700     MOVE WS-DAY-RUN-COUNT TO WS-TOT3-COUNT.
078800     WRITE LA332T1-RPT-REC FROM WS-TOT3.
078900     IF NOT WS-RPT-OK
079000         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
079100             WS-RPT-FILE-STATUS
079200         MOVE 16 TO RETURN-CODE
079300         GOBACK
079400     END-IF.
079500     MOVE WS-FLAGGED-COUNT TO WS-TOT4-COUNT.
079600     WRITE LA332T1-RPT-REC FROM WS-TOT4.
079700     IF NOT WS-RPT-OK
079800         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
079900             WS-RPT-FILE-STATUS
080000         MOVE 16 TO RETURN-CODE
080100         GOBACK
080200     END-IF.
080300     MOVE WS-UNTIMED-COUNT TO WS-TOT5-COUNT.
080400     WRITE LA332T1-RPT-REC FROM WS-TOT5.
080500     IF NOT WS-RPT-OK
080600         DISPLAY 'LA332T1 - LA332RPT WRITE FAILED, STATUS: '
080700             WS-RPT-FILE-STATUS
080800         MOVE 16 TO RETURN-CODE
080900         GOBACK
081000     END-IF.
081100     CLOSE LA332T1-RPT-FILE.
081200     DISPLAY 'LA332T1 - TIMING RECORDS READ  : '
081300         WS-TIM-READ-COUNT.
081400     DISPLAY 'LA332T1 - IN TRAILING WINDOW   : '
081500         WS-WINDOW-REC-COUNT.
081600     DISPLAY 'LA332T1 - REPORT-DATE RUNS     : '
081700         WS-DAY-RUN-COUNT.
081800     DISPLAY 'LA332T1 - RUNS OVER AVERAGE    : '
081900         WS-FLAGGED-COUNT.
082000     DISPLAY 'LA332T1 - WITHOUT VALID TIMES  : '
082100         WS-UNTIMED-COUNT.
082200     IF WS-WINDOW-OVERRUN
082300         DISPLAY 'LA332T1 - STREAM PROJECTED TO OVERRUN THE '
082400             'BATCH WINDOW'
082500     END-IF.
082600     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
082700     IF WS-FLAGGED-COUNT > ZERO
082800      OR WS-WINDOW-OVERRUN
082900         MOVE 4 TO RETURN-CODE
083000     END-IF.
083100 8000-EXIT.
083200     EXIT.
083300
083400*****************************************************************
083500*    9000-READ-TIMING - READ THE NEXT TIMING HISTORY RECORD. AN *
083600*    UNALLOCATED HISTORY READS AS EMPTY.                        *
083700*****************************************************************
083800 9000-READ-TIMING.
083900     READ LA332T1-TIM-FILE
084000         AT END
084100             SET WS-END-OF-INPUT TO TRUE
084200     END-READ.
084300 9000-EXIT.
084400     EXIT.
084500
084600*****************************************************************
084700*    9100-FIND-PROGRAM - LOCATE OR ADD WS-SEARCH-PGM-ID IN THE  *
084800*    PROGRAM TABLE                                              *
084900*****************************************************************
085000 9100-FIND-PROGRAM.
085100     MOVE ZERO TO WS-PGM-FOUND-SUB.
085200     PERFORM 9110-SCAN-PROGRAM-TABLE THRU 9110-EXIT
085300         VARYING WS-PGM-SUB FROM 1 BY 1
085400         UNTIL WS-PGM-SUB > WS-PGM-COUNT
085500         OR WS-PGM-FOUND-SUB > ZERO.
085600     IF WS-PGM-FOUND-SUB = ZERO
085700         IF WS-PGM-COUNT < WS-PGM-MAX
085800             ADD 1 TO WS-PGM-COUNT
085900             MOVE WS-PGM-COUNT TO WS-PGM-FOUND-SUB
086000             MOVE WS-SEARCH-PGM-ID
086100                 TO PT-PROGRAM-ID (WS-PGM-FOUND-SUB)
086200         ELSE
086300             SET WS-PGM-TABLE-FULL TO TRUE
086400         END-IF
086500     END-IF.
086600 9100-EXIT.
086700     EXIT.
086800
086900 9110-SCAN-PROGRAM-TABLE.
087000     IF PT-PROGRAM-ID (WS-PGM-SUB) = WS-SEARCH-PGM-ID
087100         MOVE WS-PGM-SUB TO WS-PGM-FOUND-SUB
087200     END-IF.
087300 9110-EXIT.
087400     EXIT.
087500
087600*****************************************************************
087700*    9200-COMPUTE-ELAPSED - VALIDATE THE RECORD'S DATES AND     *
087800*    TIMES, SET THE RUN-DATE DAY NUMBER, THE START AND END      *
087900*    STAMPS AND THE ELAPSED SECONDS. A DAMAGED RECORD, OR ONE   *
088000*    ENDING BEFORE IT STARTED, IS LEFT OUT OF THE REPORT.       *
088100*****************************************************************
088200 9200-COMPUTE-ELAPSED.
088300     SET WS-TIMES-VALID TO TRUE.
088400     MOVE ZERO TO WS-ELAPSED-SECS.
088500     IF TIM-RUN-DATE NOT NUMERIC
088600      OR TIM-START-DATE NOT NUMERIC
088700      OR TIM-START-TIME NOT NUMERIC
088800      OR TIM-END-DATE NOT NUMERIC
088900      OR TIM-END-TIME NOT NUMERIC
089000         SET WS-TIMES-INVALID TO TRUE
089100     END-IF.
089200     IF WS-TIMES-VALID
089300         MOVE TIM-RUN-DATE TO WS-DAYNO-DATE
089400         PERFORM 9250-CHECKED-DAY-NO THRU 9250-EXIT
089500         MOVE WS-DAYNO-RESULT TO WS-TIM-DAY-NO
089600     END-IF.
089700     IF WS-TIMES-VALID
089800         MOVE TIM-START-DATE TO WS-DAYNO-DATE
089900         PERFORM 9250-CHECKED-DAY-NO THRU 9250-EXIT
090000         MOVE WS-DAYNO-RESULT TO WS-START-DAY-NO
090100     END-IF.
090200     IF WS-TIMES-VALID
090300         MOVE TIM-END-DATE TO WS-DAYNO-DATE
090400         PERFORM 9250-CHECKED-DAY-NO THRU 9250-EXIT
090500         MOVE WS-DAYNO-RESULT TO WS-END-DAY-NO
090600     END-IF.
090700     IF WS-TIMES-VALID
090800         MOVE TIM-START-TIME TO WS-CLOCK-TIME
090900         PERFORM 9300-CLOCK-TO-SECS THRU 9300-EXIT
091000         MULTIPLY WS-START-DAY-NO BY 86400 GIVING WS-START-STAMP
091100         ADD WS-CLOCK-SECS TO WS-START-STAMP
091200     END-IF.
091300     IF WS-TIMES-VALID
091400         MOVE TIM-END-TIME TO WS-CLOCK-TIME
091500         PERFORM 9300-CLOCK-TO-SECS THRU 9300-EXIT
091600         MULTIPLY WS-END-DAY-NO BY 86400 GIVING WS-END-STAMP
091700         ADD WS-CLOCK-SECS TO WS-END-STAMP
091800     END-IF.
091900     IF WS-TIMES-VALID
092000         IF WS-END-STAMP < WS-START-STAMP
092100             SET WS-TIMES-INVALID TO TRUE
092200         ELSE
092300             SUBTRACT WS-START-STAMP FROM WS-END-STAMP
092400                 GIVING WS-ELAPSED-SECS
092500         END-IF
092600     END-IF.
092700 9200-EXIT.
092800     EXIT.
092900
093000 9250-CHECKED-DAY-NO.
093100     MOVE ZERO TO WS-DAYNO-RESULT.
093200     IF WS-DAYNO-MM < 1 OR WS-DAYNO-MM > 12
093300      OR WS-DAYNO-DD < 1 OR WS-DAYNO-DD > 31
093400         SET WS-TIMES-INVALID TO TRUE
093500     ELSE
093600         PERFORM 9500-DATE-TO-DAY-NO THRU 9500-EXIT
093700     END-IF.
093800 9250-EXIT.
093900     EXIT.
094000
094100*****************************************************************
094200*    9300-CLOCK-TO-SECS - HHMMSSHH IN WS-CLOCK-TIME TO SECONDS  *
094300*    INTO THE DAY                                               *
094400*****************************************************************
094500 9300-CLOCK-TO-SECS.
094600     MOVE ZERO TO WS-CLOCK-SECS.
094700     IF WS-CLOCK-HH > 23 OR WS-CLOCK-MM > 59 OR WS-CLOCK-SS > 59
094800         SET WS-TIMES-INVALID TO TRUE
094900     ELSE
095000         MULTIPLY WS-CLOCK-HH BY 3600 GIVING WS-CLOCK-SECS
095100         MULTIPLY WS-CLOCK-MM BY 60 GIVING WS-CLOCK-MIN-SECS
095200         DIVIDE WS-CLOCK-HS BY 100 GIVING WS-CLOCK-HUNDS
095300         ADD WS-CLOCK-MIN-SECS WS-CLOCK-SS TO WS-CLOCK-SECS
095400         ADD WS-CLOCK-HUNDS TO WS-CLOCK-SECS
095500     END-IF.
095600 9300-EXIT.
095700     EXIT.
095800
095900*****************************************************************
096000*    9350-SECS-TO-CLOCK - WHOLE SECONDS INTO THE DAY IN         *
096100*    WS-HMS-SECS BACK TO HHMMSSHH IN WS-CLOCK-TIME              *
096200*****************************************************************
096300 9350-SECS-TO-CLOCK.
096400     DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HOURS
096500         REMAINDER WS-HMS-REM.
096600     MOVE WS-HMS-HOURS TO WS-CLOCK-HH.
096700     DIVIDE WS-HMS-REM BY 60 GIVING WS-CLOCK-MM
096800         REMAINDER WS-CLOCK-SS.
096900     MOVE ZERO TO WS-CLOCK-HS.
097000 9350-EXIT.
097100     EXIT.
097200
097300 9400-EDIT-CLOCK-TIME.
097400     MOVE WS-CLOCK-HH TO WS-TOD-HH.
097500     MOVE WS-CLOCK-MM TO WS-TOD-MM.
097600     MOVE WS-CLOCK-SS TO WS-TOD-SS.
097700 9400-EXIT.
097800     EXIT.
097900
098000*****************************************************************
098100*    9450-EDIT-DURATION - WHOLE SECONDS IN WS-HMS-SECS TO       *
098200*    H:MM:SS IN WS-DUR-EDIT                                     *
098300*****************************************************************
098400 9450-EDIT-DURATION.
098500     DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HOURS
098600         REMAINDER WS-HMS-REM.
098700     MOVE WS-HMS-HOURS TO WS-DUR-HH.
098800     DIVIDE WS-HMS-REM BY 60 GIVING WS-DUR-MM
098900         REMAINDER WS-DUR-SS.
099000 9450-EXIT.
099100     EXIT.
099200
099300*****************************************************************
099400*    9500-DATE-TO-DAY-NO - CONVERT A CCYYMMDD DATE TO A SERIAL  *
099500*    DAY NUMBER SO TWO DATES SUBTRACT TO A DAY COUNT. USES THE  *
099600*    CUMULATIVE DAYS-BEFORE-MONTH TABLE WITH A LEAP-YEAR        *
099700*    ADJUSTMENT FOR DATES PAST FEBRUARY.                        *
099800*****************************************************************
099900 9500-DATE-TO-DAY-NO.
100000     MOVE WS-DAYNO-CCYY TO WS-DAYNO-YEAR.
100100     IF WS-DAYNO-MM < 3
100200         SUBTRACT 1 FROM WS-DAYNO-YEAR
100300     END-IF.
100400     DIVIDE WS-DAYNO-YEAR BY 4 GIVING WS-DAYNO-QUAD.
100500     DIVIDE WS-DAYNO-YEAR BY 100 GIVING WS-DAYNO-CENT.
100600     DIVIDE WS-DAYNO-YEAR BY 400 GIVING WS-DAYNO-QCENT.
100700     COMPUTE WS-DAYNO-RESULT =
100800         (WS-DAYNO-CCYY * 365)
100900         + WS-MONTH-CUM-DAYS (WS-DAYNO-MM)
101000         + WS-DAYNO-DD
101100         + WS-DAYNO-QUAD
101200         - WS-DAYNO-CENT
101300         + WS-DAYNO-QCENT.
101400 9500-EXIT.
101500     EXIT.
101600
101700*****************************************************************
101800*    9900-WRITE-CONTROL-TOTALS - APPEND THIS RUN'S COUNTS TO    *
101900*    THE SHARED LA332CTL CONTROL FILE FOR THE LA332B9 BALANCING *
102000*    STEP AT THE END OF THE STREAM                              *
102100*****************************************************************
102200 9900-WRITE-CONTROL-TOTALS.
102300     OPEN EXTEND LA332T1-CTL-FILE.
102400     MOVE 'LA332T1 ' TO CTL-PROGRAM-ID.
102500     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
102600     MOVE ZERO TO CTL-CYCLE-NO.
102700     MOVE WS-TIM-READ-COUNT TO CTL-RECS-READ.
102800     MOVE WS-DAY-RUN-COUNT TO CTL-RECS-WRITTEN.
102900     MOVE ZERO TO CTL-ENTRIES-SCANNED.
103000     MOVE ZERO TO CTL-OVFL-MERGED.
103100     WRITE LA332A4-CTL-REC.
103200     IF NOT WS-CTL-OK
103300         DISPLAY 'LA332T1 - LA332CTL WRITE FAILED, STATUS: '
103400             WS-CTL-FILE-STATUS
103500         MOVE 16 TO RETURN-CODE
103600         GOBACK
103700     END-IF.
103800     CLOSE LA332T1-CTL-FILE.
103900     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
104000 9900-EXIT.
104100     EXIT.
104200
104300*****************************************************************
104400*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END   *
104500*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY, THE SAME *
104600*    FILE THIS REPORT READ (CLOSED AGAIN BY NOW)                *
104700*****************************************************************
104800 9960-WRITE-STEP-TIMING.
104900     OPEN EXTEND LA332T1-TIM-FILE.
105000     MOVE 'LA332T1 ' TO TIM-PROGRAM-ID.
105100     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
105200     MOVE ZERO TO TIM-CYCLE-NO.
105300     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
105400     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
105500     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
105600     ACCEPT TIM-END-TIME FROM TIME.
105700     MOVE WS-TIM-READ-COUNT TO TIM-VOLUME.
105800     WRITE LA332A4-TIME-REC.
105900     IF NOT WS-TIM-OK
106000         DISPLAY 'LA332T1 - LA332TIM WRITE FAILED, STATUS: '
106100             WS-TIM-FILE-STATUS
106200     END-IF.
106300     CLOSE LA332T1-TIM-FILE.
106400 9960-EXIT.
106500     EXIT.
