003300*                                                               *
003400*    A HISTORY RECORD WHOSE EXECUTION DATE COULD NOT BE         *
003500*    NORMALIZED CANNOT BE WINDOWED AND IS COUNTED SEPARATELY.   *
003525*    EDIT REJECTS AND SUPPRESSED RESENDS ON THE STORE NEVER     *
003550*    PROCESSED AND ARE SKIPPED; THEY ARE COUNTED APART FROM     *
003575*    THE PROCESSED RECORDS READ, WHICH GO TO LA332CTL.          *
003600*    ANY FLAGGED PATTERN ENDS THE RUN WITH RETURN-CODE 4.       *
003700*                                                               *
003800*    MODIFICATION HISTORY.                                      *
004000*    09/02/2026 DSY   ORIGINAL PROGRAM.                          *
004033*    09/02/2026 DSY   CYCLE NUMBER NOW CARRIED ON THE            *
004066*                      CONTROL-TOTAL RECORD (0 = DAY LEVEL).     *
004076*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
004086*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
004090*    10/15/2026 DSY   SKIPS THE EDIT-REJECT AND SUPPRESSED-      *
004094*                      RESEND RECORDS LA332H1 NOW APPENDS.       *
004096*    10/15/2026 DSY   RECORDS READ COUNTS PROCESSED RECORDS      *
004098*                      ONLY; SKIPPED ONES ARE COUNTED APART.     *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CTL-FILE-STATUS.
006500
006520     SELECT OPTIONAL LA332D2-TIM-FILE ASSIGN TO LA332TIM
006540         ORGANIZATION IS LINE SEQUENTIAL
006560         FILE STATUS IS WS-TIM-FILE-STATUS.
006580
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  LA332D2-HST-FILE
010500     RECORDING MODE IS F.
010600     COPY LA332A4-CTL.
010700
010720 FD  LA332D2-TIM-FILE
010740     RECORDING MODE IS F.
010760     COPY LA332A4-TIME.
010780
010800 WORKING-STORAGE SECTION.
010820 01  WS-STEP-TIMING.
010840     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
010860     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
010880
010900 01  WS-FILE-STATUSES.
011000     05 WS-HST-FILE-STATUS PIC X(002) VALUE SPACES.
011100        88 WS-HST-EOF VALUE '10'.
011800        88 WS-RPT-OK VALUE '00'.
011900     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
012000        88 WS-CTL-OK VALUE '00'.
012025     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
012050        88 WS-TIM-OK VALUE '00'.
012100
012200 01  WS-SWITCHES.
012300     05 WS-EOF-SW PIC X(001) VALUE 'N'.
016000
016100 01  WS-COUNTERS COMP-3.
016200     05 WS-HST-READ-COUNT PIC 9(007) VALUE ZERO.
016250     05 WS-HST-SKIPPED-COUNT PIC 9(007) VALUE ZERO.
016300     05 WS-RELEASED-COUNT PIC 9(007) VALUE ZERO.
016400     05 WS-UNDATED-COUNT PIC 9(007) VALUE ZERO.
016500     05 WS-FLAGGED-COUNT PIC 9(007) VALUE ZERO.
023600
023700 PROCEDURE DIVISION.
023800 0000-MAINLINE.
023825     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
023850     ACCEPT WS-STEP-START-TIME FROM TIME.
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000     IF WS-PAIR-COUNT = ZERO
024100         WRITE LA332D2-RPT-REC FROM WS-NOPAIR1
035900     EXIT.
036000
036100 2100-RELEASE-ONE.
036250     IF HIST-KIND-PROCESSED
036275         ADD 1 TO WS-HST-READ-COUNT
036300         IF HIST-TRANS-EXE-DATE-NUM = ZERO
036400             ADD 1 TO WS-UNDATED-COUNT
036500         ELSE
036600             MOVE HIST-HOLDING-ID TO SRT-HOLDING-ID
036700             MOVE HIST-TRANS-EXE-DATE-NUM TO SRT-EXE-DATE-NUM
036800             MOVE HIST-TRANS-EXE-TIME-NUM TO SRT-EXE-TIME-NUM
036900             MOVE HIST-TRANS-EXE-DATE-NUM TO WS-DAYNO-DATE
037000             PERFORM 9500-DATE-TO-DAY-NO THRU 9500-EXIT
037100             MOVE WS-DAYNO-RESULT TO SRT-DAY-NO
037200             MOVE HIST-TRANS-TYPE-TC TO SRT-TRANS-TYPE-TC
037300             MOVE HIST-TRANS-REF-GUID TO SRT-TRANS-REF-GUID
037400             MOVE HIST-USER-LOGIN-ID TO SRT-USER-LOGIN-ID
037500             MOVE HIST-PARTY-ID TO SRT-PARTY-ID
037600             MOVE HIST-RELATION-ROLE-TC TO SRT-RELATION-ROLE-TC
037700             RELEASE LA332D2-SORT-REC
037800             ADD 1 TO WS-RELEASED-COUNT
037900         END-IF
037910     ELSE
037920         ADD 1 TO WS-HST-SKIPPED-COUNT
037950     END-IF.
038000     PERFORM 9000-READ-HISTORY THRU 9000-EXIT.
038100 2100-EXIT.
038200     EXIT.
053900         DISPLAY 'LA332D2 - FIRST-TYPE TABLE FULL, SOME '
054000             'PATTERNS MAY BE MISSED'
054100     END-IF.
054200     DISPLAY 'LA332D2 - PROCESSED RECS READ  : '
054300         WS-HST-READ-COUNT.
054325     DISPLAY 'LA332D2 - SKIPPED (REJ/RESEND) : '
054350         WS-HST-SKIPPED-COUNT.
054400     DISPLAY 'LA332D2 - RECORDS CORRELATED   : '
054500         WS-RELEASED-COUNT.
054600     DISPLAY 'LA332D2 - UNDATED RECORDS      : '
061800         GOBACK
061900     END-IF.
062000     CLOSE LA332D2-CTL-FILE.
062050     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
062100 9900-EXIT.
062200     EXIT.
062300
062400*****************************************************************
062500*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
062600*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
062700*    LA332T1 BATCH-WINDOW REPORT                                 *
062800*****************************************************************
062900 9960-WRITE-STEP-TIMING.
063000     OPEN EXTEND LA332D2-TIM-FILE.
063100     MOVE 'LA332D2 ' TO TIM-PROGRAM-ID.
063200     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
063300     MOVE ZERO TO TIM-CYCLE-NO.
063400     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
063500     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
063600     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
063700     ACCEPT TIM-END-TIME FROM TIME.
063800     MOVE WS-HST-READ-COUNT TO TIM-VOLUME.
063900     WRITE LA332A4-TIME-REC.
064000     IF NOT WS-TIM-OK
064100         DISPLAY 'LA332D2 - LA332TIM WRITE FAILED, STATUS: '
064200             WS-TIM-FILE-STATUS
064300     END-IF.
064400     CLOSE LA332D2-TIM-FILE.
064500 9960-EXIT.
064600     EXIT.
