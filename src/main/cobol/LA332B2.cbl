001720*    WRITES, WHERE BASE AND SPILL ENTRIES ARE ALREADY MERGED    *
001730*    IN ORDER, SO A TRANSACTION PAST ENTRY 999 CAN STILL        *
001740*    BECOME THE MOST RECENT ONE ON FILE.                        *
001750*    WHEN A REWRITE REPLACES THE ADDRESS ON FILE WITH A         *
001760*    DIFFERENT ONE, THE ADDRESS BEING REPLACED IS KEPT IN THE   *
001770*    RECORD'S PRIOR-ADDRESS FIELDS, WITH THE RUN DATE AND THE   *
001780*    TRANS-REF-GUID THAT CHANGED IT, FOR THE LA332L1 CHANGE-    *
001790*    CONFIRMATION LETTERS THAT MUST GO TO THE OLD ADDRESS TOO.  *
001791*    A REWRITE ONLY HAPPENS WHEN THE INCOMING TRANSACTION'S     *
001792*    EXECUTION DATE/TIME IS NOT EARLIER THAN THE ONE ON FILE;   *
001793*    A LATE OR OUT-OF-ORDER ARRIVAL IS LEFT OFF THE FILE,       *
001794*    LISTED ON THE LA332RPT LATE-ARRIVAL EXCEPTION REPORT AND   *
001795*    APPENDED TO LA332LAT FOR THE LA332S1 CARRIER STATISTICS.   *
001800*                                                               *
001900*    MODIFICATION HISTORY.                                      *
002000*    DATE       INIT  DESCRIPTION                                *
002199*    09/02/2026 DSY   CONVERTED TO THE SINGLE-PASS LA332ENT      *
002200*                      ENTRY FILE; THE LA332OVF SPILL MERGE      *
002201*                      NOW HAPPENS ONCE, IN THE EXTRACT STEP.    *
002202*    10/15/2026 DSY   REWRITE NOW READS THE RECORD ON FILE       *
002203*                      FIRST AND KEEPS A REPLACED ADDRESS IN     *
002204*                      THE NEW XREF-PRIOR-ADDR FIELDS.           *
002205*    10/15/2026 DSY   REWRITE SKIPPED WHEN THE INCOMING          *
002206*                      TRANSACTION IS OLDER THAN THE ONE ON      *
002207*                      FILE; LATE-ARRIVAL EXCEPTION REPORT AND   *
002208*                      LA332LAT FILE ADDED. CYCLE CARD NOW READ  *
002209*                      AT INITIALIZATION.                        *
002219*    10/15/2026 DSY   START/END TIMES AND VOLUME LOGGED TO       *
002229*                      LA332TIM FOR THE LA332T1 TIMING REPORT.   *
002235*    10/15/2026 DSY   A SECOND ADDRESS CHANGE ON THE SAME RUN    *
002240*                      DATE KEEPS THE DAY'S FIRST PRIOR ADDRESS. *
002250*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-Z15.
003840         ORGANIZATION IS LINE SEQUENTIAL
003859         FILE STATUS IS WS-CYC-FILE-STATUS.
003878
003880     SELECT LA332B2-RPT-FILE ASSIGN TO LA332RPT
003882         ORGANIZATION IS LINE SEQUENTIAL
003884         FILE STATUS IS WS-RPT-FILE-STATUS.
003886
003888     SELECT OPTIONAL LA332B2-LAT-FILE ASSIGN TO LA332LAT
003890         ORGANIZATION IS LINE SEQUENTIAL
003892         FILE STATUS IS WS-LAT-FILE-STATUS.
003894
003895     SELECT OPTIONAL LA332B2-TIM-FILE ASSIGN TO LA332TIM
003896         ORGANIZATION IS LINE SEQUENTIAL
003897         FILE STATUS IS WS-TIM-FILE-STATUS.
003898
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  LA332B2-ENT-FILE
004630     RECORDING MODE IS F.
004640     COPY LA332A4-CTL.
004650
004652 FD  LA332B2-TIM-FILE
004654     RECORDING MODE IS F.
004656     COPY LA332A4-TIME.
004658
004660 FD  LA332B2-JRN-FILE
004670     RECORDING MODE IS F.
004680     COPY LA332A4-JRN.
004740     RECORDING MODE IS F.
004760     COPY LA332A4-CYC.
004780
004782 FD  LA332B2-RPT-FILE
004784     RECORDING MODE IS F.
004786 01  LA332B2-RPT-REC PIC X(133).
004788
004790 FD  LA332B2-LAT-FILE
004792     RECORDING MODE IS F.
004794     COPY LA332A4-LATE.
004796
004800 WORKING-STORAGE SECTION.
004820 01  WS-STEP-TIMING.
004840     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
004860     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
004880
004900 01  WS-FILE-STATUSES.
005000     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
005100        88 WS-ENT-EOF VALUE '10'.
005400        88 WS-XRF-DUPLICATE-KEY VALUE '22'.
005470     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
005480        88 WS-CTL-OK VALUE '00'.
005482     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
005484        88 WS-TIM-OK VALUE '00'.
005490     05 WS-JRN-FILE-STATUS PIC X(002) VALUE SPACES.
005492        88 WS-JRN-OK VALUE '00'.
005494     05 WS-RPT-FILE-STATUS PIC X(002) VALUE SPACES.
005496        88 WS-RPT-OK VALUE '00'.
005497     05 WS-LAT-FILE-STATUS PIC X(002) VALUE SPACES.
005498        88 WS-LAT-OK VALUE '00'.
005525     05 WS-CYC-FILE-STATUS PIC X(002) VALUE SPACES.
005550        88 WS-CYC-OK VALUE '00'.
005575        88 WS-CYC-NOT-FOUND VALUE '35'.
005600 01  WS-SWITCHES.
005700     05 WS-EOF-SW PIC X(001) VALUE 'N'.
005800        88 WS-END-OF-INPUT VALUE 'Y'.
005810     05 WS-LATE-SW PIC X(001) VALUE 'N'.
005820        88 WS-LATE-ARRIVAL VALUE 'Y'.
005900
006000 01  WS-SUBSCRIPTS COMP-3.
006100     05 WS-ENTRY-SUB PIC 9(003) VALUE ZERO.
006160 01  WS-CONTROL-FIELDS.
006170     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
006185     05 WS-CYCLE-NO PIC 9(003) VALUE 1.
006190     05 WS-NEW-XREF-REC PIC X(634) VALUE SPACES.
006200
006300 01  WS-COUNTERS COMP-3.
006400     05 WS-ADDED-COUNT PIC 9(007) VALUE ZERO.
006500     05 WS-UPDATED-COUNT PIC 9(007) VALUE ZERO.
006560     05 WS-ENTRY-READ-COUNT PIC 9(007) VALUE ZERO.
006570     05 WS-ADDR-CHANGE-COUNT PIC 9(007) VALUE ZERO.
006571     05 WS-LATE-ARRIVAL-COUNT PIC 9(007) VALUE ZERO.
006572
006573*    ADDRESS FIELDS OF THE RECORD ON FILE, HELD WHILE THE
006574*    INCOMING IMAGE IS PUT BACK FOR THE REWRITE.
006575 01  WS-ON-FILE-ADDRESS.
006576     05 WS-OLD-ADDR-LINE1 PIC X(030) VALUE SPACES.
006577     05 WS-OLD-ADDR-LINE2 PIC X(030) VALUE SPACES.
006578     05 WS-OLD-ADDR-LINE3 PIC X(030) VALUE SPACES.
006579     05 WS-OLD-ADDR-LINE4 PIC X(030) VALUE SPACES.
006580     05 WS-OLD-ADDR-ZIP PIC X(005) VALUE SPACES.
006581     05 WS-OLD-PRIOR-LINE1 PIC X(030) VALUE SPACES.
006582     05 WS-OLD-PRIOR-LINE2 PIC X(030) VALUE SPACES.
006583     05 WS-OLD-PRIOR-LINE3 PIC X(030) VALUE SPACES.
006584     05 WS-OLD-PRIOR-LINE4 PIC X(030) VALUE SPACES.
006585     05 WS-OLD-PRIOR-ZIP PIC X(005) VALUE SPACES.
006586     05 WS-OLD-CHANGE-DATE PIC 9(008) VALUE ZERO.
006587     05 WS-OLD-CHANGE-GUID PIC X(036) VALUE SPACES.
006600
006601*    THE TX-LIFE-REQ ENTRY AREA THE PER-ENTRY LOGIC WORKS ON:
006602*    EVERY LA332ENT RECORD IS UNPACKED INTO SLOT 1 OF THE OLD
006605*    LA332OUT FILE AND MERGED LA332OVF FOR ITSELF.
006606     COPY LA332A4-OUTPUT.
006607
006610 01  WS-PRINT-LINES.
006612     05 WS-HDR1.
006614        10 FILLER PIC X(020) VALUE 'LA332B2'.
006616        10 FILLER PIC X(040) VALUE
006618           'LATE-ARRIVAL EXCEPTION REPORT'.
006620     05 WS-HDR2.
006622        10 FILLER PIC X(010) VALUE 'RUN DATE: '.
006624        10 WS-HDR2-RUN-DATE PIC 9(008) VALUE ZERO.
006626        10 FILLER PIC X(009) VALUE '  CYCLE: '.
006628        10 WS-HDR2-CYCLE PIC ZZ9.
006630     05 WS-LAT1.
006632        10 FILLER PIC X(010) VALUE 'CARRIER : '.
006634        10 WS-LAT1-CARRIER PIC X(022) VALUE SPACES.
006636        10 FILLER PIC X(010) VALUE ' HOLDING: '.
006638        10 WS-LAT1-HOLDING PIC X(025) VALUE SPACES.
006640        10 FILLER PIC X(008) VALUE ' PARTY: '.
006642        10 WS-LAT1-PARTY PIC X(025) VALUE SPACES.
006644     05 WS-LAT2.
006646        10 FILLER PIC X(012) VALUE '  INCOMING: '.
006648        10 WS-LAT2-EXE-DATE PIC 9(008) VALUE ZERO.
006650        10 FILLER PIC X(001) VALUE SPACES.
006652        10 WS-LAT2-EXE-TIME PIC 9(006) VALUE ZERO.
006654        10 FILLER PIC X(007) VALUE ' GUID: '.
006656        10 WS-LAT2-GUID PIC X(036) VALUE SPACES.
006658     05 WS-LAT3.
006660        10 FILLER PIC X(012) VALUE '  ON FILE : '.
006662        10 WS-LAT3-EXE-DATE PIC 9(008) VALUE ZERO.
006664        10 FILLER PIC X(001) VALUE SPACES.
006666        10 WS-LAT3-EXE-TIME PIC 9(006) VALUE ZERO.
006668        10 FILLER PIC X(007) VALUE ' GUID: '.
006670        10 WS-LAT3-GUID PIC X(036) VALUE SPACES.
006672     05 WS-TOT1.
006674        10 FILLER PIC X(030) VALUE
006676           'LATE ARRIVALS NOT LOADED   : '.
006678        10 WS-TOT1-COUNT PIC ZZZ,ZZ9.
006680     05 WS-NONE1.
006682        10 FILLER PIC X(008) VALUE '  (NONE)'.
006684
006700 PROCEDURE DIVISION.
006800 0000-MAINLINE.
006825     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
006850     ACCEPT WS-STEP-START-TIME FROM TIME.
006900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007000     PERFORM 2000-PROCESS-OUTPUT-REC THRU 2000-EXIT
007100         UNTIL WS-END-OF-INPUT.
008100     OPEN INPUT LA332B2-ENT-FILE.
008200     OPEN I-O LA332B2-XREF-FILE.
008250     OPEN EXTEND LA332B2-JRN-FILE.
008260     OPEN EXTEND LA332B2-LAT-FILE.
008270     OPEN OUTPUT LA332B2-RPT-FILE.
008280     PERFORM 9950-READ-CYCLE-CARD THRU 9950-EXIT.
008290     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
008300     PERFORM 9000-READ-OUTPUT THRU 9000-EXIT.
008400 1000-EXIT.
008500     EXIT.
008510
008520*****************************************************************
008530*    1100-WRITE-HEADINGS - LATE-ARRIVAL EXCEPTION REPORT HEADING *
008540*****************************************************************
008550 1100-WRITE-HEADINGS.
008552     WRITE LA332B2-RPT-REC FROM WS-HDR1.
008554     IF NOT WS-RPT-OK
008556         DISPLAY 'LA332B2 - LA332RPT WRITE FAILED, STATUS: '
008558             WS-RPT-FILE-STATUS
008560         MOVE 16 TO RETURN-CODE
008562         GOBACK
008564     END-IF.
008566     MOVE WS-RUN-DATE TO WS-HDR2-RUN-DATE.
008568     MOVE WS-CYCLE-NO TO WS-HDR2-CYCLE.
008570     WRITE LA332B2-RPT-REC FROM WS-HDR2.
008572     IF NOT WS-RPT-OK
008574         DISPLAY 'LA332B2 - LA332RPT WRITE FAILED, STATUS: '
008576             WS-RPT-FILE-STATUS
008578         MOVE 16 TO RETURN-CODE
008580         GOBACK
008582     END-IF.
008584     WRITE LA332B2-RPT-REC FROM SPACES.
008586     IF NOT WS-RPT-OK
008588         DISPLAY 'LA332B2 - LA332RPT WRITE FAILED, STATUS: '
008590             WS-RPT-FILE-STATUS
008592         MOVE 16 TO RETURN-CODE
008594         GOBACK
008596     END-IF.
008598 1100-EXIT.
008599     EXIT.
008600
008700*****************************************************************
008800*    2000-PROCESS-OUTPUT-REC - LOAD EACH TX-LIFE-REQ ENTRY IN    *
011560     MOVE BIRTH-DATE (WS-ENTRY-SUB) TO XREF-BIRTH-DATE.
011570     MOVE GENDER-TC (WS-ENTRY-SUB) TO XREF-GENDER-TC.
011580     MOVE ID-REF-NO (WS-ENTRY-SUB) TO XREF-ID-REF-NO.
011582     MOVE SPACES TO XREF-PRIOR-ADDR-LINE1
011584                    XREF-PRIOR-ADDR-LINE2
011586                    XREF-PRIOR-ADDR-LINE3
011588                    XREF-PRIOR-ADDR-LINE4
011590                    XREF-PRIOR-ADDR-ZIP
011592                    XREF-ADDR-CHANGE-GUID.
011594     MOVE ZERO TO XREF-ADDR-CHANGE-DATE.
011596     MOVE TRANS-EXE-DATE-NUM (WS-ENTRY-SUB)
011597         TO XREF-LAST-TRANS-EXE-DATE-NUM.
011598     MOVE TRANS-EXE-TIME-NUM (WS-ENTRY-SUB)
011599         TO XREF-LAST-TRANS-EXE-TIME-NUM.
011600     WRITE LA332A4-XREF-REC
011700         INVALID KEY
011800             PERFORM 2200-REWRITE-ENTRY THRU 2200-EXIT
012200 2100-EXIT.
012300     EXIT.
012400
012410*****************************************************************
012420*    2200-REWRITE-ENTRY - THE PARTY/HOLDING IS ALREADY ON FILE.  *
012430*    READ IT, NOTE ITS ADDRESS, PUT THE INCOMING IMAGE BACK AND  *
012440*    CARRY OR REPLACE THE PRIOR ADDRESS BEFORE THE REWRITE.      *
012442*    AN INCOMING TRANSACTION OLDER THAN THE ONE ON FILE IS NOT   *
012444*    LOADED; IT IS REPORTED AS A LATE ARRIVAL INSTEAD            *
012450*****************************************************************
012500 2200-REWRITE-ENTRY.
012510     MOVE LA332A4-XREF-REC TO WS-NEW-XREF-REC.
012520     READ LA332B2-XREF-FILE
012530         INVALID KEY
012540             DISPLAY 'LA332B2 - READ FAILED FOR KEY '
012550                 XREF-KEY ' STATUS ' WS-XRF-FILE-STATUS
012560         NOT INVALID KEY
012562             PERFORM 2240-CHECK-LATE-ARRIVAL THRU 2240-EXIT
012564             IF WS-LATE-ARRIVAL
012566                 PERFORM 2250-RECORD-LATE-ARRIVAL THRU 2250-EXIT
012568             ELSE
012570                 PERFORM 2210-SAVE-ON-FILE-ADDRESS THRU 2210-EXIT
012580                 MOVE WS-NEW-XREF-REC TO LA332A4-XREF-REC
012590                 PERFORM 2220-SET-PRIOR-ADDRESS THRU 2220-EXIT
012595                 PERFORM 2230-REWRITE-XREF THRU 2230-EXIT
012596             END-IF
012597     END-READ.
012598 2200-EXIT.
012599     EXIT.
012600
012601 2210-SAVE-ON-FILE-ADDRESS.
012602     MOVE XREF-ADDR-LINE1 TO WS-OLD-ADDR-LINE1.
012603     MOVE XREF-ADDR-LINE2 TO WS-OLD-ADDR-LINE2.
012604     MOVE XREF-ADDR-LINE3 TO WS-OLD-ADDR-LINE3.
012605     MOVE XREF-ADDR-LINE4 TO WS-OLD-ADDR-LINE4.
012606     MOVE XREF-ADDR-ZIP TO WS-OLD-ADDR-ZIP.
012607     MOVE XREF-PRIOR-ADDR-LINE1 TO WS-OLD-PRIOR-LINE1.
012608     MOVE XREF-PRIOR-ADDR-LINE2 TO WS-OLD-PRIOR-LINE2.
012609     MOVE XREF-PRIOR-ADDR-LINE3 TO WS-OLD-PRIOR-LINE3.
012610     MOVE XREF-PRIOR-ADDR-LINE4 TO WS-OLD-PRIOR-LINE4.
012611     MOVE XREF-PRIOR-ADDR-ZIP TO WS-OLD-PRIOR-ZIP.
012612     MOVE XREF-ADDR-CHANGE-DATE TO WS-OLD-CHANGE-DATE.
012613     MOVE XREF-ADDR-CHANGE-GUID TO WS-OLD-CHANGE-GUID.
012614 2210-EXIT.
012615     EXIT.
012616
012617*****************************************************************
012618*    2220-SET-PRIOR-ADDRESS - A DIFFERENT INCOMING ADDRESS       *
012619*    MAKES THE ONE ON FILE THE PRIOR ADDRESS, UNLESS THE         *
012620*    ADDRESS ALREADY CHANGED TODAY: THEN THE PRIOR ADDRESS       *
012621*    KEPT BY THE DAY'S FIRST CHANGE STAYS, SO THE ADDRESS ON     *
012622*    FILE AT THE START OF THE DAY STILL GETS ITS OLD-ADDRESS     *
012623*    NOTICE. AN UNCHANGED ADDRESS CARRIES THE PRIOR ADDRESS      *
012624*    ON FILE FORWARD AS IT IS                                    *
012625*****************************************************************
012626 2220-SET-PRIOR-ADDRESS.
012627     IF XREF-ADDR-LINE1 NOT = WS-OLD-ADDR-LINE1
012628      OR XREF-ADDR-LINE2 NOT = WS-OLD-ADDR-LINE2
012629      OR XREF-ADDR-LINE3 NOT = WS-OLD-ADDR-LINE3
012630      OR XREF-ADDR-LINE4 NOT = WS-OLD-ADDR-LINE4
012631      OR XREF-ADDR-ZIP NOT = WS-OLD-ADDR-ZIP
012632         ADD 1 TO WS-ADDR-CHANGE-COUNT
012633         IF WS-OLD-CHANGE-DATE NOT = WS-RUN-DATE
012634             MOVE WS-OLD-ADDR-LINE1 TO XREF-PRIOR-ADDR-LINE1
012635             MOVE WS-OLD-ADDR-LINE2 TO XREF-PRIOR-ADDR-LINE2
012636             MOVE WS-OLD-ADDR-LINE3 TO XREF-PRIOR-ADDR-LINE3
012637             MOVE WS-OLD-ADDR-LINE4 TO XREF-PRIOR-ADDR-LINE4
012638             MOVE WS-OLD-ADDR-ZIP TO XREF-PRIOR-ADDR-ZIP
012639             MOVE WS-RUN-DATE TO XREF-ADDR-CHANGE-DATE
012640             MOVE XREF-LAST-TRANS-REF-GUID
012641                 TO XREF-ADDR-CHANGE-GUID
012642         ELSE
012643             PERFORM 2225-KEEP-PRIOR-ADDRESS THRU 2225-EXIT
012644         END-IF
012645     ELSE
012646         PERFORM 2225-KEEP-PRIOR-ADDRESS THRU 2225-EXIT
012647     END-IF.
012648 2220-EXIT.
012649     EXIT.
012650
012651 2225-KEEP-PRIOR-ADDRESS.
012652     MOVE WS-OLD-PRIOR-LINE1 TO XREF-PRIOR-ADDR-LINE1.
012653     MOVE WS-OLD-PRIOR-LINE2 TO XREF-PRIOR-ADDR-LINE2.
012654     MOVE WS-OLD-PRIOR-LINE3 TO XREF-PRIOR-ADDR-LINE3.
012655     MOVE WS-OLD-PRIOR-LINE4 TO XREF-PRIOR-ADDR-LINE4.
012656     MOVE WS-OLD-PRIOR-ZIP TO XREF-PRIOR-ADDR-ZIP.
012657     MOVE WS-OLD-CHANGE-DATE TO XREF-ADDR-CHANGE-DATE.
012658     MOVE WS-OLD-CHANGE-GUID TO XREF-ADDR-CHANGE-GUID.
012659 2225-EXIT.
012660     EXIT.
012661
012662 2230-REWRITE-XREF.
012663     REWRITE LA332A4-XREF-REC
012700         INVALID KEY
012800             DISPLAY 'LA332B2 - REWRITE FAILED FOR KEY '
012900                 XREF-KEY ' STATUS ' WS-XRF-FILE-STATUS
013110             MOVE 'R' TO JRN-ACTION
013120             PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT
013200     END-REWRITE.
013300 2230-EXIT.
013400     EXIT.
013402
013403*****************************************************************
013404*    2240-CHECK-LATE-ARRIVAL - THE RECORD JUST READ IS THE ONE   *
013405*    ON FILE. THE INCOMING TRANSACTION IS LATE WHEN ITS          *
013406*    EXECUTION DATE, OR ON THE SAME DATE ITS EXECUTION TIME, IS  *
013407*    EARLIER. A ZERO DATE ON EITHER SIDE (NOT NORMALIZED, OR A   *
013408*    RECORD LOADED BEFORE THE DATE WAS KEPT) CANNOT BE COMPARED  *
013409*    AND LETS THE REWRITE GO AHEAD AS IT ALWAYS HAS              *
013410*****************************************************************
013411 2240-CHECK-LATE-ARRIVAL.
013412     MOVE 'N' TO WS-LATE-SW.
013413     IF XREF-LAST-TRANS-EXE-DATE-NUM IS NUMERIC
013414      AND XREF-LAST-TRANS-EXE-TIME-NUM IS NUMERIC
013415      AND XREF-LAST-TRANS-EXE-DATE-NUM > ZERO
013416      AND TRANS-EXE-DATE-NUM (WS-ENTRY-SUB) > ZERO
013417         IF TRANS-EXE-DATE-NUM (WS-ENTRY-SUB) <
013418            XREF-LAST-TRANS-EXE-DATE-NUM
013419             SET WS-LATE-ARRIVAL TO TRUE
013420         END-IF
013421         IF TRANS-EXE-DATE-NUM (WS-ENTRY-SUB) =
013422            XREF-LAST-TRANS-EXE-DATE-NUM
013423          AND TRANS-EXE-TIME-NUM (WS-ENTRY-SUB) <
013424              XREF-LAST-TRANS-EXE-TIME-NUM
013425             SET WS-LATE-ARRIVAL TO TRUE
013426         END-IF
013427     END-IF.
013428 2240-EXIT.
013429     EXIT.
013430
013431*****************************************************************
013432*    2250-RECORD-LATE-ARRIVAL - LIST THE SKIPPED TRANSACTION     *
013433*    AGAINST THE ONE ON FILE AND APPEND IT TO LA332LAT           *
013434*****************************************************************
013435 2250-RECORD-LATE-ARRIVAL.
013436     ADD 1 TO WS-LATE-ARRIVAL-COUNT.
013437     MOVE WS-RUN-DATE TO LATE-RUN-DATE.
013438     MOVE WS-CYCLE-NO TO LATE-CYCLE-NO.
013439     MOVE CARRIER-CODE (WS-ENTRY-SUB) TO LATE-CARRIER-CODE.
013440     MOVE XREF-PARTY-ID TO LATE-PARTY-ID.
013441     MOVE XREF-HOLDING-ID TO LATE-HOLDING-ID.
013442     MOVE TRANS-REF-GUID (WS-ENTRY-SUB)
013443         TO LATE-IN-TRANS-REF-GUID.
013444     MOVE TRANS-EXE-DATE-NUM (WS-ENTRY-SUB)
013445         TO LATE-IN-EXE-DATE-NUM.
013446     MOVE TRANS-EXE-TIME-NUM (WS-ENTRY-SUB)
013447         TO LATE-IN-EXE-TIME-NUM.
013448     MOVE XREF-LAST-TRANS-REF-GUID TO LATE-FILE-TRANS-REF-GUID.
013449     MOVE XREF-LAST-TRANS-EXE-DATE-NUM TO LATE-FILE-EXE-DATE-NUM.
013450     MOVE XREF-LAST-TRANS-EXE-TIME-NUM TO LATE-FILE-EXE-TIME-NUM.
013451     WRITE LA332A4-LATE-REC.
013452     IF NOT WS-LAT-OK
013453         DISPLAY 'LA332B2 - LA332LAT WRITE FAILED, STATUS: '
013454             WS-LAT-FILE-STATUS
013455         MOVE 16 TO RETURN-CODE
013456         GOBACK
013457     END-IF.
013458     MOVE LATE-CARRIER-CODE TO WS-LAT1-CARRIER.
013459     MOVE LATE-HOLDING-ID TO WS-LAT1-HOLDING.
013460     MOVE LATE-PARTY-ID TO WS-LAT1-PARTY.
013461     MOVE LATE-IN-EXE-DATE-NUM TO WS-LAT2-EXE-DATE.
013462     MOVE LATE-IN-EXE-TIME-NUM TO WS-LAT2-EXE-TIME.
013463     MOVE LATE-IN-TRANS-REF-GUID TO WS-LAT2-GUID.
013464     MOVE LATE-FILE-EXE-DATE-NUM TO WS-LAT3-EXE-DATE.
013465     MOVE LATE-FILE-EXE-TIME-NUM TO WS-LAT3-EXE-TIME.
013466     MOVE LATE-FILE-TRANS-REF-GUID TO WS-LAT3-GUID.
013467     WRITE LA332B2-RPT-REC FROM WS-LAT1.
013468     IF NOT WS-RPT-OK
013469         DISPLAY 'LA332B2 - LA332RPT WRITE FAILED, STATUS: '
013470             WS-RPT-FILE-STATUS
013471         MOVE 16 TO RETURN-CODE
013472         GOBACK
013473     END-IF.
013474     WRITE LA332B2-RPT-REC FROM WS-LAT2.
013475     IF NOT WS-RPT-OK
013476         DISPLAY 'LA332B2 - LA332RPT WRITE FAILED, STATUS: '
013477             WS-RPT-FILE-STATUS
013478         MOVE 16 TO RETURN-CODE
013479         GOBACK
013480     END-IF.
013481     WRITE LA332B2-RPT-REC FROM WS-LAT3.
013482     IF NOT WS-RPT-OK
013483         DISPLAY 'LA332B2 - LA332RPT WRITE FAILED, STATUS: '
013484             WS-RPT-FILE-STATUS
013485         MOVE 16 TO RETURN-CODE
013486         GOBACK
013487     END-IF.
013488 2250-EXIT.
013489     EXIT.
013500
013600*****************************************************************
013700*    8000-TERMINATE - CLOSE FILES AND REPORT COUNTS              *
013800*****************************************************************
013900 8000-TERMINATE.
013950     PERFORM 8100-PRINT-LATE-TOTAL THRU 8100-EXIT.
014000     CLOSE LA332B2-ENT-FILE
014100           LA332B2-XREF-FILE
014150           LA332B2-JRN-FILE
014160           LA332B2-LAT-FILE
014170           LA332B2-RPT-FILE.
014200     DISPLAY 'LA332B2 - INQUIRY RECS ADDED   : ' WS-ADDED-COUNT.
014300     DISPLAY 'LA332B2 - INQUIRY RECS UPDATED : ' WS-UPDATED-COUNT.
014350     DISPLAY 'LA332B2 - ADDRESSES CHANGED    : '
014360         WS-ADDR-CHANGE-COUNT.
014362     DISPLAY 'LA332B2 - LATE ARRIVALS SKIPPED: '
014364         WS-LATE-ARRIVAL-COUNT.
014370     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
014400 8000-EXIT.
014500     EXIT.
014510
014520*****************************************************************
014530*    8100-PRINT-LATE-TOTAL - CLOSE OFF THE LATE-ARRIVAL          *
014540*    EXCEPTION REPORT WITH THE COUNT OF TRANSACTIONS NOT LOADED  *
014550*****************************************************************
014560 8100-PRINT-LATE-TOTAL.
014561     IF WS-LATE-ARRIVAL-COUNT = ZERO
014562         WRITE LA332B2-RPT-REC FROM WS-NONE1
014563         IF NOT WS-RPT-OK
014564             DISPLAY 'LA332B2 - LA332RPT WRITE FAILED, STATUS: '
014565                 WS-RPT-FILE-STATUS
014566             MOVE 16 TO RETURN-CODE
014567             GOBACK
014568         END-IF
014569     END-IF.
014570     WRITE LA332B2-RPT-REC FROM SPACES.
014571     IF NOT WS-RPT-OK
014572         DISPLAY 'LA332B2 - LA332RPT WRITE FAILED, STATUS: '
014573             WS-RPT-FILE-STATUS
014574         MOVE 16 TO RETURN-CODE
014575         GOBACK
014576     END-IF.
014577     MOVE WS-LATE-ARRIVAL-COUNT TO WS-TOT1-COUNT.
014578     WRITE LA332B2-RPT-REC FROM WS-TOT1.
014579     IF NOT WS-RPT-OK
014580         DISPLAY 'LA332B2 - LA332RPT WRITE FAILED, STATUS: '
014581             WS-RPT-FILE-STATUS
014582         MOVE 16 TO RETURN-CODE
014583         GOBACK
014584     END-IF.
014585 8100-EXIT.
014586     EXIT.
014600
014700*****************************************************************
014800*    9000-READ-OUTPUT - READ THE NEXT LA332ENT ENTRY RECORD      *
016100*    STEP AT THE END OF THE STREAM                               *
016200*****************************************************************
016300 9900-WRITE-CONTROL-TOTALS.
016500     OPEN EXTEND LA332B2-CTL-FILE.
016600     MOVE 'LA332B2 ' TO CTL-PROGRAM-ID.
016700     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
017900         GOBACK
018000     END-IF.
018100     CLOSE LA332B2-CTL-FILE.
018150     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
018200 9900-EXIT.
018300     EXIT.
018304
018308*****************************************************************
018312*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END    *
018316*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE    *
018320*    LA332T1 BATCH-WINDOW REPORT                                 *
018324*****************************************************************
018328 9960-WRITE-STEP-TIMING.
018332     OPEN EXTEND LA332B2-TIM-FILE.
018336     MOVE 'LA332B2 ' TO TIM-PROGRAM-ID.
018340     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
018344     MOVE WS-CYCLE-NO TO TIM-CYCLE-NO.
018348     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
018352     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
018356     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
018360     ACCEPT TIM-END-TIME FROM TIME.
018364     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
018368     WRITE LA332A4-TIME-REC.
018372     IF NOT WS-TIM-OK
018376         DISPLAY 'LA332B2 - LA332TIM WRITE FAILED, STATUS: '
018380             WS-TIM-FILE-STATUS
018384     END-IF.
018388     CLOSE LA332B2-TIM-FILE.
018392 9960-EXIT.
018396     EXIT.
018400
018500*****************************************************************
018600*    9800-WRITE-JOURNAL - APPEND THE IMAGE OF THE LA332XRF      *
