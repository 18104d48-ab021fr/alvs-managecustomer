000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LA332X1.
000300 AUTHOR. D-SYSTEMS.
000400 INSTALLATION. ALVS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    LA332X1 - ACORD TXLIFE XML EXPORT                          *
001000*                                                               *
001100*    THE DOWNSTREAM CRM AND THE DATA WAREHOUSE CAN ONLY TAKE    *
001200*    OUR FIXED-LENGTH LAYOUTS AND KEEP WRITING THEIR OWN        *
001300*    PARSERS FOR THEM. THIS DAY-LEVEL STEP READS THE            *
001400*    CONCATENATED CYCLE LA332ENT ENTRY FILES AND WRITES EACH    *
001500*    HOLDING/CARRIER GROUP (CONSECUTIVE ENTRIES WITH THE SAME   *
001600*    HOLDING-ID AND CARRIER-CODE) TO LA332XML AS ONE            *
001700*    WELL-FORMED TXLIFE XML DOCUMENT, ONE TXLIFEREQUEST PER     *
001800*    ENTRY, NESTED ALONG THE SAME OLIFE / HOLDING / PARTY /     *
001900*    RELATION LINES AS THE LA332A4-TXENT LAYOUT. A GROUP SPLIT  *
002000*    ACROSS TWO CYCLES IS TWO DOCUMENTS.                        *
002100*                                                               *
002200*       - EVERY DOCUMENT STARTS WITH ITS OWN XML DECLARATION,   *
002300*         ONE ELEMENT PER LINE, INDENTED TWO PER LEVEL.         *
002400*       - TEXT AND ATTRIBUTE VALUES ARE TRIMMED OF TRAILING     *
002500*         SPACES AND HAVE & < > " AND ' REPLACED BY THEIR       *
002600*         ENTITY REFERENCES; A CONTROL CHARACTER (NOT ALLOWED   *
002700*         IN XML) BECOMES A SPACE. BLANK LEAF ELEMENTS ARE      *
002800*         LEFT OUT.                                             *
002900*       - TRANSEXEDATE/TRANSEXETIME ARE THE NORMALIZED          *
003000*         TRANS-EXE-DATE-NUM/TIME-NUM IN ISO FORM (CCYY-MM-DD,  *
003100*         HH:MM:SS); BOTH ARE LEFT OUT WHEN THE DATE COULD NOT  *
003200*         BE NORMALIZED. OTHER DATES GO OUT AS THE CARRIER SENT *
003300*         THEM.                                                 *
003400*       - THE FILE ENDS WITH A TRAILER COMMENT CARRYING THE     *
003500*         RUN DATE AND THE DOCUMENT AND TXLIFEREQUEST COUNTS,   *
003600*         WHICH ARE ALSO ON THE LA332CTL RECORD THAT LA332B9    *
003700*         BALANCES AGAINST THE DAY'S EXTRACT CYCLES.            *
003800*                                                               *
003900*    MODIFICATION HISTORY.                                      *
004000*    DATE       INIT  DESCRIPTION                                *
004100*    10/15/2026 DSY   ORIGINAL PROGRAM.                          *
004125*    10/15/2026 DSY   XML DECLARATION NAMES THE ISO-8859-1       *
004150*                      ENCODING. A FAILED OPEN OF LA332ENT ENDS  *
004175*                      THE RUN WITH RC 16.                       *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-Z15.
004600 OBJECT-COMPUTER. IBM-Z15.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT LA332X1-ENT-FILE ASSIGN TO LA332ENT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-ENT-FILE-STATUS.
005200
005300     SELECT LA332X1-XML-FILE ASSIGN TO LA332XML
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-XML-FILE-STATUS.
005600
005700     SELECT OPTIONAL LA332X1-CTL-FILE ASSIGN TO LA332CTL
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CTL-FILE-STATUS.
006000
006100     SELECT OPTIONAL LA332X1-TIM-FILE ASSIGN TO LA332TIM
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-TIM-FILE-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  LA332X1-ENT-FILE
006800     RECORDING MODE IS F.
006900     COPY LA332A4-ENT.
007000
007100 FD  LA332X1-XML-FILE
007200     RECORDING MODE IS F.
007300 01  LA332X1-XML-REC PIC X(3200).
007400
007500 FD  LA332X1-CTL-FILE
007600     RECORDING MODE IS F.
007700     COPY LA332A4-CTL.
007800
007900 FD  LA332X1-TIM-FILE
008000     RECORDING MODE IS F.
008100     COPY LA332A4-TIME.
008200
008300 WORKING-STORAGE SECTION.
008400 01  WS-STEP-TIMING.
008500     05 WS-STEP-START-DATE PIC 9(008) VALUE ZERO.
008600     05 WS-STEP-START-TIME PIC 9(008) VALUE ZERO.
008700
008800 01  WS-FILE-STATUSES.
008900     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
009000        88 WS-ENT-EOF VALUE '10'.
009050        88 WS-ENT-OK VALUE '00'.
009100     05 WS-XML-FILE-STATUS PIC X(002) VALUE SPACES.
009200        88 WS-XML-OK VALUE '00'.
009300     05 WS-CTL-FILE-STATUS PIC X(002) VALUE SPACES.
009400        88 WS-CTL-OK VALUE '00'.
009500     05 WS-TIM-FILE-STATUS PIC X(002) VALUE SPACES.
009600        88 WS-TIM-OK VALUE '00'.
009700
009800 01  WS-SWITCHES.
009900     05 WS-EOF-SW PIC X(001) VALUE 'N'.
010000        88 WS-END-OF-INPUT VALUE 'Y'.
010100     05 WS-TRIM-DONE-SW PIC X(001) VALUE 'N'.
010200        88 WS-TRIM-DONE VALUE 'Y'.
010300
010400 01  WS-SUBSCRIPTS COMP-3.
010500     05 WS-ENTRY-SUB PIC 9(003) VALUE ZERO.
010600     05 WS-IMP-SUB PIC 9(003) VALUE ZERO.
010700
010800 01  WS-CONTROL-FIELDS.
010900     05 WS-RUN-DATE PIC 9(008) VALUE ZERO.
011000     05 WS-GROUP-HOLDING-ID PIC X(025) VALUE SPACES.
011100     05 WS-GROUP-CARRIER-CODE PIC X(022) VALUE SPACES.
011200
011300 01  WS-COUNTERS COMP-3.
011400     05 WS-ENTRY-READ-COUNT PIC 9(009) VALUE ZERO.
011500     05 WS-DOC-COUNT PIC 9(009) VALUE ZERO.
011600     05 WS-REQUEST-COUNT PIC 9(009) VALUE ZERO.
011700     05 WS-XML-LINE-COUNT PIC 9(009) VALUE ZERO.
011800
011900*    THE LINE BEING BUILT AND THE ELEMENT BEING EMITTED. THE
012000*    LINE HOLDS THE WIDEST CASE: A 500-BYTE RESULT-INFO-DESC
012100*    MADE ENTIRELY OF CHARACTERS THAT ESCAPE TO SIX BYTES.
012200 01  WS-XML-WORK.
012300     05 WS-XML-LINE PIC X(3200) VALUE SPACES.
012400     05 WS-XML-PTR PIC 9(004) COMP VALUE ZERO.
012500     05 WS-XML-DEPTH PIC 9(002) COMP VALUE ZERO.
012600     05 WS-XML-TAG PIC X(030) VALUE SPACES.
012700     05 WS-XML-ATTR-NAME PIC X(010) VALUE SPACES.
012800     05 WS-XML-ATTR-VALUE PIC X(036) VALUE SPACES.
012900     05 WS-XML-VALUE PIC X(500) VALUE SPACES.
013000     05 WS-XML-VALUE-LEN PIC 9(004) COMP VALUE ZERO.
013100     05 WS-ESC-SOURCE PIC X(500) VALUE SPACES.
013200     05 WS-ESC-LEN PIC 9(004) COMP VALUE ZERO.
013300     05 WS-ESC-SUB PIC 9(004) COMP VALUE ZERO.
013400     05 WS-ESC-CHAR PIC X(001) VALUE SPACE.
013500     05 WS-ESC-ENTITY PIC X(006) VALUE SPACES.
013600
013700*    ISO DATE AND TIME EDIT AREAS FOR THE NORMALIZED EXECUTION
013800*    DATE AND TIME.
013900 01  WS-ISO-WORK.
014000     05 WS-EXE-DATE PIC 9(008) VALUE ZERO.
014100     05 WS-EXE-DATE-R REDEFINES WS-EXE-DATE.
014200        10 WS-EXE-CCYY PIC 9(004).
014300        10 WS-EXE-MM PIC 9(002).
014400        10 WS-EXE-DD PIC 9(002).
014500     05 WS-EXE-TIME PIC 9(006) VALUE ZERO.
014600     05 WS-EXE-TIME-R REDEFINES WS-EXE-TIME.
014700        10 WS-EXE-HH PIC 9(002).
014800        10 WS-EXE-MI PIC 9(002).
014900        10 WS-EXE-SS PIC 9(002).
015000     05 WS-ISO-DATE.
015100        10 WS-ISO-CCYY PIC 9(004) VALUE ZERO.
015200        10 FILLER PIC X(001) VALUE '-'.
015300        10 WS-ISO-MM PIC 9(002) VALUE ZERO.
015400        10 FILLER PIC X(001) VALUE '-'.
015500        10 WS-ISO-DD PIC 9(002) VALUE ZERO.
015600     05 WS-ISO-TIME.
015700        10 WS-ISO-HH PIC 9(002) VALUE ZERO.
015800        10 FILLER PIC X(001) VALUE ':'.
015900        10 WS-ISO-MI PIC 9(002) VALUE ZERO.
016000        10 FILLER PIC X(001) VALUE ':'.
016100        10 WS-ISO-SS PIC 9(002) VALUE ZERO.
016200
016300 01  WS-XML-FIXED-LINES.
016400     05 WS-XML-DECL PIC X(044) VALUE
016500        '<?xml version="1.0" encoding="ISO-8859-1"?>'.
016600     05 WS-XML-TRAILER.
016700        10 FILLER PIC X(026) VALUE
016800           '<!-- LA332X1 TRAILER DATE='.
016900        10 WS-TRL-RUN-DATE PIC 9(008) VALUE ZERO.
017000        10 FILLER PIC X(011) VALUE ' DOCUMENTS='.
017100        10 WS-TRL-DOC-COUNT PIC 9(009) VALUE ZERO.
017200        10 FILLER PIC X(010) VALUE ' REQUESTS='.
017300        10 WS-TRL-REQUEST-COUNT PIC 9(009) VALUE ZERO.
017400        10 FILLER PIC X(004) VALUE ' -->'.
017500
017600*    THE TX-LIFE-REQ ENTRY AREA THE PER-ENTRY LOGIC WORKS ON:
017700*    EVERY LA332ENT RECORD IS UNPACKED INTO SLOT 1, AS IN THE
017800*    OTHER ENTRY-FILE READERS.
017900     COPY LA332A4-OUTPUT.
018000
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018300     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
018400     ACCEPT WS-STEP-START-TIME FROM TIME.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     PERFORM 2000-EXPORT-GROUP THRU 2000-EXIT
018700         UNTIL WS-END-OF-INPUT.
018800     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
018900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019000     GOBACK.
019100 0000-EXIT.
019200     EXIT.
019300
019400*****************************************************************
019500*    1000-INITIALIZE - OPEN FILES AND PRIME THE INPUT READ      *
019600*****************************************************************
019700 1000-INITIALIZE.
019800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019900     OPEN INPUT LA332X1-ENT-FILE.
019910     IF NOT WS-ENT-OK
019920         DISPLAY 'LA332X1 - LA332ENT OPEN FAILED, STATUS: '
019930             WS-ENT-FILE-STATUS
019940         MOVE 16 TO RETURN-CODE
019950         GOBACK
019960     END-IF.
020000     OPEN OUTPUT LA332X1-XML-FILE.
020100     MOVE 1 TO WS-ENTRY-SUB.
020200     PERFORM 9000-READ-ENTRY THRU 9000-EXIT.
020300 1000-EXIT.
020400     EXIT.
020500
020600*****************************************************************
020700*    2000-EXPORT-GROUP - ONE TXLIFE DOCUMENT FOR THE CURRENT    *
020800*    HOLDING/CARRIER GROUP                                      *
020900*****************************************************************
021000 2000-EXPORT-GROUP.
021100     MOVE ENT-HOLDING-ID TO WS-GROUP-HOLDING-ID.
021200     MOVE ENT-CARRIER-CODE TO WS-GROUP-CARRIER-CODE.
021300     MOVE WS-XML-DECL TO WS-XML-LINE.
021400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
021500     MOVE ZERO TO WS-XML-DEPTH.
021600     MOVE 'TXLife' TO WS-XML-TAG.
021700     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
021800     PERFORM 3000-EXPORT-ENTRY THRU 3000-EXIT
021900         UNTIL WS-END-OF-INPUT
022000            OR ENT-HOLDING-ID NOT = WS-GROUP-HOLDING-ID
022100            OR ENT-CARRIER-CODE NOT = WS-GROUP-CARRIER-CODE.
022200     MOVE 'TXLife' TO WS-XML-TAG.
022300     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
022400     ADD 1 TO WS-DOC-COUNT.
022500 2000-EXIT.
022600     EXIT.
022700
022800*****************************************************************
022900*    3000-EXPORT-ENTRY - ONE TXLIFEREQUEST PER ENTRY RECORD     *
023000*****************************************************************
023100 3000-EXPORT-ENTRY.
023200     ADD 1 TO WS-ENTRY-READ-COUNT.
023300     MOVE 1 TO TX-LIFE-REQ-CNT OF LA332A4.
023400     MOVE ENT-TX-LIFE-REQ TO TX-LIFE-REQ OF LA332A4 (1).
023500     MOVE 'TXLifeRequest' TO WS-XML-TAG.
023600     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
023700     PERFORM 3100-EXPORT-TRANSACTION THRU 3100-EXIT.
023800     MOVE 'OLifE' TO WS-XML-TAG.
023900     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
024000     PERFORM 3200-EXPORT-HOLDING THRU 3200-EXIT.
024100     PERFORM 3300-EXPORT-PARTY THRU 3300-EXIT.
024200     PERFORM 3500-EXPORT-RELATION THRU 3500-EXIT.
024300     PERFORM 3600-EXPORT-FORM-AND-EXTN THRU 3600-EXIT.
024400     MOVE 'OLifE' TO WS-XML-TAG.
024500     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
024600     MOVE 'TXLifeRequest' TO WS-XML-TAG.
024700     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
024800     ADD 1 TO WS-REQUEST-COUNT.
024900     PERFORM 9000-READ-ENTRY THRU 9000-EXIT.
025000 3000-EXIT.
025100     EXIT.
025200
025300*****************************************************************
025400*    3100-EXPORT-TRANSACTION - GUID, TYPE, SUB-TYPE, ISO        *
025500*    EXECUTION DATE/TIME, CHANGE SUB-TYPE AND RESULT            *
025600*****************************************************************
025700 3100-EXPORT-TRANSACTION.
025800     MOVE 'TransRefGUID' TO WS-XML-TAG.
025900     MOVE TRANS-REF-GUID (WS-ENTRY-SUB) TO WS-XML-VALUE.
026000     MOVE 36 TO WS-XML-VALUE-LEN.
026100     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
026200     MOVE 'TransType' TO WS-XML-TAG.
026300     MOVE 'tc' TO WS-XML-ATTR-NAME.
026400     MOVE TRANS-TYPE-TC (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
026500     MOVE TRANS-TYPE-TC-DESC (WS-ENTRY-SUB) TO WS-XML-VALUE.
026600     MOVE 30 TO WS-XML-VALUE-LEN.
026700     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
026800     MOVE 'TransSubType' TO WS-XML-TAG.
026900     MOVE 'tc' TO WS-XML-ATTR-NAME.
027000     MOVE TRANS-SUB-TYPE-TC (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
027100     MOVE TRANS-SUB-TYPE-TC-DESC (WS-ENTRY-SUB) TO WS-XML-VALUE.
027200     MOVE 30 TO WS-XML-VALUE-LEN.
027300     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
027400     IF TRANS-EXE-DATE-NUM (WS-ENTRY-SUB) > ZERO
027500         MOVE TRANS-EXE-DATE-NUM (WS-ENTRY-SUB) TO WS-EXE-DATE
027600         MOVE WS-EXE-CCYY TO WS-ISO-CCYY
027700         MOVE WS-EXE-MM TO WS-ISO-MM
027800         MOVE WS-EXE-DD TO WS-ISO-DD
027900         MOVE 'TransExeDate' TO WS-XML-TAG
028000         MOVE WS-ISO-DATE TO WS-XML-VALUE
028100         MOVE 10 TO WS-XML-VALUE-LEN
028200         PERFORM 7400-EMIT-LEAF THRU 7400-EXIT
028300         MOVE TRANS-EXE-TIME-NUM (WS-ENTRY-SUB) TO WS-EXE-TIME
028400         MOVE WS-EXE-HH TO WS-ISO-HH
028500         MOVE WS-EXE-MI TO WS-ISO-MI
028600         MOVE WS-EXE-SS TO WS-ISO-SS
028700         MOVE 'TransExeTime' TO WS-XML-TAG
028800         MOVE WS-ISO-TIME TO WS-XML-VALUE
028900         MOVE 8 TO WS-XML-VALUE-LEN
029000         PERFORM 7400-EMIT-LEAF THRU 7400-EXIT
029100     END-IF.
029200     MOVE 'ChangeSubType' TO WS-XML-TAG.
029300     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
029400     MOVE 'TranContentCode' TO WS-XML-TAG.
029500     MOVE 'tc' TO WS-XML-ATTR-NAME.
029600     MOVE TRAN-CONTENT-CODE-TC (WS-ENTRY-SUB)
029700         TO WS-XML-ATTR-VALUE.
029800     MOVE TRAN-CNT-CODE-TC-DEC (WS-ENTRY-SUB) TO WS-XML-VALUE.
029900     MOVE 29 TO WS-XML-VALUE-LEN.
030000     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
030100     MOVE 'ChangeSubType' TO WS-XML-TAG.
030200     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
030300     MOVE 'TransResult' TO WS-XML-TAG.
030400     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
030500     MOVE 'ResultCode' TO WS-XML-TAG.
030600     MOVE 'tc' TO WS-XML-ATTR-NAME.
030700     MOVE RESULT-CODE-TC (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
030800     MOVE RESULT-CODE-TC-DESC (WS-ENTRY-SUB) TO WS-XML-VALUE.
030900     MOVE 20 TO WS-XML-VALUE-LEN.
031000     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
031100     MOVE 'ResultInfo' TO WS-XML-TAG.
031200     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
031300     MOVE 'ResultInfoDesc' TO WS-XML-TAG.
031400     MOVE RESULT-INFO-DESC (WS-ENTRY-SUB) TO WS-XML-VALUE.
031500     MOVE 500 TO WS-XML-VALUE-LEN.
031600     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
031700     MOVE 'ResultInfo' TO WS-XML-TAG.
031800     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
031900     MOVE 'TransResult' TO WS-XML-TAG.
032000     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
032100 3100-EXIT.
032200     EXIT.
032300
032400*****************************************************************
032500*    3200-EXPORT-HOLDING - HOLDING AND ITS POLICY               *
032600*****************************************************************
032700 3200-EXPORT-HOLDING.
032800     MOVE 'Holding' TO WS-XML-TAG.
032900     MOVE 'id' TO WS-XML-ATTR-NAME.
033000     MOVE HOLDING-ID (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
033100     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
033200     MOVE 'Policy' TO WS-XML-TAG.
033300     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
033400     MOVE 'PolNumber' TO WS-XML-TAG.
033500     MOVE POLC-NBR (WS-ENTRY-SUB) TO WS-XML-VALUE.
033600     MOVE 13 TO WS-XML-VALUE-LEN.
033700     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
033800     MOVE 'CarrierCode' TO WS-XML-TAG.
033900     MOVE CARRIER-CODE (WS-ENTRY-SUB) TO WS-XML-VALUE.
034000     MOVE 22 TO WS-XML-VALUE-LEN.
034100     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
034200     MOVE 'EffDate' TO WS-XML-TAG.
034300     MOVE EFF-DATE (WS-ENTRY-SUB) TO WS-XML-VALUE.
034400     MOVE 10 TO WS-XML-VALUE-LEN.
034500     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
034600     MOVE 'Policy' TO WS-XML-TAG.
034700     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
034800     MOVE 'Holding' TO WS-XML-TAG.
034900     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
035000 3200-EXIT.
035100     EXIT.
035200
035300*****************************************************************
035400*    3300-EXPORT-PARTY - PARTY, GOVERNMENT ID, PERSON, ADDRESS  *
035500*    AND RISK                                                   *
035600*****************************************************************
035700 3300-EXPORT-PARTY.
035800     MOVE 'Party' TO WS-XML-TAG.
035900     MOVE 'id' TO WS-XML-ATTR-NAME.
036000     MOVE PARTY-ID (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
036100     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
036200     MOVE 'GovtID' TO WS-XML-TAG.
036300     MOVE ID-REF-NO (WS-ENTRY-SUB) TO WS-XML-VALUE.
036400     MOVE 13 TO WS-XML-VALUE-LEN.
036500     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
036600     MOVE 'GovtIDTC' TO WS-XML-TAG.
036700     MOVE 'tc' TO WS-XML-ATTR-NAME.
036800     MOVE ID-REF-TYPE-TC (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
036900     MOVE ID-REF-TYPE-TC-DESC (WS-ENTRY-SUB) TO WS-XML-VALUE.
037000     MOVE 28 TO WS-XML-VALUE-LEN.
037100     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
037200     PERFORM 3310-EXPORT-PERSON THRU 3310-EXIT.
037300     PERFORM 3320-EXPORT-ADDRESS THRU 3320-EXIT.
037400     PERFORM 3400-EXPORT-RISK THRU 3400-EXIT.
037500     MOVE 'Party' TO WS-XML-TAG.
037600     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
037700 3300-EXIT.
037800     EXIT.
037900
038000 3310-EXPORT-PERSON.
038100     MOVE 'Person' TO WS-XML-TAG.
038200     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
038300     MOVE 'FirstName' TO WS-XML-TAG.
038400     MOVE FIRST-NAME (WS-ENTRY-SUB) TO WS-XML-VALUE.
038500     MOVE 60 TO WS-XML-VALUE-LEN.
038600     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
038700     MOVE 'MiddleName' TO WS-XML-TAG.
038800     MOVE MIDDLE-NAME (WS-ENTRY-SUB) TO WS-XML-VALUE.
038900     MOVE 60 TO WS-XML-VALUE-LEN.
039000     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
039100     MOVE 'LastName' TO WS-XML-TAG.
039200     MOVE LAST-NAME (WS-ENTRY-SUB) TO WS-XML-VALUE.
039300     MOVE 60 TO WS-XML-VALUE-LEN.
039400     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
039500     MOVE 'NickName' TO WS-XML-TAG.
039600     MOVE NICK-NAME (WS-ENTRY-SUB) TO WS-XML-VALUE.
039700     MOVE 60 TO WS-XML-VALUE-LEN.
039800     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
039900     MOVE 'Initials' TO WS-XML-TAG.
040000     MOVE INITIALS (WS-ENTRY-SUB) TO WS-XML-VALUE.
040100     MOVE 3 TO WS-XML-VALUE-LEN.
040200     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
040300     MOVE 'Title' TO WS-XML-TAG.
040400     MOVE TITLE1 (WS-ENTRY-SUB) TO WS-XML-VALUE.
040500     MOVE 30 TO WS-XML-VALUE-LEN.
040600     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
040700     MOVE 'Gender' TO WS-XML-TAG.
040800     MOVE 'tc' TO WS-XML-ATTR-NAME.
040900     MOVE GENDER-TC (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
041000     MOVE GENDER-TC-DESC (WS-ENTRY-SUB) TO WS-XML-VALUE.
041100     MOVE 9 TO WS-XML-VALUE-LEN.
041200     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
041300     MOVE 'BirthDate' TO WS-XML-TAG.
041400     MOVE BIRTH-DATE (WS-ENTRY-SUB) TO WS-XML-VALUE.
041500     MOVE 10 TO WS-XML-VALUE-LEN.
041600     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
041700     MOVE 'BirthCountry' TO WS-XML-TAG.
041800     MOVE 'tc' TO WS-XML-ATTR-NAME.
041900     MOVE BIRTH-COUNTRY-TC (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
042000     MOVE BIRTH-COUNTRY-TC-DESC (WS-ENTRY-SUB) TO WS-XML-VALUE.
042100     MOVE 30 TO WS-XML-VALUE-LEN.
042200     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
042300     MOVE 'Person' TO WS-XML-TAG.
042400     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
042500 3310-EXIT.
042600     EXIT.
042700
042800 3320-EXPORT-ADDRESS.
042900     MOVE 'Address' TO WS-XML-TAG.
043000     MOVE 'id' TO WS-XML-ATTR-NAME.
043100     MOVE ADDRESS-ID (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
043200     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
043300     MOVE 'Line1' TO WS-XML-TAG.
043400     MOVE LINE1 (WS-ENTRY-SUB) TO WS-XML-VALUE.
043500     MOVE 30 TO WS-XML-VALUE-LEN.
043600     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
043700     MOVE 'Line2' TO WS-XML-TAG.
043800     MOVE LINE2 (WS-ENTRY-SUB) TO WS-XML-VALUE.
043900     MOVE 30 TO WS-XML-VALUE-LEN.
044000     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
044100     MOVE 'Line3' TO WS-XML-TAG.
044200     MOVE LINE3 (WS-ENTRY-SUB) TO WS-XML-VALUE.
044300     MOVE 30 TO WS-XML-VALUE-LEN.
044400     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
044500     MOVE 'Line4' TO WS-XML-TAG.
044600     MOVE LINE4 (WS-ENTRY-SUB) TO WS-XML-VALUE.
044700     MOVE 30 TO WS-XML-VALUE-LEN.
044800     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
044900     MOVE 'Zip' TO WS-XML-TAG.
045000     MOVE ZIP (WS-ENTRY-SUB) TO WS-XML-VALUE.
045100     MOVE 5 TO WS-XML-VALUE-LEN.
045200     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
045300     MOVE 'Address' TO WS-XML-TAG.
045400     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
045500 3320-EXIT.
045600     EXIT.
045700
045800*****************************************************************
045900*    3400-EXPORT-RISK - THE VENDOR'S RISK EXTENSION: FREE-FORM  *
046000*    IMPAIRMENT TEXT AND THE REPORTED IMPAIRMENT                *
046100*****************************************************************
046200 3400-EXPORT-RISK.
046300     MOVE 'Risk' TO WS-XML-TAG.
046400     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
046500     MOVE 'OLifEExtension' TO WS-XML-TAG.
046600     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
046700     MOVE 'VendorCode' TO WS-XML-TAG.
046800     MOVE VENDOR-CODE (WS-ENTRY-SUB) TO WS-XML-VALUE.
046900     MOVE 20 TO WS-XML-VALUE-LEN.
047000     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
047100     PERFORM 3410-EXPORT-IMPAIRMENT-INFO THRU 3410-EXIT
047200         VARYING WS-IMP-SUB FROM 1 BY 1
047300         UNTIL WS-IMP-SUB > 9.
047400     MOVE 'Impairment' TO WS-XML-TAG.
047500     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
047600     MOVE 'ImpairmentCode' TO WS-XML-TAG.
047700     MOVE IMPAIRMENT-CODE (WS-ENTRY-SUB) TO WS-XML-VALUE.
047800     MOVE 10 TO WS-XML-VALUE-LEN.
047900     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
048000     MOVE 'Reading' TO WS-XML-TAG.
048100     MOVE READING (WS-ENTRY-SUB) TO WS-XML-VALUE.
048200     MOVE 20 TO WS-XML-VALUE-LEN.
048300     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
048400     MOVE 'TimePeriod' TO WS-XML-TAG.
048500     MOVE TIME-PERIOD (WS-ENTRY-SUB) TO WS-XML-VALUE.
048600     MOVE 14 TO WS-XML-VALUE-LEN.
048700     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
048800     MOVE 'ImpairmentSymbols' TO WS-XML-TAG.
048900     MOVE IMPAIRMENT-SYMBOLS (WS-ENTRY-SUB) TO WS-XML-VALUE.
049000     MOVE 5 TO WS-XML-VALUE-LEN.
049100     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
049200     PERFORM 3420-EXPORT-SPECIAL-INV THRU 3420-EXIT
049300         VARYING WS-IMP-SUB FROM 1 BY 1
049400         UNTIL WS-IMP-SUB > 9.
049500     MOVE 'DoctorName' TO WS-XML-TAG.
049600     MOVE DOCTOR-NAME (WS-ENTRY-SUB) TO WS-XML-VALUE.
049700     MOVE 15 TO WS-XML-VALUE-LEN.
049800     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
049900     MOVE 'Impairment' TO WS-XML-TAG.
050000     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
050100     MOVE 'OLifEExtension' TO WS-XML-TAG.
050200     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
050300     MOVE 'Risk' TO WS-XML-TAG.
050400     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
050500 3400-EXIT.
050600     EXIT.
050700
050800 3410-EXPORT-IMPAIRMENT-INFO.
050900     MOVE 'ImpairmentInfo' TO WS-XML-TAG.
051000     MOVE IMPAIRMENTFIELD (WS-ENTRY-SUB, WS-IMP-SUB)
051100         TO WS-XML-VALUE.
051200     MOVE 124 TO WS-XML-VALUE-LEN.
051300     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
051400 3410-EXIT.
051500     EXIT.
051600
051700 3420-EXPORT-SPECIAL-INV.
051800     MOVE 'SpecialInvestigation' TO WS-XML-TAG.
051900     MOVE IMP-SPL-INV (WS-ENTRY-SUB, WS-IMP-SUB) TO WS-XML-VALUE.
052000     MOVE 15 TO WS-XML-VALUE-LEN.
052100     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
052200 3420-EXIT.
052300     EXIT.
052400
052500*****************************************************************
052600*    3500-EXPORT-RELATION - THE ENTRY'S RELATION GROUP          *
052700*****************************************************************
052800 3500-EXPORT-RELATION.
052900     MOVE 'Relation' TO WS-XML-TAG.
053000     MOVE 'id' TO WS-XML-ATTR-NAME.
053100     MOVE RELATION-ID (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
053200     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
053300     MOVE 'OriginatingObjectID' TO WS-XML-TAG.
053400     MOVE ORIGINATING-OBJECT-ID (WS-ENTRY-SUB) TO WS-XML-VALUE.
053500     MOVE 25 TO WS-XML-VALUE-LEN.
053600     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
053700     MOVE 'RelatedObjectID' TO WS-XML-TAG.
053800     MOVE RELATED-OBJECT-ID (WS-ENTRY-SUB) TO WS-XML-VALUE.
053900     MOVE 25 TO WS-XML-VALUE-LEN.
054000     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
054100     MOVE 'RelatedObjectType' TO WS-XML-TAG.
054200     MOVE 'tc' TO WS-XML-ATTR-NAME.
054300     MOVE TYPE-TC (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
054400     MOVE TYPE-TC-DESC (WS-ENTRY-SUB) TO WS-XML-VALUE.
054500     MOVE 8 TO WS-XML-VALUE-LEN.
054600     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
054700     MOVE 'RelationRoleCode' TO WS-XML-TAG.
054800     MOVE 'tc' TO WS-XML-ATTR-NAME.
054900     MOVE CODE-TC (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
055000     MOVE CODE-TC-DESC (WS-ENTRY-SUB) TO WS-XML-VALUE.
055100     MOVE 8 TO WS-XML-VALUE-LEN.
055200     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
055300     MOVE 'Relation' TO WS-XML-TAG.
055400     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
055500 3500-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*    3600-EXPORT-FORM-AND-EXTN - FORM INSTANCE AND THE OLIFE    *
056000*    EXTENSION (MESSAGE SOURCE AND SUBMITTING USER)             *
056100*****************************************************************
056200 3600-EXPORT-FORM-AND-EXTN.
056300     MOVE 'FormInstance' TO WS-XML-TAG.
056400     MOVE 'id' TO WS-XML-ATTR-NAME.
056500     MOVE FORM-INSTANCE-ID (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
056600     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
056700     MOVE 'AssociatedResponseData' TO WS-XML-TAG.
056800     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
056900     MOVE 'ActualObjectType' TO WS-XML-TAG.
057000     MOVE 'tc' TO WS-XML-ATTR-NAME.
057100     MOVE TC (WS-ENTRY-SUB) TO WS-XML-ATTR-VALUE.
057200     MOVE TC-DESC OF ACTUAL-OBJECT-TYPE (WS-ENTRY-SUB)
057300         TO WS-XML-VALUE.
057400     MOVE 10 TO WS-XML-VALUE-LEN.
057500     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
057600     MOVE 'AssociatedResponseData' TO WS-XML-TAG.
057700     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
057800     MOVE 'FormInstance' TO WS-XML-TAG.
057900     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
058000     MOVE 'OLifEExtension' TO WS-XML-TAG.
058100     PERFORM 7200-EMIT-OPEN THRU 7200-EXIT.
058200     MOVE 'MessageSource' TO WS-XML-TAG.
058300     MOVE 'tc' TO WS-XML-ATTR-NAME.
058400     MOVE MESSAGE-SOURCE-TC (WS-ENTRY-SUB)
058500         TO WS-XML-ATTR-VALUE.
058600     MOVE TC-DESC OF MESSAGE-SOURCE (WS-ENTRY-SUB)
058700         TO WS-XML-VALUE.
058800     MOVE 20 TO WS-XML-VALUE-LEN.
058900     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
059000     MOVE 'UserLoginID' TO WS-XML-TAG.
059100     MOVE USER-LOGIN-ID (WS-ENTRY-SUB) TO WS-XML-VALUE.
059200     MOVE 20 TO WS-XML-VALUE-LEN.
059300     PERFORM 7400-EMIT-LEAF THRU 7400-EXIT.
059400     MOVE 'OLifEExtension' TO WS-XML-TAG.
059500     PERFORM 7300-EMIT-CLOSE THRU 7300-EXIT.
059600 3600-EXIT.
059700     EXIT.
059800
059900*****************************************************************
060000*    7000-WRITE-TRAILER - THE TRAILER COMMENT AFTER THE LAST    *
060100*    DOCUMENT, CARRYING THE COUNTS THE RECEIVER CHECKS          *
060200*****************************************************************
060300 7000-WRITE-TRAILER.
060400     MOVE WS-RUN-DATE TO WS-TRL-RUN-DATE.
060500     MOVE WS-DOC-COUNT TO WS-TRL-DOC-COUNT.
060600     MOVE WS-REQUEST-COUNT TO WS-TRL-REQUEST-COUNT.
060700     MOVE WS-XML-TRAILER TO WS-XML-LINE.
060800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
060900 7000-EXIT.
061000     EXIT.
061100
061200*****************************************************************
061300*    7200-EMIT-OPEN - START TAG (WITH ITS ATTRIBUTE, IF ANY) ON *
061400*    ITS OWN LINE; THE ELEMENTS THAT FOLLOW NEST ONE LEVEL DEEPER*
061500*****************************************************************
061600 7200-EMIT-OPEN.
061700     PERFORM 7100-START-LINE THRU 7100-EXIT.
061800     PERFORM 7150-PUT-START-TAG THRU 7150-EXIT.
061900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
062000     ADD 1 TO WS-XML-DEPTH.
062100 7200-EXIT.
062200     EXIT.
062300
062400*****************************************************************
062500*    7300-EMIT-CLOSE - END TAG ONE LEVEL BACK OUT               *
062600*****************************************************************
062700 7300-EMIT-CLOSE.
062800     SUBTRACT 1 FROM WS-XML-DEPTH.
062900     PERFORM 7100-START-LINE THRU 7100-EXIT.
063000     PERFORM 7160-PUT-END-TAG THRU 7160-EXIT.
063100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
063200 7300-EXIT.
063300     EXIT.
063400
063500*****************************************************************
063600*    7400-EMIT-LEAF - ONE TEXT ELEMENT ON ONE LINE: START TAG,  *
063700*    ESCAPED WS-XML-VALUE (ITS FIRST WS-XML-VALUE-LEN BYTES),   *
063800*    END TAG. LEFT OUT WHEN BOTH THE VALUE AND THE ATTRIBUTE    *
063900*    ARE BLANK.                                                 *
064000*****************************************************************
064100 7400-EMIT-LEAF.
064200     IF WS-XML-VALUE (1:WS-XML-VALUE-LEN) = SPACES
064300      AND WS-XML-ATTR-VALUE = SPACES
064400         MOVE SPACES TO WS-XML-ATTR-NAME
064500     ELSE
064600         PERFORM 7100-START-LINE THRU 7100-EXIT
064700         PERFORM 7150-PUT-START-TAG THRU 7150-EXIT
064800         MOVE WS-XML-VALUE TO WS-ESC-SOURCE
064900         MOVE WS-XML-VALUE-LEN TO WS-ESC-LEN
065000         PERFORM 9300-ESCAPE-VALUE THRU 9300-EXIT
065100         PERFORM 7160-PUT-END-TAG THRU 7160-EXIT
065200         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
065300     END-IF.
065400 7400-EXIT.
065500     EXIT.
065600
065700 7100-START-LINE.
065800     MOVE SPACES TO WS-XML-LINE.
065900     MULTIPLY WS-XML-DEPTH BY 2 GIVING WS-XML-PTR.
066000     ADD 1 TO WS-XML-PTR.
066100 7100-EXIT.
066200     EXIT.
066300
066400*    THE ATTRIBUTE IS WRITTEN ONLY WHEN IT HAS A VALUE, AND IS
066500*    CLEARED ONCE USED SO IT CANNOT CARRY OVER TO THE NEXT
066600*    ELEMENT.
066700 7150-PUT-START-TAG.
066800     STRING '<' WS-XML-TAG DELIMITED BY SPACE
066900         INTO WS-XML-LINE WITH POINTER WS-XML-PTR.
067000     IF WS-XML-ATTR-NAME NOT = SPACES
067100      AND WS-XML-ATTR-VALUE NOT = SPACES
067200         STRING ' ' DELIMITED BY SIZE
067300                WS-XML-ATTR-NAME DELIMITED BY SPACE
067400                '="' DELIMITED BY SIZE
067500             INTO WS-XML-LINE WITH POINTER WS-XML-PTR
067600         MOVE WS-XML-ATTR-VALUE TO WS-ESC-SOURCE
067700         MOVE 36 TO WS-ESC-LEN
067800         PERFORM 9300-ESCAPE-VALUE THRU 9300-EXIT
067900         STRING '"' DELIMITED BY SIZE
068000             INTO WS-XML-LINE WITH POINTER WS-XML-PTR
068100     END-IF.
068200     STRING '>' DELIMITED BY SIZE
068300         INTO WS-XML-LINE WITH POINTER WS-XML-PTR.
068400     MOVE SPACES TO WS-XML-ATTR-NAME.
068500     MOVE SPACES TO WS-XML-ATTR-VALUE.
068600 7150-EXIT.
068700     EXIT.
068800
068900 7160-PUT-END-TAG.
069000     STRING '</' WS-XML-TAG DELIMITED BY SPACE
069100            '>' DELIMITED BY SIZE
069200         INTO WS-XML-LINE WITH POINTER WS-XML-PTR.
069300 7160-EXIT.
069400     EXIT.
069500
069600 7900-WRITE-LINE.
069700     WRITE LA332X1-XML-REC FROM WS-XML-LINE.
069800     IF NOT WS-XML-OK
069900         DISPLAY 'LA332X1 - LA332XML WRITE FAILED, STATUS: '
070000             WS-XML-FILE-STATUS
070100         MOVE 16 TO RETURN-CODE
070200         GOBACK
070300     END-IF.
070400     ADD 1 TO WS-XML-LINE-COUNT.
070500 7900-EXIT.
070600     EXIT.
070700
070800*****************************************************************
070900*    8000-TERMINATE - CLOSE FILES AND REPORT THE COUNTS         *
071000*****************************************************************
071100 8000-TERMINATE.
071200     CLOSE LA332X1-ENT-FILE
071300           LA332X1-XML-FILE.
071400     DISPLAY 'LA332X1 - ENTRY RECS READ       : '
071500         WS-ENTRY-READ-COUNT.
071600     DISPLAY 'LA332X1 - TXLIFE DOCUMENTS      : '
071700         WS-DOC-COUNT.
071800     DISPLAY 'LA332X1 - TXLIFEREQUESTS        : '
071900         WS-REQUEST-COUNT.
072000     DISPLAY 'LA332X1 - XML LINES WRITTEN     : '
072100         WS-XML-LINE-COUNT.
072200     PERFORM 9900-WRITE-CONTROL-TOTALS THRU 9900-EXIT.
072300 8000-EXIT.
072400     EXIT.
072500
072600*****************************************************************
072700*    9000-READ-ENTRY - READ THE NEXT LA332ENT ENTRY RECORD      *
072800*****************************************************************
072900 9000-READ-ENTRY.
073000     READ LA332X1-ENT-FILE
073100         AT END
073200             SET WS-END-OF-INPUT TO TRUE
073300     END-READ.
073400 9000-EXIT.
073500     EXIT.
073600
073700*****************************************************************
073800*    9300-ESCAPE-VALUE - APPEND THE FIRST WS-ESC-LEN BYTES OF   *
073900*    WS-ESC-SOURCE TO THE LINE, LESS TRAILING SPACES, WITH THE  *
074000*    FIVE XML SPECIAL CHARACTERS AS ENTITY REFERENCES           *
074100*****************************************************************
074200 9300-ESCAPE-VALUE.
074300     MOVE 'N' TO WS-TRIM-DONE-SW.
074400     PERFORM 9310-TRIM-ONE THRU 9310-EXIT
074500         UNTIL WS-TRIM-DONE
074600            OR WS-ESC-LEN = ZERO.
074700     PERFORM 9320-ESCAPE-ONE-CHAR THRU 9320-EXIT
074800         VARYING WS-ESC-SUB FROM 1 BY 1
074900         UNTIL WS-ESC-SUB > WS-ESC-LEN.
075000 9300-EXIT.
075100     EXIT.
075200
075300 9310-TRIM-ONE.
075400     IF WS-ESC-SOURCE (WS-ESC-LEN:1) = SPACE
075500         SUBTRACT 1 FROM WS-ESC-LEN
075600     ELSE
075700         SET WS-TRIM-DONE TO TRUE
075800     END-IF.
075900 9310-EXIT.
076000     EXIT.
076100
076200 9320-ESCAPE-ONE-CHAR.
076300     MOVE WS-ESC-SOURCE (WS-ESC-SUB:1) TO WS-ESC-CHAR.
076400     MOVE SPACES TO WS-ESC-ENTITY.
076500     EVALUATE WS-ESC-CHAR
076600         WHEN '&'
076700             MOVE '&amp;' TO WS-ESC-ENTITY
076800         WHEN '<'
076900             MOVE '&lt;' TO WS-ESC-ENTITY
077000         WHEN '>'
077100             MOVE '&gt;' TO WS-ESC-ENTITY
077200         WHEN '"'
077300             MOVE '&quot;' TO WS-ESC-ENTITY
077400         WHEN ''''
077500             MOVE '&apos;' TO WS-ESC-ENTITY
077600         WHEN OTHER
077700             IF WS-ESC-CHAR < SPACE
077800                 MOVE SPACE TO WS-ESC-CHAR
077900             END-IF
078000     END-EVALUATE.
078100     IF WS-ESC-ENTITY = SPACES
078200         MOVE WS-ESC-CHAR TO WS-XML-LINE (WS-XML-PTR:1)
078300         ADD 1 TO WS-XML-PTR
078400     ELSE
078500         STRING WS-ESC-ENTITY DELIMITED BY SPACE
078600             INTO WS-XML-LINE WITH POINTER WS-XML-PTR
078700     END-IF.
078800 9320-EXIT.
078900     EXIT.
079000
079100*****************************************************************
079200*    9900-WRITE-CONTROL-TOTALS - APPEND THIS RUN'S COUNTS TO    *
079300*    THE SHARED LA332CTL CONTROL FILE FOR THE LA332B9 BALANCING *
079400*    STEP AT THE END OF THE STREAM. ENTRIES SCANNED IS THE      *
079500*    TXLIFEREQUESTS EXPORTED, SO BALANCING IT AGAINST THE DAY'S *
079600*    EXTRACT PROVES EVERY ENTRY WENT OUT; RECORDS WRITTEN IS THE*
079700*    DOCUMENT COUNT ON THE TRAILER.                             *
079800*****************************************************************
079900 9900-WRITE-CONTROL-TOTALS.
080000     OPEN EXTEND LA332X1-CTL-FILE.
080100     MOVE 'LA332X1 ' TO CTL-PROGRAM-ID.
080200     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
080300     MOVE ZERO TO CTL-CYCLE-NO.
080400     MOVE WS-ENTRY-READ-COUNT TO CTL-RECS-READ.
080500     MOVE WS-DOC-COUNT TO CTL-RECS-WRITTEN.
080600     MOVE WS-REQUEST-COUNT TO CTL-ENTRIES-SCANNED.
080700     MOVE ZERO TO CTL-OVFL-MERGED.
080800     WRITE LA332A4-CTL-REC.
080900     IF NOT WS-CTL-OK
081000         DISPLAY 'LA332X1 - LA332CTL WRITE FAILED, STATUS: '
081100             WS-CTL-FILE-STATUS
081200         MOVE 16 TO RETURN-CODE
081300         GOBACK
081400     END-IF.
081500     CLOSE LA332X1-CTL-FILE.
081600     PERFORM 9960-WRITE-STEP-TIMING THRU 9960-EXIT.
081700 9900-EXIT.
081800     EXIT.
081900
082000*****************************************************************
082100*    9960-WRITE-STEP-TIMING - APPEND THIS RUN'S START AND END   *
082200*    STAMPS AND VOLUME TO THE LA332TIM TIMING HISTORY FOR THE   *
082300*    LA332T1 BATCH-WINDOW REPORT                                *
082400*****************************************************************
082500 9960-WRITE-STEP-TIMING.
082600     OPEN EXTEND LA332X1-TIM-FILE.
082700     MOVE 'LA332X1 ' TO TIM-PROGRAM-ID.
082800     MOVE WS-RUN-DATE TO TIM-RUN-DATE.
082900     MOVE ZERO TO TIM-CYCLE-NO.
083000     MOVE WS-STEP-START-DATE TO TIM-START-DATE.
083100     MOVE WS-STEP-START-TIME TO TIM-START-TIME.
083200     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
083300     ACCEPT TIM-END-TIME FROM TIME.
083400     MOVE WS-ENTRY-READ-COUNT TO TIM-VOLUME.
083500     WRITE LA332A4-TIME-REC.
083600     IF NOT WS-TIM-OK
083700         DISPLAY 'LA332X1 - LA332TIM WRITE FAILED, STATUS: '
083800             WS-TIM-FILE-STATUS
083900     END-IF.
084000     CLOSE LA332X1-TIM-FILE.
084100 9960-EXIT.
084200     EXIT.
