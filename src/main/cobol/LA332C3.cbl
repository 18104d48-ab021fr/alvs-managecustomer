000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LA332C3.
000300 AUTHOR. D-SYSTEMS.
000400 INSTALLATION. ALVS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    LA332C3 - SUSPENSE REPAIR AND RELEASE (TRANS LA35)         *
001000*                                                               *
001100*    PSEUDO-CONVERSATIONAL CICS SCREEN OVER THE LA332SUS        *
001200*    FAILED-TRANSACTION SUSPENSE FILE LA332Q1 LOADS, IN THE     *
001300*    SAME STYLE AS LA332C1/LA332C2. A REP KEYS A SUSPENSE KEY   *
001400*    OFF THE LA332Q1 SUSPENSE LIST OR THE LA332Q3 AGING REPORT  *
001500*    AND PRESSES ENTER: THE STATUS, REASON AND WHAT THE CARRIER *
001600*    ORIGINALLY SENT ARE SHOWN, WITH THE REPAIRABLE FIELDS OF   *
001700*    THE TRANSACTION IMAGE PREFILLED. THE REP OVERKEYS ANY OF   *
001800*    THOSE FIELDS AND PRESSES ENTER TO SAVE THE REPAIR, OR PF5  *
001900*    TO SAVE AND RELEASE IT. A RELEASE FIRST RUNS THE SAME      *
002000*    FRONT-DOOR EDITS LA332A3 APPLIES (REQUIRED FIELDS, CARRIER *
002100*    ON THE LA332CAR MASTER AND ACTIVE, DATE AND TIME LAYOUTS,  *
002200*    TYPE CODES ON THE LA332CVM CODE-VALUE MASTER) PLUS A       *
002300*    SUCCESSFUL RESULT CODE, SO ONLY A TRANSACTION THAT WILL    *
002400*    GET THROUGH THE CYCLE IS RELEASED. EVERY TYPE CODE THOSE   *
002500*    EDITS CHECK IS ON THE SCREEN FOR REPAIR. A RELEASED ITEM   *
002525*    IS FED INTO THE NEXT INTRADAY CYCLE BY LA332Q2 AND CAN NO  *
002550*    LONGER BE CHANGED HERE.                                    *
002600*                                                               *
002700*    MODIFICATION HISTORY.                                      *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    10/15/2026 DSY   ORIGINAL PROGRAM.                          *
002925*    10/15/2026 DSY   RELEASE EDITS ALSO CHECK THE TYPE CODES    *
002950*                      AGAINST THE LA332CVM CODE-VALUE MASTER,   *
002975*                      AS LA332A3 NOW DOES.                      *
002980*    10/15/2026 DSY   SUB TYPE, ROLE, GENDER, ID REF TYPE,       *
002985*                      MESSAGE SOURCE AND BIRTH COUNTRY CODES    *
002990*                      ARE REPAIRABLE ON THE SCREEN, SO AN ITEM  *
002995*                      SUSPENDED ON ONE OF THEM CAN BE RELEASED. *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-Z15.
003400 OBJECT-COMPUTER. IBM-Z15.
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700 01  WS-SWITCHES.
003800     05 WS-SUS-FOUND-SW PIC X(001) VALUE 'N'.
003900        88 WS-SUS-FOUND VALUE 'Y'.
004000     05 WS-REPAIR-KEYED-SW PIC X(001) VALUE 'N'.
004100        88 WS-REPAIR-KEYED VALUE 'Y'.
004200     05 WS-RELEASE-REQ-SW PIC X(001) VALUE 'N'.
004300        88 WS-RELEASE-REQUESTED VALUE 'Y'.
004400     05 WS-REL-BAD-SW PIC X(001) VALUE 'N'.
004500        88 WS-REL-BAD VALUE 'Y'.
004525     05 WS-CVAL-CARR-SW PIC X(001) VALUE 'N'.
004550        88 WS-CVAL-CARRIER-ALLOWED VALUE 'Y'.
004600
004700 01  WS-CONTROL-FIELDS.
004800*    THE RECEIVED FIELDS ARE SAVED BEFORE THE MAP OUTPUT AREA
004900*    (WHICH REDEFINES THE INPUT AREA) IS CLEARED - THE SAME
005000*    ORDERING LESSON ALREADY LEARNED IN LA332C1.
005100     05 WS-IN-SUS-KEY PIC X(019) VALUE SPACES.
005200     05 WS-IN-GUID PIC X(036) VALUE SPACES.
005300     05 WS-IN-TYPE PIC X(010) VALUE SPACES.
005400     05 WS-IN-DATE PIC X(010) VALUE SPACES.
005500     05 WS-IN-TIME PIC X(010) VALUE SPACES.
005600     05 WS-IN-HOLDING PIC X(025) VALUE SPACES.
005700     05 WS-IN-POLC PIC X(013) VALUE SPACES.
005800     05 WS-IN-CARRIER PIC X(022) VALUE SPACES.
005900     05 WS-IN-RESULT PIC X(001) VALUE SPACES.
005910     05 WS-IN-SUB-TYPE PIC X(010) VALUE SPACES.
005920     05 WS-IN-ROLE PIC X(002) VALUE SPACES.
005930     05 WS-IN-IDREF-TYPE PIC X(010) VALUE SPACES.
005940     05 WS-IN-GENDER PIC X(001) VALUE SPACES.
005950     05 WS-IN-BIRTH-CTY PIC X(010) VALUE SPACES.
005960     05 WS-IN-MSG-SOURCE PIC X(001) VALUE SPACES.
006000     05 WS-RESP PIC S9(008) COMP VALUE ZERO.
006100     05 WS-ABSTIME PIC S9(015) COMP-3 VALUE ZERO.
006200     05 WS-TODAY-X PIC X(008) VALUE SPACES.
006300     05 WS-TODAY-9 REDEFINES WS-TODAY-X PIC 9(008).
006400     05 WS-USERID PIC X(008) VALUE SPACES.
006425     05 WS-CHK-CODE-TYPE PIC X(008) VALUE SPACES.
006450     05 WS-CHK-CODE-VALUE PIC X(010) VALUE SPACES.
006475     05 WS-CVAL-SUB PIC S9(004) COMP VALUE ZERO.
006500
006600 01  WS-EXIT-MESSAGE PIC X(030) VALUE
006700     'LA332C3 SUSPENSE SESSION ENDED'.
006800
006900*    MUST STAY THE SAME LENGTH AS DFHCOMMAREA IN THE LINKAGE
007000*    SECTION AND THE LENGTH ON THE RETURN IN 7000-RETURN-TRANS.
007100 01  WS-COMMAREA.
007200     05 CA-LAST-SUS-KEY PIC X(019) VALUE SPACES.
007300     05 FILLER PIC X(021) VALUE SPACES.
007400
007500*    RECORD AREA FOR LA332SUS READS AND REWRITES. THE FILE IS
007600*    LOADED BY LA332Q1 AND FED BY LA332Q2; SEE LA332A4-SUSP.CPY.
007700     COPY LA332A4-SUSP.
007800
007900*    PARSED VIEW OF SUS-TX-LIFE-REQ. REPAIRS ARE MADE HERE AND
008000*    MOVED BACK ONTO THE SUSPENSE RECORD BEFORE THE REWRITE.
008100 01  WS-TXENT-REC.
008200     COPY LA332A4-TXENT.
008300
008400*    RECORD AREA FOR LA332CAR READS; SEE LA332A4-CARM.CPY.
008500     COPY LA332A4-CARM.
008525
008550*    RECORD AREA FOR LA332CVM READS; SEE LA332A4-CVAL.CPY.
008575     COPY LA332A4-CVAL.
008600
008700     COPY LA332C3-MAP.
008800
008900     COPY DFHAID.
009000
009100     COPY DFHBMSCA.
009200
009300 LINKAGE SECTION.
009400 01  DFHCOMMAREA PIC X(040).
009500
009600 PROCEDURE DIVISION.
009700 0000-MAINLINE.
009800     IF EIBCALEN = ZERO
009900         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
010000     ELSE
010100         MOVE DFHCOMMAREA TO WS-COMMAREA
010200         EVALUATE EIBAID
010300             WHEN DFHPF3
010400                 PERFORM 8000-EXIT-TRANS THRU 8000-EXIT
010500             WHEN DFHENTER
010600                 PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
010700             WHEN DFHPF5
010800                 SET WS-RELEASE-REQUESTED TO TRUE
010900                 PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
011000             WHEN OTHER
011100                 MOVE LOW-VALUES TO LA332QO
011200                 MOVE 'INVALID KEY - USE ENTER, PF5 OR PF3'
011300                     TO MSGLNO
011400                 PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
011500         END-EVALUATE
011600     END-IF.
011700     PERFORM 7000-RETURN-TRANS THRU 7000-EXIT.
011800 0000-EXIT.
011900     EXIT.
012000
012100*****************************************************************
012200*    1000-FIRST-TIME - FRESH SCREEN, FRESH COMMAREA              *
012300*****************************************************************
012400 1000-FIRST-TIME.
012500     MOVE LOW-VALUES TO LA332QO.
012600     MOVE 'ENTER A SUSPENSE KEY FROM THE SUSPENSE LIST' TO MSGLNO.
012700     EXEC CICS SEND MAP('LA332Q') MAPSET('LA332MQ')
012800         FROM(LA332QO) ERASE
012900     END-EXEC.
013000 1000-EXIT.
013100     EXIT.
013200
013300*****************************************************************
013400*    2000-PROCESS-ENTRY - RECEIVE THE SCREEN, LOOK THE SUSPENDED *
013500*    TRANSACTION UP AND EITHER SHOW IT OR SAVE (AND ON PF5      *
013600*    RELEASE) THE REPAIR THE REP KEYED                          *
013700*****************************************************************
013800 2000-PROCESS-ENTRY.
013900     MOVE LOW-VALUES TO LA332QI.
014000     EXEC CICS RECEIVE MAP('LA332Q') MAPSET('LA332MQ')
014100         INTO(LA332QI) RESP(WS-RESP)
014200     END-EXEC.
014300*    PF5 ON AN UNCHANGED SCREEN TRANSMITS NO FIELDS AT ALL; THE
014400*    RELEASE STILL APPLIES TO THE ITEM ON THE SCREEN.
014500     IF WS-RESP = DFHRESP(MAPFAIL)
014600      AND NOT WS-RELEASE-REQUESTED
014700         MOVE LOW-VALUES TO LA332QO
014800         MOVE 'ENTER A SUSPENSE KEY FROM THE SUSPENSE LIST'
014900             TO MSGLNO
015000         PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
015100     ELSE
015200         IF WS-RESP = DFHRESP(MAPFAIL)
015300             MOVE LOW-VALUES TO LA332QI
015400         END-IF
015500         PERFORM 2100-SAVE-INPUT THRU 2100-EXIT
015600         MOVE LOW-VALUES TO LA332QO
015700         MOVE SPACES TO MSGLNO
015800         IF WS-IN-SUS-KEY = SPACES
015900             MOVE 'SUSPENSE KEY IS REQUIRED' TO MSGLNO
016000             PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
016100         ELSE
016200             PERFORM 2200-READ-SUSPENSE THRU 2200-EXIT
016300             IF WS-SUS-FOUND
016400                 PERFORM 2300-SHOW-OR-UPDATE THRU 2300-EXIT
016500                 PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
016600             ELSE
016700                 MOVE 'SUSPENSE KEY NOT ON THE SUSPENSE FILE'
016800                     TO MSGLNO
016900                 PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
017000             END-IF
017100         END-IF
017200     END-IF.
017300 2000-EXIT.
017400     EXIT.
017500
017600 2100-SAVE-INPUT.
017700     MOVE SUSKEYI TO WS-IN-SUS-KEY.
017800     MOVE NGUIDI TO WS-IN-GUID.
017900     MOVE NTYPEI TO WS-IN-TYPE.
018000     MOVE NDATEI TO WS-IN-DATE.
018100     MOVE NTIMEI TO WS-IN-TIME.
018200     MOVE NHOLDI TO WS-IN-HOLDING.
018300     MOVE NPOLCI TO WS-IN-POLC.
018400     MOVE NCARRI TO WS-IN-CARRIER.
018500     MOVE NRSLTI TO WS-IN-RESULT.
018510     MOVE NSUBTI TO WS-IN-SUB-TYPE.
018520     MOVE NROLEI TO WS-IN-ROLE.
018530     MOVE NIDRTI TO WS-IN-IDREF-TYPE.
018540     MOVE NGENDI TO WS-IN-GENDER.
018550     MOVE NBCTYI TO WS-IN-BIRTH-CTY.
018560     MOVE NMSRCI TO WS-IN-MSG-SOURCE.
018600*    UNTOUCHED MAP FIELDS ARRIVE AS LOW-VALUES; NORMALIZE TO
018700*    SPACES SO THE EDITS AND THE KEYED READS BEHAVE.
018800     INSPECT WS-IN-SUS-KEY REPLACING ALL LOW-VALUE BY SPACE.
018900     INSPECT WS-IN-GUID REPLACING ALL LOW-VALUE BY SPACE.
019000     INSPECT WS-IN-TYPE REPLACING ALL LOW-VALUE BY SPACE.
019100     INSPECT WS-IN-DATE REPLACING ALL LOW-VALUE BY SPACE.
019200     INSPECT WS-IN-TIME REPLACING ALL LOW-VALUE BY SPACE.
019300     INSPECT WS-IN-HOLDING REPLACING ALL LOW-VALUE BY SPACE.
019400     INSPECT WS-IN-POLC REPLACING ALL LOW-VALUE BY SPACE.
019500     INSPECT WS-IN-CARRIER REPLACING ALL LOW-VALUE BY SPACE.
019600     INSPECT WS-IN-RESULT REPLACING ALL LOW-VALUE BY SPACE.
019610     INSPECT WS-IN-SUB-TYPE REPLACING ALL LOW-VALUE BY SPACE.
019620     INSPECT WS-IN-ROLE REPLACING ALL LOW-VALUE BY SPACE.
019630     INSPECT WS-IN-IDREF-TYPE REPLACING ALL LOW-VALUE BY SPACE.
019640     INSPECT WS-IN-GENDER REPLACING ALL LOW-VALUE BY SPACE.
019650     INSPECT WS-IN-BIRTH-CTY REPLACING ALL LOW-VALUE BY SPACE.
019660     INSPECT WS-IN-MSG-SOURCE REPLACING ALL LOW-VALUE BY SPACE.
019700*    THE PREFILLED REPAIR FIELDS ARE SENT WITH THEIR MDT OFF, SO
019800*    ONLY A FIELD THE REP OVERKEYED COMES BACK NON-BLANK.
019900     MOVE 'N' TO WS-REPAIR-KEYED-SW.
020000     IF WS-IN-GUID NOT = SPACES OR WS-IN-TYPE NOT = SPACES
020100      OR WS-IN-DATE NOT = SPACES OR WS-IN-TIME NOT = SPACES
020200      OR WS-IN-HOLDING NOT = SPACES OR WS-IN-POLC NOT = SPACES
020300      OR WS-IN-CARRIER NOT = SPACES OR WS-IN-RESULT NOT = SPACES
020310      OR WS-IN-SUB-TYPE NOT = SPACES OR WS-IN-ROLE NOT = SPACES
020320      OR WS-IN-IDREF-TYPE NOT = SPACES
020330      OR WS-IN-GENDER NOT = SPACES
020340      OR WS-IN-BIRTH-CTY NOT = SPACES
020350      OR WS-IN-MSG-SOURCE NOT = SPACES
020400         SET WS-REPAIR-KEYED TO TRUE
020500     END-IF.
020600*    SUSKEY'S MDT IS OFF AFTER THE LOOKUP SEND, SO A SAVE OR
020700*    RELEASE PRESS RETURNS IT EMPTY AND THE SESSION'S LAST
020800*    LOOKED-UP KEY IN THE COMMAREA IS THE ITEM BEING WORKED. A
020900*    DIFFERENT KEY TYPED OVER IT IS A NEW LOOKUP ONLY: NOTHING
021000*    KEYED ON THE SCREEN IS APPLIED TO AN ITEM THE REP HAS NOT
021100*    YET SEEN.
021200     IF WS-IN-SUS-KEY = SPACES
021300         MOVE CA-LAST-SUS-KEY TO WS-IN-SUS-KEY
021400     ELSE
021500         IF WS-IN-SUS-KEY NOT = CA-LAST-SUS-KEY
021600             MOVE 'N' TO WS-REPAIR-KEYED-SW
021700             MOVE 'N' TO WS-RELEASE-REQ-SW
021800         END-IF
021900     END-IF.
022000 2100-EXIT.
022100     EXIT.
022200
022300 2200-READ-SUSPENSE.
022400     MOVE 'N' TO WS-SUS-FOUND-SW.
022500     MOVE WS-IN-SUS-KEY TO SUS-KEY.
022600     EXEC CICS READ FILE('LA332SUS')
022700         INTO(LA332A4-SUSP-REC) RIDFLD(SUS-KEY)
022800         RESP(WS-RESP)
022900     END-EXEC.
023000     IF WS-RESP = DFHRESP(NORMAL)
023100         SET WS-SUS-FOUND TO TRUE
023200     END-IF.
023300 2200-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700*    2300-SHOW-OR-UPDATE - A SCREEN WITH NOTHING OVERKEYED AND  *
023800*    NO PF5 IS A LOOKUP. OTHERWISE THE REPAIR IS APPLIED AND    *
023900*    SAVED, AND ON PF5 RELEASED, WHILE THE ITEM IS STILL        *
024000*    SUSPENDED; A RELEASED OR RESUBMITTED ITEM IS DISPLAY ONLY. *
024100*****************************************************************
024200 2300-SHOW-OR-UPDATE.
024300     MOVE SUS-TX-LIFE-REQ TO WS-TXENT-REC.
024400     IF WS-REPAIR-KEYED OR WS-RELEASE-REQUESTED
024500         IF SUS-SUSPENDED
024600             PERFORM 2500-APPLY-UPDATE THRU 2500-EXIT
024700         ELSE
024800             MOVE 'ITEM IS ALREADY RELEASED - NO CHANGES ALLOWED'
024900                 TO MSGLNO
025000         END-IF
025100     ELSE
025200         IF SUS-SUSPENDED
025300             MOVE 'OVERKEY TO REPAIR - ENTER=SAVE  PF5=RELEASE'
025400                 TO MSGLNO
025500         ELSE
025600             MOVE 'ITEM IS RELEASED OR RESUBMITTED - DISPLAY ONLY'
025700                 TO MSGLNO
025800         END-IF
025900     END-IF.
026000     PERFORM 2400-SHOW-SUSPENSE THRU 2400-EXIT.
026100     MOVE WS-IN-SUS-KEY TO CA-LAST-SUS-KEY.
026200 2300-EXIT.
026300     EXIT.
026400
026500 2400-SHOW-SUSPENSE.
026600     MOVE SUS-KEY TO SUSKEYO.
026700     MOVE SUS-STATUS TO STATO.
026800     MOVE SUS-REASON-CODE TO REASNO.
026900     IF SUS-FROM-EDIT-REJECT
027000         MOVE 'EDIT REJECT' TO SRCEO
027100     ELSE
027200         MOVE 'FAILED ENTRY' TO SRCEO
027300     END-IF.
027400     MOVE SUS-LOAD-DATE TO LOADDTO.
027500     IF SUS-REPAIR-DATE > ZERO
027600         MOVE SUS-REPAIR-DATE TO REPDTO
027700     END-IF.
027800     IF SUS-RELEASE-DATE > ZERO
027900         MOVE SUS-RELEASE-DATE TO RELDTO
028000     END-IF.
028100     MOVE SUS-ORIG-TRANS-REF-GUID TO OGUIDO.
028200     MOVE SUS-ORIG-CARRIER-CODE TO OCARRO.
028300     MOVE SUS-ORIG-HOLDING-ID TO OHOLDO.
028400     MOVE TRANS-REF-GUID TO NGUIDO.
028500     MOVE TRANS-TYPE-TC TO NTYPEO.
028600     MOVE TRANS-EXE-DATE TO NDATEO.
028700     MOVE TRANS-EXE-TIME TO NTIMEO.
028800     MOVE HOLDING-ID TO NHOLDO.
028900     MOVE POLC-NBR TO NPOLCO.
029000     MOVE CARRIER-CODE TO NCARRO.
029100     MOVE RESULT-CODE-TC TO NRSLTO.
029110     MOVE TRANS-SUB-TYPE-TC TO NSUBTO.
029120     MOVE CODE-TC TO NROLEO.
029130     MOVE ID-REF-TYPE-TC TO NIDRTO.
029140     MOVE GENDER-TC TO NGENDO.
029150     MOVE BIRTH-COUNTRY-TC TO NBCTYO.
029160     MOVE MESSAGE-SOURCE-TC TO NMSRCO.
029200 2400-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600*    2500-APPLY-UPDATE - OVERLAY THE FIELDS THE REP KEYED ONTO  *
029700*    THE IMAGE, EDIT IT IF A RELEASE WAS ASKED FOR, AND REWRITE *
029800*    THE SUSPENSE RECORD. A REPAIR IS SAVED EVEN WHEN THE       *
029900*    RELEASE EDITS FAIL, SO THE REP'S TYPING IS NOT LOST.       *
030000*****************************************************************
030100 2500-APPLY-UPDATE.
030200     IF WS-REPAIR-KEYED
030300         PERFORM 2510-OVERLAY-REPAIRS THRU 2510-EXIT
030400     END-IF.
030500     MOVE 'N' TO WS-REL-BAD-SW.
030600     IF WS-RELEASE-REQUESTED
030700         PERFORM 2600-EDIT-REPAIRED THRU 2600-EXIT
030800     END-IF.
030900     IF WS-REPAIR-KEYED
031000      OR (WS-RELEASE-REQUESTED AND NOT WS-REL-BAD)
031100         PERFORM 2700-REWRITE-SUSPENSE THRU 2700-EXIT
031200     END-IF.
031300 2500-EXIT.
031400     EXIT.
031500
031600 2510-OVERLAY-REPAIRS.
031700     IF WS-IN-GUID NOT = SPACES
031800         MOVE WS-IN-GUID TO TRANS-REF-GUID
031900     END-IF.
032000     IF WS-IN-TYPE NOT = SPACES
032100         MOVE WS-IN-TYPE TO TRANS-TYPE-TC
032200     END-IF.
032300     IF WS-IN-DATE NOT = SPACES
032400         MOVE WS-IN-DATE TO TRANS-EXE-DATE
032500     END-IF.
032600     IF WS-IN-TIME NOT = SPACES
032700         MOVE WS-IN-TIME TO TRANS-EXE-TIME
032800     END-IF.
032900     IF WS-IN-HOLDING NOT = SPACES
033000         MOVE WS-IN-HOLDING TO HOLDING-ID
033100     END-IF.
033200     IF WS-IN-POLC NOT = SPACES
033300         MOVE WS-IN-POLC TO POLC-NBR
033400     END-IF.
033500     IF WS-IN-CARRIER NOT = SPACES
033600         MOVE WS-IN-CARRIER TO CARRIER-CODE
033700     END-IF.
033800     IF WS-IN-RESULT NOT = SPACES
033900         MOVE WS-IN-RESULT TO RESULT-CODE-TC
034000     END-IF.
034005     IF WS-IN-SUB-TYPE NOT = SPACES
034010         MOVE WS-IN-SUB-TYPE TO TRANS-SUB-TYPE-TC
034015     END-IF.
034020     IF WS-IN-ROLE NOT = SPACES
034025         MOVE WS-IN-ROLE TO CODE-TC
034030     END-IF.
034035     IF WS-IN-IDREF-TYPE NOT = SPACES
034040         MOVE WS-IN-IDREF-TYPE TO ID-REF-TYPE-TC
034045     END-IF.
034050     IF WS-IN-GENDER NOT = SPACES
034055         MOVE WS-IN-GENDER TO GENDER-TC
034060     END-IF.
034065     IF WS-IN-BIRTH-CTY NOT = SPACES
034070         MOVE WS-IN-BIRTH-CTY TO BIRTH-COUNTRY-TC
034075     END-IF.
034080     IF WS-IN-MSG-SOURCE NOT = SPACES
034085         MOVE WS-IN-MSG-SOURCE TO MESSAGE-SOURCE-TC
034090     END-IF.
034100 2510-EXIT.
034200     EXIT.
034300
034400*****************************************************************
034500*    2600-EDIT-REPAIRED - THE LA332A3 FRONT-DOOR EDITS, IN THE  *
034600*    SAME ORDER, AGAINST THE REPAIRED IMAGE, PLUS A SUCCESSFUL  *
034700*    RESULT CODE SO THE ITEM IS NOT SIMPLY SUSPENDED AGAIN. THE *
034800*    SEQUENCE EDIT DOES NOT APPLY: LA332Q2 MERGES RESUBMISSIONS *
034900*    INTO THE CYCLE INPUT IN SEQUENCE.                          *
035000*****************************************************************
035100 2600-EDIT-REPAIRED.
035200     IF TRANS-REF-GUID = SPACES
035300         SET WS-REL-BAD TO TRUE
035400         MOVE 'NOT RELEASED - TRANS REF GUID REQUIRED'
035500             TO MSGLNO
035600     ELSE
035700         IF HOLDING-ID = SPACES
035800             SET WS-REL-BAD TO TRUE
035900             MOVE 'NOT RELEASED - HOLDING ID REQUIRED'
036000                 TO MSGLNO
036100         ELSE
036200             IF CARRIER-CODE = SPACES
036300                 SET WS-REL-BAD TO TRUE
036400                 MOVE 'NOT RELEASED - CARRIER CODE REQUIRED'
036500                     TO MSGLNO
036600             ELSE
036700                 IF TRANS-TYPE-TC = SPACES
036800                     SET WS-REL-BAD TO TRUE
036900                     MOVE 'NOT RELEASED - TRANS TYPE REQUIRED'
037000                         TO MSGLNO
037100                 ELSE
037200                     IF POLC-NBR = SPACES
037300                         SET WS-REL-BAD TO TRUE
037400                         MOVE 'NOT RELEASED - POLICY NBR REQUIRED'
037500                             TO MSGLNO
037600                     END-IF
037700                 END-IF
037800             END-IF
037900         END-IF
038000     END-IF.
038100     IF NOT WS-REL-BAD
038200         PERFORM 2610-CHECK-CARRIER-MASTER THRU 2610-EXIT
038300     END-IF.
038400     IF NOT WS-REL-BAD
038500         PERFORM 2620-CHECK-DATE THRU 2620-EXIT
038600     END-IF.
038700     IF NOT WS-REL-BAD
038800         PERFORM 2630-CHECK-TIME THRU 2630-EXIT
038900     END-IF.
038925     IF NOT WS-REL-BAD
038950         PERFORM 2640-CHECK-CODE-VALUES THRU 2640-EXIT
038975     END-IF.
039000     IF NOT WS-REL-BAD
039100         IF NOT RESULT-CODE-SUCCESS
039200             SET WS-REL-BAD TO TRUE
039300             MOVE 'NOT RELEASED - RESULT CODE MUST BE 0'
039400                 TO MSGLNO
039500         END-IF
039600     END-IF.
039700 2600-EXIT.
039800     EXIT.
039900
040000 2610-CHECK-CARRIER-MASTER.
040100     MOVE CARRIER-CODE TO CARM-CARRIER-CODE.
040200     EXEC CICS READ FILE('LA332CAR')
040300         INTO(LA332A4-CARM-REC) RIDFLD(CARM-CARRIER-CODE)
040400         RESP(WS-RESP)
040500     END-EXEC.
040600     IF WS-RESP NOT = DFHRESP(NORMAL)
040700         SET WS-REL-BAD TO TRUE
040800         MOVE 'NOT RELEASED - CARRIER NOT ON THE CARRIER MASTER'
040900             TO MSGLNO
041000     ELSE
041100         IF NOT CARM-ACTIVE
041200             SET WS-REL-BAD TO TRUE
041300             MOVE 'NOT RELEASED - CARRIER IS INACTIVE' TO MSGLNO
041400         END-IF
041500     END-IF.
041600 2610-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000*    2620-CHECK-DATE - THE TWO TRANS-EXE-DATE LAYOUTS LA332A3   *
042100*    ACCEPTS: MM/DD/CCYY AND CCYY-MM-DD                         *
042200*****************************************************************
042300 2620-CHECK-DATE.
042400     IF TRANS-EXE-DATE (3:1) = '/'
042500         IF TRANS-EXE-DATE (1:2) IS NUMERIC
042600          AND TRANS-EXE-DATE (4:2) IS NUMERIC
042700          AND TRANS-EXE-DATE (6:1) = '/'
042800          AND TRANS-EXE-DATE (7:4) IS NUMERIC
042900             CONTINUE
043000         ELSE
043100             SET WS-REL-BAD TO TRUE
043200         END-IF
043300     ELSE
043400         IF TRANS-EXE-DATE (5:1) = '-'
043500          AND TRANS-EXE-DATE (1:4) IS NUMERIC
043600          AND TRANS-EXE-DATE (6:2) IS NUMERIC
043700          AND TRANS-EXE-DATE (8:1) = '-'
043800          AND TRANS-EXE-DATE (9:2) IS NUMERIC
043900             CONTINUE
044000         ELSE
044100             SET WS-REL-BAD TO TRUE
044200         END-IF
044300     END-IF.
044400     IF WS-REL-BAD
044500         MOVE 'NOT RELEASED - DATE NOT MM/DD/CCYY OR CCYY-MM-DD'
044600             TO MSGLNO
044700     END-IF.
044800 2620-EXIT.
044900     EXIT.
045000
045100*****************************************************************
045200*    2630-CHECK-TIME - THE TWO TRANS-EXE-TIME LAYOUTS LA332A3   *
045300*    ACCEPTS: HH:MM:SS AND A BARE HHMMSS                        *
045400*****************************************************************
045500 2630-CHECK-TIME.
045600     IF TRANS-EXE-TIME (3:1) = ':'
045700         IF TRANS-EXE-TIME (1:2) IS NUMERIC
045800          AND TRANS-EXE-TIME (4:2) IS NUMERIC
045900          AND TRANS-EXE-TIME (6:1) = ':'
046000          AND TRANS-EXE-TIME (7:2) IS NUMERIC
046100             CONTINUE
046200         ELSE
046300             SET WS-REL-BAD TO TRUE
046400         END-IF
046500     ELSE
046600         IF TRANS-EXE-TIME (1:6) IS NUMERIC
046700             CONTINUE
046800         ELSE
046900             SET WS-REL-BAD TO TRUE
047000         END-IF
047100     END-IF.
047200     IF WS-REL-BAD
047300         MOVE 'NOT RELEASED - TIME NOT HH:MM:SS OR HHMMSS'
047400             TO MSGLNO
047500     END-IF.
047600 2630-EXIT.
047700     EXIT.
047701
047702*****************************************************************
047703*    2640-CHECK-CODE-VALUES - THE LA332A3 CODE-VALUE EDITS:     *
047704*    EACH TYPE CODE SENT MUST BE ON THE LA332CVM MASTER,        *
047705*    EFFECTIVE TODAY AND ALLOWED FOR THE CARRIER. TODAY STANDS  *
047706*    IN FOR THE RUN DATE OF THE CYCLE THE ITEM WILL JOIN.       *
047707*****************************************************************
047708 2640-CHECK-CODE-VALUES.
047709     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
047710     END-EXEC.
047711     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
047712         YYYYMMDD(WS-TODAY-X)
047713     END-EXEC.
047714     MOVE 'TRANTYPE' TO WS-CHK-CODE-TYPE.
047715     MOVE TRANS-TYPE-TC TO WS-CHK-CODE-VALUE.
047716     PERFORM 2650-CHECK-ONE-CODE THRU 2650-EXIT.
047717     IF NOT WS-REL-BAD
047718      AND TRANS-SUB-TYPE-TC NOT = SPACES
047719         MOVE 'SUBTYPE ' TO WS-CHK-CODE-TYPE
047720         MOVE TRANS-SUB-TYPE-TC TO WS-CHK-CODE-VALUE
047721         PERFORM 2650-CHECK-ONE-CODE THRU 2650-EXIT
047722     END-IF.
047723     IF NOT WS-REL-BAD
047724      AND CODE-TC NOT = SPACES
047725         MOVE 'ROLE    ' TO WS-CHK-CODE-TYPE
047726         MOVE CODE-TC TO WS-CHK-CODE-VALUE
047727         PERFORM 2650-CHECK-ONE-CODE THRU 2650-EXIT
047728     END-IF.
047729     IF NOT WS-REL-BAD
047730      AND GENDER-TC NOT = SPACES
047731         MOVE 'GENDER  ' TO WS-CHK-CODE-TYPE
047732         MOVE GENDER-TC TO WS-CHK-CODE-VALUE
047733         PERFORM 2650-CHECK-ONE-CODE THRU 2650-EXIT
047734     END-IF.
047735     IF NOT WS-REL-BAD
047736      AND ID-REF-TYPE-TC NOT = SPACES
047737         MOVE 'IDREFTYP' TO WS-CHK-CODE-TYPE
047738         MOVE ID-REF-TYPE-TC TO WS-CHK-CODE-VALUE
047739         PERFORM 2650-CHECK-ONE-CODE THRU 2650-EXIT
047740     END-IF.
047741     IF NOT WS-REL-BAD
047742      AND MESSAGE-SOURCE-TC NOT = SPACES
047743         MOVE 'MSGSRC  ' TO WS-CHK-CODE-TYPE
047744         MOVE MESSAGE-SOURCE-TC TO WS-CHK-CODE-VALUE
047745         PERFORM 2650-CHECK-ONE-CODE THRU 2650-EXIT
047746     END-IF.
047747     IF NOT WS-REL-BAD
047748      AND BIRTH-COUNTRY-TC NOT = SPACES
047749         MOVE 'BIRTHCTY' TO WS-CHK-CODE-TYPE
047750         MOVE BIRTH-COUNTRY-TC TO WS-CHK-CODE-VALUE
047751         PERFORM 2650-CHECK-ONE-CODE THRU 2650-EXIT
047752     END-IF.
047753 2640-EXIT.
047754     EXIT.
047755
047756 2650-CHECK-ONE-CODE.
047757     MOVE WS-CHK-CODE-TYPE TO CVAL-CODE-TYPE.
047758     MOVE WS-CHK-CODE-VALUE TO CVAL-CODE-VALUE.
047759     EXEC CICS READ FILE('LA332CVM')
047760         INTO(LA332A4-CVAL-REC) RIDFLD(CVAL-KEY)
047761         RESP(WS-RESP)
047762     END-EXEC.
047763     IF WS-RESP NOT = DFHRESP(NORMAL)
047764         SET WS-REL-BAD TO TRUE
047765         STRING 'NOT RELEASED - ' WS-CHK-CODE-TYPE
047766             ' CODE NOT ON THE CODE MASTER'
047767             DELIMITED BY SIZE INTO MSGLNO
047768     ELSE
047769         IF CVAL-EFF-DATE > WS-TODAY-9
047770          OR (CVAL-EXP-DATE > ZERO AND CVAL-EXP-DATE < WS-TODAY-9)
047771             SET WS-REL-BAD TO TRUE
047772             STRING 'NOT RELEASED - ' WS-CHK-CODE-TYPE
047773                 ' CODE NOT EFFECTIVE TODAY'
047774                 DELIMITED BY SIZE INTO MSGLNO
047775         ELSE
047776             IF CVAL-CARRIERS NOT = SPACES
047777                 MOVE 'N' TO WS-CVAL-CARR-SW
047778                 PERFORM 2660-SCAN-CODE-CARRIERS THRU 2660-EXIT
047779                     VARYING WS-CVAL-SUB FROM 1 BY 1
047780                     UNTIL WS-CVAL-SUB > 10
047781                     OR WS-CVAL-CARRIER-ALLOWED
047782                 IF NOT WS-CVAL-CARRIER-ALLOWED
047783                     SET WS-REL-BAD TO TRUE
047784                     STRING 'NOT RELEASED - ' WS-CHK-CODE-TYPE
047785                         ' CODE NOT ALLOWED FOR CARRIER'
047786                         DELIMITED BY SIZE INTO MSGLNO
047787                 END-IF
047788             END-IF
047789         END-IF
047790     END-IF.
047791 2650-EXIT.
047792     EXIT.
047793
047794 2660-SCAN-CODE-CARRIERS.
047795     IF CVAL-CARRIER (WS-CVAL-SUB) = CARRIER-CODE
047796         SET WS-CVAL-CARRIER-ALLOWED TO TRUE
047797     END-IF.
047798 2660-EXIT.
047799     EXIT.
047800
047900*****************************************************************
048000*    2700-REWRITE-SUSPENSE - REREAD THE ITEM FOR UPDATE AND     *
048100*    REWRITE IT WITH THE REPAIRED IMAGE, MARKING IT RELEASED    *
048200*    WHEN THE RELEASE EDITS PASSED. AN ITEM RELEASED FROM       *
048300*    ANOTHER TERMINAL SINCE THE LOOKUP IS LEFT ALONE.           *
048400*****************************************************************
048500 2700-REWRITE-SUSPENSE.
048600     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
048700     END-EXEC.
048800     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
048900         YYYYMMDD(WS-TODAY-X)
049000     END-EXEC.
049100     MOVE WS-IN-SUS-KEY TO SUS-KEY.
049200     EXEC CICS READ FILE('LA332SUS')
049300         INTO(LA332A4-SUSP-REC) RIDFLD(SUS-KEY)
049400         UPDATE RESP(WS-RESP)
049500     END-EXEC.
049600     IF WS-RESP NOT = DFHRESP(NORMAL)
049700         MOVE 'LA332SUS NOT AVAILABLE - CHANGES NOT SAVED'
049800             TO MSGLNO
049900     ELSE
050000         IF NOT SUS-SUSPENDED
050100             EXEC CICS UNLOCK FILE('LA332SUS')
050200             END-EXEC
050300             MOVE SUS-TX-LIFE-REQ TO WS-TXENT-REC
050400             MOVE 'RELEASED ELSEWHERE - CHANGES NOT SAVED'
050500                 TO MSGLNO
050600         ELSE
050700             PERFORM 2710-BUILD-UPDATED-SUSPENSE THRU 2710-EXIT
050800             EXEC CICS REWRITE FILE('LA332SUS')
050900                 FROM(LA332A4-SUSP-REC) RESP(WS-RESP)
051000             END-EXEC
051100             IF WS-RESP NOT = DFHRESP(NORMAL)
051200                 MOVE 'LA332SUS NOT AVAILABLE - CHANGES NOT SAVED'
051300                     TO MSGLNO
051400             ELSE
051500                 IF SUS-RELEASED
051600                     MOVE 'RELEASED FOR THE NEXT INTRADAY CYCLE'
051700                         TO MSGLNO
051800                 ELSE
051900                     IF NOT WS-RELEASE-REQUESTED
052000                         MOVE 'REPAIR SAVED - PF5 TO RELEASE'
052100                             TO MSGLNO
052200                     END-IF
052300                 END-IF
052400             END-IF
052500         END-IF
052600     END-IF.
052700 2700-EXIT.
052800     EXIT.
052900
053000 2710-BUILD-UPDATED-SUSPENSE.
053100     MOVE WS-TXENT-REC TO SUS-TX-LIFE-REQ.
053200     IF WS-REPAIR-KEYED
053300         MOVE WS-TODAY-9 TO SUS-REPAIR-DATE
053400     END-IF.
053500     IF WS-RELEASE-REQUESTED AND NOT WS-REL-BAD
053600         EXEC CICS ASSIGN USERID(WS-USERID)
053700         END-EXEC
053800         SET SUS-RELEASED TO TRUE
053900         MOVE WS-TODAY-9 TO SUS-RELEASE-DATE
054000         MOVE WS-USERID TO SUS-RELEASE-USER
054100     END-IF.
054200 2710-EXIT.
054300     EXIT.
054400
054500*****************************************************************
054600*    5000-SEND-SCREEN - SEND THE BUILT MAP                      *
054700*****************************************************************
054800 5000-SEND-SCREEN.
054900     EXEC CICS SEND MAP('LA332Q') MAPSET('LA332MQ')
055000         FROM(LA332QO) ERASE
055100     END-EXEC.
055200 5000-EXIT.
055300     EXIT.
055400
055500*****************************************************************
055600*    7000-RETURN-TRANS - PSEUDO-CONVERSATIONAL RETURN WITH THE   *
055700*    LAST SUSPENSE KEY IN THE COMMAREA                           *
055800*****************************************************************
055900 7000-RETURN-TRANS.
056000     EXEC CICS RETURN TRANSID('LA35')
056100         COMMAREA(WS-COMMAREA) LENGTH(40)
056200     END-EXEC.
056300 7000-EXIT.
056400     EXIT.
056500
056600*****************************************************************
056700*    8000-EXIT-TRANS - PF3 ENDS THE SESSION                      *
056800*****************************************************************
056900 8000-EXIT-TRANS.
057000     EXEC CICS SEND TEXT
057100         FROM(WS-EXIT-MESSAGE) LENGTH(30) ERASE
057200     END-EXEC.
057300     EXEC CICS RETURN
057400     END-EXEC.
057500 8000-EXIT.
057600     EXIT.
