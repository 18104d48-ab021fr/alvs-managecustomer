000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LA332C4.
000300 AUTHOR. D-SYSTEMS.
000400 INSTALLATION. ALVS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    LA332C4 - CODE-VALUE REFERENCE MASTER MAINTENANCE (LA36)   *
001000*                                                               *
001100*    PSEUDO-CONVERSATIONAL CICS SCREEN OVER THE LA332CVM        *
001200*    CODE-VALUE REFERENCE MASTER, IN THE SAME STYLE AS          *
001300*    LA332C1-LA332C3. WHEN A CARRIER IMPLEMENTATION GUIDE ADDS  *
001400*    OR RETIRES A TRANS TYPE, ROLE OR OTHER TYPE CODE, THE      *
001500*    BUSINESS KEYS IT HERE INSTEAD OF WAITING ON A PROGRAM      *
001600*    CHANGE. A USER KEYS A CODE TYPE AND CODE VALUE AND PRESSES *
001700*    ENTER: AN EXISTING VALUE IS SHOWN FOR CHANGE, A NEW ONE    *
001800*    COMES BACK BLANK FOR ENTRY. PF5 SAVES THE SCREEN - A WRITE *
001900*    FOR A NEW VALUE, A REWRITE FOR AN EXISTING ONE - AFTER THE *
002000*    EDITS BELOW, STAMPED WITH TODAY'S DATE AND THE SIGNED-ON   *
002100*    USER. A VALUE IS RETIRED BY GIVING IT AN EXPIRY DATE, NOT  *
002200*    BY DELETING IT, SO HISTORY STILL PRINTS ITS DESCRIPTION.   *
002300*                                                               *
002400*    EDITS ON SAVE:                                             *
002500*       CODE TYPE ONE OF THE TYPES LISTED ON THE SCREEN         *
002600*       CODE VALUE AND DESCRIPTION PRESENT                      *
002700*       EFFECTIVE DATE A NON-ZERO CCYYMMDD                      *
002800*       EXPIRY DATE BLANK/ZERO OR NOT BEFORE THE EFFECTIVE DATE *
002900*       EVERY CARRIER KEYED ON THE LA332CAR CARRIER MASTER      *
003000*                                                               *
003100*    MODIFICATION HISTORY.                                      *
003200*    DATE       INIT  DESCRIPTION                                *
003300*    10/15/2026 DSY   ORIGINAL PROGRAM.                          *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-Z15.
003800 OBJECT-COMPUTER. IBM-Z15.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100 01  WS-SWITCHES.
004200     05 WS-SAVE-REQ-SW PIC X(001) VALUE 'N'.
004300        88 WS-SAVE-REQUESTED VALUE 'Y'.
004400     05 WS-CVAL-FOUND-SW PIC X(001) VALUE 'N'.
004500        88 WS-CVAL-FOUND VALUE 'Y'.
004600     05 WS-EDIT-BAD-SW PIC X(001) VALUE 'N'.
004700        88 WS-EDIT-BAD VALUE 'Y'.
004800
004900 01  WS-CONTROL-FIELDS.
005000*    THE RECEIVED FIELDS ARE SAVED BEFORE THE MAP OUTPUT AREA
005100*    (WHICH REDEFINES THE INPUT AREA) IS CLEARED - THE SAME
005200*    ORDERING LESSON ALREADY LEARNED IN LA332C1.
005300     05 WS-IN-KEY.
005400        10 WS-IN-CODE-TYPE PIC X(008) VALUE SPACES.
005500        10 WS-IN-CODE-VALUE PIC X(010) VALUE SPACES.
005600     05 WS-IN-DESC PIC X(030) VALUE SPACES.
005700     05 WS-IN-EFF-DATE-X PIC X(008) VALUE SPACES.
005800     05 WS-IN-EFF-DATE-9 REDEFINES WS-IN-EFF-DATE-X PIC 9(008).
005900     05 WS-IN-EXP-DATE-X PIC X(008) VALUE SPACES.
006000     05 WS-IN-EXP-DATE-9 REDEFINES WS-IN-EXP-DATE-X PIC 9(008).
006100     05 WS-IN-CARRIERS.
006200        10 WS-IN-CARRIER PIC X(022) OCCURS 10 TIMES.
006300     05 WS-CARR-SUB PIC S9(004) COMP VALUE ZERO.
006400     05 WS-RESP PIC S9(008) COMP VALUE ZERO.
006500     05 WS-ABSTIME PIC S9(015) COMP-3 VALUE ZERO.
006600     05 WS-TODAY-X PIC X(008) VALUE SPACES.
006700     05 WS-TODAY-9 REDEFINES WS-TODAY-X PIC 9(008).
006800     05 WS-USERID PIC X(008) VALUE SPACES.
006900
007000 01  WS-EXIT-MESSAGE PIC X(030) VALUE
007100     'LA332C4 CODE-VALUE SESSION END'.
007200
007300*    MUST STAY THE SAME LENGTH AS DFHCOMMAREA IN THE LINKAGE
007400*    SECTION AND THE LENGTH ON THE RETURN IN 7000-RETURN-TRANS.
007500 01  WS-COMMAREA.
007600     05 CA-LAST-CVAL-KEY PIC X(018) VALUE SPACES.
007700     05 FILLER PIC X(022) VALUE SPACES.
007800
007900*    RECORD AREA FOR LA332CVM READS, WRITES AND REWRITES; SEE
008000*    LA332A4-CVAL.CPY.
008100     COPY LA332A4-CVAL.
008200
008300*    RECORD AREA FOR LA332CAR READS; SEE LA332A4-CARM.CPY.
008400     COPY LA332A4-CARM.
008500
008600     COPY LA332C4-MAP.
008700
008800     COPY DFHAID.
008900
009000     COPY DFHBMSCA.
009100
009200 LINKAGE SECTION.
009300 01  DFHCOMMAREA PIC X(040).
009400
009500 PROCEDURE DIVISION.
009600 0000-MAINLINE.
009700     IF EIBCALEN = ZERO
009800         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
009900     ELSE
010000         MOVE DFHCOMMAREA TO WS-COMMAREA
010100         EVALUATE EIBAID
010200             WHEN DFHPF3
010300                 PERFORM 8000-EXIT-TRANS THRU 8000-EXIT
010400             WHEN DFHENTER
010500                 PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
010600             WHEN DFHPF5
010700                 SET WS-SAVE-REQUESTED TO TRUE
010800                 PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
010900             WHEN OTHER
011000                 MOVE LOW-VALUES TO LA332VO
011100                 MOVE 'INVALID KEY - USE ENTER, PF5 OR PF3'
011200                     TO MSGLNO
011300                 PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
011400         END-EVALUATE
011500     END-IF.
011600     PERFORM 7000-RETURN-TRANS THRU 7000-EXIT.
011700 0000-EXIT.
011800     EXIT.
011900
012000*****************************************************************
012100*    1000-FIRST-TIME - FRESH SCREEN, FRESH COMMAREA              *
012200*****************************************************************
012300 1000-FIRST-TIME.
012400     MOVE LOW-VALUES TO LA332VO.
012500     MOVE 'ENTER A CODE TYPE AND CODE VALUE' TO MSGLNO.
012600     EXEC CICS SEND MAP('LA332V') MAPSET('LA332MV')
012700         FROM(LA332VO) ERASE
012800     END-EXEC.
012900 1000-EXIT.
013000     EXIT.
013100
013200*****************************************************************
013300*    2000-PROCESS-ENTRY - RECEIVE THE SCREEN, LOOK THE CODE     *
013400*    VALUE UP AND EITHER SHOW IT OR, ON PF5, SAVE IT            *
013500*****************************************************************
013600 2000-PROCESS-ENTRY.
013700     MOVE LOW-VALUES TO LA332VI.
013800     EXEC CICS RECEIVE MAP('LA332V') MAPSET('LA332MV')
013900         INTO(LA332VI) RESP(WS-RESP)
014000     END-EXEC.
014100     IF WS-RESP = DFHRESP(MAPFAIL)
014200         MOVE LOW-VALUES TO LA332VO
014300         MOVE 'ENTER A CODE TYPE AND CODE VALUE' TO MSGLNO
014400         PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
014500     ELSE
014600         PERFORM 2100-SAVE-INPUT THRU 2100-EXIT
014700         MOVE LOW-VALUES TO LA332VO
014800         MOVE SPACES TO MSGLNO
014900         IF WS-IN-CODE-TYPE = SPACES
015000          OR WS-IN-CODE-VALUE = SPACES
015100             MOVE 'CODE TYPE AND CODE VALUE ARE BOTH REQUIRED'
015200                 TO MSGLNO
015300             PERFORM 2400-SHOW-INPUT THRU 2400-EXIT
015400         ELSE
015500             MOVE WS-IN-CODE-TYPE TO CVAL-CODE-TYPE
015600             IF NOT CVAL-TYPE-VALID
015700                 MOVE 'CODE TYPE MUST BE ONE OF THE TYPES LISTED'
015800                     TO MSGLNO
015900                 PERFORM 2400-SHOW-INPUT THRU 2400-EXIT
016000             ELSE
016100                 IF WS-SAVE-REQUESTED
016200                     PERFORM 2500-SAVE-CODE-VALUE THRU 2500-EXIT
016300                 ELSE
016400                     PERFORM 2200-LOOKUP-CODE-VALUE THRU 2200-EXIT
016500                 END-IF
016600             END-IF
016700         END-IF
016800         PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
016900     END-IF.
017000 2000-EXIT.
017100     EXIT.
017200
017300 2100-SAVE-INPUT.
017400     MOVE CTYPEI TO WS-IN-CODE-TYPE.
017500     MOVE CVALUEI TO WS-IN-CODE-VALUE.
017600     MOVE DESCI TO WS-IN-DESC.
017700     MOVE EFFDTI TO WS-IN-EFF-DATE-X.
017800     MOVE EXPDTI TO WS-IN-EXP-DATE-X.
017900     MOVE CARR01I TO WS-IN-CARRIER (1).
018000     MOVE CARR02I TO WS-IN-CARRIER (2).
018100     MOVE CARR03I TO WS-IN-CARRIER (3).
018200     MOVE CARR04I TO WS-IN-CARRIER (4).
018300     MOVE CARR05I TO WS-IN-CARRIER (5).
018400     MOVE CARR06I TO WS-IN-CARRIER (6).
018500     MOVE CARR07I TO WS-IN-CARRIER (7).
018600     MOVE CARR08I TO WS-IN-CARRIER (8).
018700     MOVE CARR09I TO WS-IN-CARRIER (9).
018800     MOVE CARR10I TO WS-IN-CARRIER (10).
018900*    UNTOUCHED MAP FIELDS ARRIVE AS LOW-VALUES; NORMALIZE TO
019000*    SPACES SO THE EDITS AND THE KEYED READS BEHAVE.
019100     INSPECT WS-IN-KEY REPLACING ALL LOW-VALUE BY SPACE.
019200     INSPECT WS-IN-DESC REPLACING ALL LOW-VALUE BY SPACE.
019300     INSPECT WS-IN-EFF-DATE-X REPLACING ALL LOW-VALUE BY SPACE.
019400     INSPECT WS-IN-EXP-DATE-X REPLACING ALL LOW-VALUE BY SPACE.
019500     INSPECT WS-IN-CARRIERS REPLACING ALL LOW-VALUE BY SPACE.
019600 2100-EXIT.
019700     EXIT.
019800
019900*****************************************************************
020000*    2200-LOOKUP-CODE-VALUE - SHOW THE VALUE ON FILE, OR A      *
020100*    BLANK ENTRY SCREEN UNDER THE KEY FOR A NEW ONE. EITHER WAY *
020200*    THE KEY IS REMEMBERED SO THE NEXT PF5 MAY SAVE UNDER IT.   *
020300*****************************************************************
020400 2200-LOOKUP-CODE-VALUE.
020500     PERFORM 2300-READ-CODE-VALUE THRU 2300-EXIT.
020600     IF WS-CVAL-FOUND
020700         PERFORM 2410-SHOW-CODE-VALUE THRU 2410-EXIT
020800         MOVE 'OVERKEY TO CHANGE - PF5 TO SAVE' TO MSGLNO
020900     ELSE
021000         MOVE WS-IN-CODE-TYPE TO CTYPEO
021100         MOVE WS-IN-CODE-VALUE TO CVALUEO
021200         MOVE 'NEW CODE VALUE - KEY THE DETAILS AND PF5 TO ADD'
021300             TO MSGLNO
021400     END-IF.
021500     MOVE WS-IN-KEY TO CA-LAST-CVAL-KEY.
021600 2200-EXIT.
021700     EXIT.
021800
021900 2300-READ-CODE-VALUE.
022000     MOVE 'N' TO WS-CVAL-FOUND-SW.
022100     MOVE WS-IN-KEY TO CVAL-KEY.
022200     EXEC CICS READ FILE('LA332CVM')
022300         INTO(LA332A4-CVAL-REC) RIDFLD(CVAL-KEY)
022400         RESP(WS-RESP)
022500     END-EXEC.
022600     IF WS-RESP = DFHRESP(NORMAL)
022700         SET WS-CVAL-FOUND TO TRUE
022800     END-IF.
022900 2300-EXIT.
023000     EXIT.
023100
023200*****************************************************************
023300*    2400-SHOW-INPUT - PUT BACK WHAT WAS KEYED SO A FAILED EDIT *
023400*    DOES NOT LOSE THE USER'S TYPING                             *
023500*****************************************************************
023600 2400-SHOW-INPUT.
023700     MOVE WS-IN-CODE-TYPE TO CTYPEO.
023800     MOVE WS-IN-CODE-VALUE TO CVALUEO.
023900     MOVE WS-IN-DESC TO DESCO.
024000     MOVE WS-IN-EFF-DATE-X TO EFFDTO.
024100     MOVE WS-IN-EXP-DATE-X TO EXPDTO.
024200     MOVE WS-IN-CARRIER (1) TO CARR01O.
024300     MOVE WS-IN-CARRIER (2) TO CARR02O.
024400     MOVE WS-IN-CARRIER (3) TO CARR03O.
024500     MOVE WS-IN-CARRIER (4) TO CARR04O.
024600     MOVE WS-IN-CARRIER (5) TO CARR05O.
024700     MOVE WS-IN-CARRIER (6) TO CARR06O.
024800     MOVE WS-IN-CARRIER (7) TO CARR07O.
024900     MOVE WS-IN-CARRIER (8) TO CARR08O.
025000     MOVE WS-IN-CARRIER (9) TO CARR09O.
025100     MOVE WS-IN-CARRIER (10) TO CARR10O.
025200 2400-EXIT.
025300     EXIT.
025400
025500 2410-SHOW-CODE-VALUE.
025600     MOVE CVAL-CODE-TYPE TO CTYPEO.
025700     MOVE CVAL-CODE-VALUE TO CVALUEO.
025800     MOVE CVAL-DESC TO DESCO.
025900     MOVE CVAL-EFF-DATE TO EFFDTO.
026000     IF CVAL-EXP-DATE > ZERO
026100         MOVE CVAL-EXP-DATE TO EXPDTO
026200     END-IF.
026300     IF CVAL-MAINT-DATE > ZERO
026400         MOVE CVAL-MAINT-DATE TO MNTDTO
026500     END-IF.
026600     MOVE CVAL-MAINT-USER TO MNTUSO.
026700     MOVE CVAL-CARRIER (1) TO CARR01O.
026800     MOVE CVAL-CARRIER (2) TO CARR02O.
026900     MOVE CVAL-CARRIER (3) TO CARR03O.
027000     MOVE CVAL-CARRIER (4) TO CARR04O.
027100     MOVE CVAL-CARRIER (5) TO CARR05O.
027200     MOVE CVAL-CARRIER (6) TO CARR06O.
027300     MOVE CVAL-CARRIER (7) TO CARR07O.
027400     MOVE CVAL-CARRIER (8) TO CARR08O.
027500     MOVE CVAL-CARRIER (9) TO CARR09O.
027600     MOVE CVAL-CARRIER (10) TO CARR10O.
027700 2410-EXIT.
027800     EXIT.
027900
028000*****************************************************************
028100*    2500-SAVE-CODE-VALUE - PF5. THE KEY ON THE SCREEN MUST BE  *
028200*    THE ONE LAST LOOKED UP, SO A KEY TYPED OVER AN EXISTING    *
028300*    VALUE NEVER SAVES DETAILS THE USER HAS NOT SEEN UNDER IT;  *
028400*    ANYTHING ELSE IS TREATED AS A LOOKUP.                      *
028500*****************************************************************
028600 2500-SAVE-CODE-VALUE.
028700     IF WS-IN-KEY NOT = CA-LAST-CVAL-KEY
028800         PERFORM 2200-LOOKUP-CODE-VALUE THRU 2200-EXIT
028900     ELSE
029000         MOVE 'N' TO WS-EDIT-BAD-SW
029100         PERFORM 2600-EDIT-CODE-VALUE THRU 2600-EXIT
029200         IF WS-EDIT-BAD
029300             PERFORM 2400-SHOW-INPUT THRU 2400-EXIT
029400         ELSE
029500             PERFORM 2700-WRITE-CODE-VALUE THRU 2700-EXIT
029600         END-IF
029700     END-IF.
029800 2500-EXIT.
029900     EXIT.
030000
030100*****************************************************************
030200*    2600-EDIT-CODE-VALUE - THE EDITS LISTED IN THE PROGRAM     *
030300*    HEADER, STOPPING AT THE FIRST FAILURE                       *
030400*****************************************************************
030500 2600-EDIT-CODE-VALUE.
030600     IF WS-IN-DESC = SPACES
030700         SET WS-EDIT-BAD TO TRUE
030800         MOVE 'DESCRIPTION IS REQUIRED' TO MSGLNO
030900     ELSE
031000         IF WS-IN-EFF-DATE-X NOT NUMERIC
031100          OR WS-IN-EFF-DATE-9 = ZERO
031200             SET WS-EDIT-BAD TO TRUE
031300             MOVE 'EFFECTIVE DATE MUST BE CCYYMMDD' TO MSGLNO
031400         ELSE
031500             IF WS-IN-EXP-DATE-X = SPACES
031600                 MOVE ZERO TO WS-IN-EXP-DATE-9
031700             END-IF
031800             IF WS-IN-EXP-DATE-X NOT NUMERIC
031900                 SET WS-EDIT-BAD TO TRUE
032000                 MOVE 'EXPIRY DATE MUST BE CCYYMMDD OR BLANK'
032100                     TO MSGLNO
032200             ELSE
032300                 IF WS-IN-EXP-DATE-9 > ZERO
032400                  AND WS-IN-EXP-DATE-9 < WS-IN-EFF-DATE-9
032500                     SET WS-EDIT-BAD TO TRUE
032600                     MOVE 'EXPIRY DATE BEFORE THE EFFECTIVE DATE'
032700                         TO MSGLNO
032800                 END-IF
032900             END-IF
033000         END-IF
033100     END-IF.
033200     IF NOT WS-EDIT-BAD
033300         PERFORM 2610-CHECK-CARRIER THRU 2610-EXIT
033400             VARYING WS-CARR-SUB FROM 1 BY 1
033500             UNTIL WS-CARR-SUB > 10
033600             OR WS-EDIT-BAD
033700     END-IF.
033800 2600-EXIT.
033900     EXIT.
034000
034100 2610-CHECK-CARRIER.
034200     IF WS-IN-CARRIER (WS-CARR-SUB) NOT = SPACES
034300         MOVE WS-IN-CARRIER (WS-CARR-SUB) TO CARM-CARRIER-CODE
034400         EXEC CICS READ FILE('LA332CAR')
034500             INTO(LA332A4-CARM-REC) RIDFLD(CARM-CARRIER-CODE)
034600             RESP(WS-RESP)
034700         END-EXEC
034800         IF WS-RESP NOT = DFHRESP(NORMAL)
034900             SET WS-EDIT-BAD TO TRUE
035000             MOVE 'CARRIER NOT ON THE CARRIER MASTER - SEE ABOVE'
035100                 TO MSGLNO
035200         END-IF
035300     END-IF.
035400 2610-EXIT.
035500     EXIT.
035600
035700*****************************************************************
035800*    2700-WRITE-CODE-VALUE - REREAD FOR UPDATE AND REWRITE, OR  *
035900*    WRITE WHEN THE VALUE IS NOT ON FILE YET. THE SCREEN IS     *
036000*    REBUILT FROM THE RECORD AS SAVED.                          *
036100*****************************************************************
036200 2700-WRITE-CODE-VALUE.
036300     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
036400     END-EXEC.
036500     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
036600         YYYYMMDD(WS-TODAY-X)
036700     END-EXEC.
036800     EXEC CICS ASSIGN USERID(WS-USERID)
036900     END-EXEC.
037000     MOVE WS-IN-KEY TO CVAL-KEY.
037100     EXEC CICS READ FILE('LA332CVM')
037200         INTO(LA332A4-CVAL-REC) RIDFLD(CVAL-KEY)
037300         UPDATE RESP(WS-RESP)
037400     END-EXEC.
037500     IF WS-RESP = DFHRESP(NORMAL)
037600         PERFORM 2710-BUILD-CODE-VALUE THRU 2710-EXIT
037700         EXEC CICS REWRITE FILE('LA332CVM')
037800             FROM(LA332A4-CVAL-REC) RESP(WS-RESP)
037900         END-EXEC
038000         IF WS-RESP = DFHRESP(NORMAL)
038100             MOVE 'CODE VALUE CHANGED' TO MSGLNO
038200         END-IF
038300     ELSE
038400         IF WS-RESP = DFHRESP(NOTFND)
038500             PERFORM 2710-BUILD-CODE-VALUE THRU 2710-EXIT
038600             EXEC CICS WRITE FILE('LA332CVM')
038700                 FROM(LA332A4-CVAL-REC) RIDFLD(CVAL-KEY)
038800                 RESP(WS-RESP)
038900             END-EXEC
039000             IF WS-RESP = DFHRESP(NORMAL)
039100                 MOVE 'CODE VALUE ADDED' TO MSGLNO
039200             END-IF
039300         END-IF
039400     END-IF.
039500     IF WS-RESP = DFHRESP(NORMAL)
039600         PERFORM 2410-SHOW-CODE-VALUE THRU 2410-EXIT
039700     ELSE
039800         MOVE 'LA332CVM NOT AVAILABLE - CHANGES NOT SAVED'
039900             TO MSGLNO
040000         PERFORM 2400-SHOW-INPUT THRU 2400-EXIT
040100     END-IF.
040200 2700-EXIT.
040300     EXIT.
040400
040500 2710-BUILD-CODE-VALUE.
040600     MOVE WS-IN-KEY TO CVAL-KEY.
040700     MOVE WS-IN-DESC TO CVAL-DESC.
040800     MOVE WS-IN-EFF-DATE-9 TO CVAL-EFF-DATE.
040900     MOVE WS-IN-EXP-DATE-9 TO CVAL-EXP-DATE.
041000     MOVE WS-IN-CARRIERS TO CVAL-CARRIERS.
041100     MOVE WS-TODAY-9 TO CVAL-MAINT-DATE.
041200     MOVE WS-USERID TO CVAL-MAINT-USER.
041300 2710-EXIT.
041400     EXIT.
041500
041600*****************************************************************
041700*    5000-SEND-SCREEN - SEND THE BUILT MAP                      *
041800*****************************************************************
041900 5000-SEND-SCREEN.
042000     EXEC CICS SEND MAP('LA332V') MAPSET('LA332MV')
042100         FROM(LA332VO) ERASE
042200     END-EXEC.
042300 5000-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*    7000-RETURN-TRANS - PSEUDO-CONVERSATIONAL RETURN WITH THE   *
042800*    LAST CODE-VALUE KEY IN THE COMMAREA                         *
042900*****************************************************************
043000 7000-RETURN-TRANS.
043100     EXEC CICS RETURN TRANSID('LA36')
043200         COMMAREA(WS-COMMAREA) LENGTH(40)
043300     END-EXEC.
043400 7000-EXIT.
043500     EXIT.
043600
043700*****************************************************************
043800*    8000-EXIT-TRANS - PF3 ENDS THE SESSION                      *
043900*****************************************************************
044000 8000-EXIT-TRANS.
044100     EXEC CICS SEND TEXT
044200         FROM(WS-EXIT-MESSAGE) LENGTH(30) ERASE
044300     END-EXEC.
044400     EXEC CICS RETURN
044500     END-EXEC.
044600 8000-EXIT.
044700     EXIT.
