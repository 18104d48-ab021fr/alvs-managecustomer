000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LA332K1.
000300 AUTHOR. D-SYSTEMS.
000400 INSTALLATION. ALVS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    LA332K1 - MASKED TEST-DATA COPY OF THE LA332 FILES         *
001000*                                                               *
001100*    WRITES TEST COPIES OF THE LA332ENT ENTRY FILE, THE         *
001200*    LA332XRF INQUIRY FILE AND THE LA332HST HISTORY STORE       *
001300*    (LA332KEN, LA332KXR AND LA332KHS) WITH EVERY PERSONAL      *
001400*    FIELD REPLACED BY A REALISTIC SUBSTITUTE, SO DEVELOPMENT   *
001500*    AND QA CAN RUN PRODUCTION VOLUMES WITHOUT REAL NAMES,      *
001600*    BIRTH DATES, ID NUMBERS, ADDRESSES OR MEDICAL DATA ON A    *
001700*    TEST SYSTEM. MASKED ARE:                                   *
001800*                                                               *
001900*       - PERSON FIRST/MIDDLE/LAST/NICK NAMES AND INITIALS      *
002000*         (XRF FIRST/LAST NAME) - DRAWN FROM NAME TABLES; A     *
002025*         MASKED SURNAME ALSO CARRIES A HASHED FOUR-LETTER      *
002050*         SUFFIX (SEE THE NAME TABLES).                         *
002100*       - BIRTH-DATE - SAME YEAR AND FORMAT, NEW MONTH AND      *
002200*         DAY (01-28); AN UNRECOGNIZED FORMAT HAS ITS DIGITS    *
002300*         AND LETTERS SCRAMBLED.                                *
002400*       - ID-REF-NO AND THE RISK READING - EVERY DIGIT AND      *
002500*         LETTER SCRAMBLED, PUNCTUATION KEPT.                   *
002600*       - ADDRESS1 LINES AND ZIP (XRF CURRENT AND PRIOR         *
002700*         ADDRESS) - A NEW STREET ADDRESS; A ZIP ON THE         *
002800*         LA332ZIP POSTAL REFERENCE IS REPLACED BY ANOTHER ZIP  *
002900*         ON IT, AND THE CITY LINE IS THAT ZIP'S CITY AND       *
003000*         STATE. A ZIP NOT ON THE REFERENCE IS LEFT AS IT IS SO *
003100*         LA332B6 STILL FLAGS IT.                               *
003200*       - RISK DOCTOR-NAME AND USER-LOGIN-ID (HST TOO).         *
003300*                                                               *
003400*    EVERY SUBSTITUTE IS DERIVED FROM A HASH OF THE REAL VALUE  *
003500*    AND THE LA332K1P MASKING SEED, NOT FROM A RANDOM NUMBER:   *
003600*    THE SAME REAL NAME, DATE, ID, ADDRESS OR LOGIN BECOMES THE *
003700*    SAME MASKED VALUE ON EVERY RECORD OF ALL THREE FILES AND   *
003800*    ON EVERY RUN WITH THE SAME SEED. PARTIES THAT MATCHED IN   *
003900*    LA332D1 STILL MATCH, AND THE KEYS (PARTY-ID, HOLDING-ID,   *
004000*    GUID) ARE NOT TOUCHED, SO LA332M1 MERGES AND LA332H2       *
004100*    RESEARCH BEHAVE AS ON PRODUCTION. THE SEED MUST BE KEPT    *
004200*    THE SAME FROM RUN TO RUN, AND KEPT OFF THE TEST SYSTEM;    *
004300*    ZERO OR NO LA332K1P RECORD USES THE DEFAULT SEED.          *
004320*                                                               *
004340*    THE COPY IS A TEST-SIDE RUN AND WRITES NOTHING TO THE      *
004360*    PRODUCTION LA332CTL CONTROL OR LA332TIM TIMING FILES; ITS  *
004380*    COUNTS GO TO THE JOB LOG ONLY.                             *
004400*                                                               *
004500*    MODIFICATION HISTORY.                                      *
004600*    DATE       INIT  DESCRIPTION                                *
004700*    10/15/2026 DSY   ORIGINAL PROGRAM.                          *
004725*    10/15/2026 DSY   MASKED PERSON SURNAMES CARRY A HASHED      *
004750*                      FOUR-LETTER SUFFIX SO DIFFERENT PEOPLE    *
004775*                      BORN THE SAME DAY DO NOT FALSELY MATCH.   *
004780*    10/15/2026 DSY   NO LONGER APPENDS TO LA332CTL OR LA332TIM. *
004785*                      A FAILED OPEN OF LA332ENT OR LA332HST     *
004790*                      ENDS THE RUN WITH RC 16.                  *
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-Z15.
005200 OBJECT-COMPUTER. IBM-Z15.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT LA332K1-PARM-FILE ASSIGN TO LA332K1P
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PARM-FILE-STATUS.
005800
005900     SELECT LA332K1-ENT-FILE ASSIGN TO LA332ENT
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-ENT-FILE-STATUS.
006200
006300     SELECT LA332K1-XRF-FILE ASSIGN TO LA332XRF
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS XREF-KEY
006700         ALTERNATE RECORD KEY IS XREF-HOLDING-ID
006800             WITH DUPLICATES
006900         FILE STATUS IS WS-XRF-FILE-STATUS.
007000
007100     SELECT LA332K1-HST-FILE ASSIGN TO LA332HST
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-HST-FILE-STATUS.
007400
007500     SELECT LA332K1-ZIP-FILE ASSIGN TO LA332ZIP
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS ZIPREF-ZIP-CODE
007900         FILE STATUS IS WS-ZIP-FILE-STATUS.
008000
008100     SELECT LA332K1-KEN-FILE ASSIGN TO LA332KEN
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-KEN-FILE-STATUS.
008400
008500     SELECT LA332K1-KXR-FILE ASSIGN TO LA332KXR
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS SEQUENTIAL
008800         RECORD KEY IS KXR-KEY
008900         ALTERNATE RECORD KEY IS KXR-HOLDING-ID
009000             WITH DUPLICATES
009100         FILE STATUS IS WS-KXR-FILE-STATUS.
009200
009300     SELECT LA332K1-KHS-FILE ASSIGN TO LA332KHS
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-KHS-FILE-STATUS.
009600
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  LA332K1-PARM-FILE
010800     RECORDING MODE IS F.
010900 01  LA332K1-PARM-REC.
011000     05 PARM-MASK-SEED PIC 9(009) VALUE ZERO.
011100
011200 FD  LA332K1-ENT-FILE
011300     RECORDING MODE IS F.
011400     COPY LA332A4-ENT.
011500
011600 FD  LA332K1-XRF-FILE.
011700     COPY LA332A4-XREF.
011800
011900 FD  LA332K1-HST-FILE
012000     RECORDING MODE IS F.
012100     COPY LA332A4-HIST.
012200
012300 FD  LA332K1-ZIP-FILE.
012400     COPY LA332A4-ZIPREF.
012500
012600 FD  LA332K1-KEN-FILE
012700     RECORDING MODE IS F.
012800 01  LA332K1-KEN-REC PIC X(2890).
012900
013000*    SAME LAYOUT AND KEYS AS LA332A4-XREF.CPY; THE MASKED RECORD
013100*    IS BUILT IN THE INPUT RECORD AND WRITTEN FROM THERE.
013200 FD  LA332K1-KXR-FILE.
013300 01  LA332K1-KXR-REC.
013400     05 KXR-KEY.
013500        10 KXR-PARTY-ID PIC X(025).
013600        10 KXR-HOLDING-ID PIC X(025).
013700     05 FILLER PIC X(584).
013800
013900 FD  LA332K1-KHS-FILE
014000     RECORDING MODE IS F.
014100 01  LA332K1-KHS-REC PIC X(218).
014200
015100 WORKING-STORAGE SECTION.
015600 01  WS-FILE-STATUSES.
015700     05 WS-PARM-FILE-STATUS PIC X(002) VALUE SPACES.
015800        88 WS-PARM-NOT-FOUND VALUE '35'.
015900     05 WS-ENT-FILE-STATUS PIC X(002) VALUE SPACES.
015950        88 WS-ENT-OK VALUE '00'.
016000     05 WS-XRF-FILE-STATUS PIC X(002) VALUE SPACES.
016100        88 WS-XRF-NOT-FOUND VALUE '35'.
016200     05 WS-HST-FILE-STATUS PIC X(002) VALUE SPACES.
016250        88 WS-HST-OK VALUE '00'.
016300     05 WS-ZIP-FILE-STATUS PIC X(002) VALUE SPACES.
016400        88 WS-ZIP-OK VALUE '00'.
016500        88 WS-ZIP-NOT-FOUND VALUE '35'.
016600     05 WS-KEN-FILE-STATUS PIC X(002) VALUE SPACES.
016700        88 WS-KEN-OK VALUE '00'.
016800     05 WS-KXR-FILE-STATUS PIC X(002) VALUE SPACES.
016900        88 WS-KXR-OK VALUE '00'.
017000     05 WS-KHS-FILE-STATUS PIC X(002) VALUE SPACES.
017100        88 WS-KHS-OK VALUE '00'.
017600
017700 01  WS-SWITCHES.
017800     05 WS-ENT-EOF-SW PIC X(001) VALUE 'N'.
017900        88 WS-END-OF-ENTRIES VALUE 'Y'.
018000     05 WS-XRF-EOF-SW PIC X(001) VALUE 'N'.
018100        88 WS-END-OF-INQUIRY VALUE 'Y'.
018200     05 WS-HST-EOF-SW PIC X(001) VALUE 'N'.
018300        88 WS-END-OF-HISTORY VALUE 'Y'.
018400     05 WS-PARM-BAD-SW PIC X(001) VALUE 'N'.
018500        88 WS-PARM-BAD VALUE 'Y'.
018600     05 WS-ZIP-FOUND-SW PIC X(001) VALUE 'N'.
018700        88 WS-ZIP-FOUND VALUE 'Y'.
018800
018900 01  WS-SUBSCRIPTS COMP-3.
019000     05 WS-ENTRY-SUB PIC 9(003) VALUE ZERO.
019100
019200 01  WS-CONTROL-FIELDS.
019400     05 WS-MASK-SEED PIC 9(009) VALUE 470113529.
019500
019600 01  WS-COUNTERS COMP-3.
019700     05 WS-ENT-READ-COUNT PIC 9(009) VALUE ZERO.
019800     05 WS-XRF-READ-COUNT PIC 9(009) VALUE ZERO.
019900     05 WS-HST-READ-COUNT PIC 9(009) VALUE ZERO.
020000     05 WS-ENT-WRITTEN-COUNT PIC 9(009) VALUE ZERO.
020100     05 WS-XRF-WRITTEN-COUNT PIC 9(009) VALUE ZERO.
020200     05 WS-HST-WRITTEN-COUNT PIC 9(009) VALUE ZERO.
020300     05 WS-ZIP-KEPT-COUNT PIC 9(009) VALUE ZERO.
020600
020700*    HASH WORK. A VALUE IS HASHED CHARACTER BY CHARACTER, EACH
020800*    CHARACTER COUNTING AS ITS POSITION IN WS-HASH-ALPHABET
020900*    (THE SAME ON ANY CODE PAGE), INTO A NUMBER BELOW THE PRIME
021000*    2147483647; SUCCESSIVE PICKS THEN STEP IT THROUGH THE
021100*    MULTIPLY-BY-48271 SEQUENCE SO ONE VALUE YIELDS AS MANY
021200*    INDEPENDENT CHOICES AS ITS SUBSTITUTE NEEDS. WS-HASH-SALT
021300*    SEPARATES THE FIELD TYPES SO THE SAME TEXT IN TWO FIELDS
021400*    DOES NOT MASK ALIKE.
021500 01  WS-HASH-WORK-AREA COMP-3.
021600     05 WS-HASH PIC 9(010) VALUE ZERO.
021700     05 WS-HASH-WORK PIC 9(015) VALUE ZERO.
021800     05 WS-HASH-QUOT PIC 9(015) VALUE ZERO.
021900     05 WS-HASH-SALT PIC 9(003) VALUE ZERO.
022000     05 WS-HASH-LEN PIC 9(003) VALUE ZERO.
022100     05 WS-HASH-SUB PIC 9(003) VALUE ZERO.
022200     05 WS-CHAR-VAL PIC 9(003) VALUE ZERO.
022300     05 WS-PICK PIC 9(005) VALUE ZERO.
022400     05 WS-PICK-RANGE PIC 9(005) VALUE ZERO.
022500
022600 01  WS-HASH-TEXT.
022700     05 WS-HASH-SOURCE PIC X(125) VALUE SPACES.
022800     05 WS-HASH-CHAR PIC X(001) VALUE SPACE.
022900     05 WS-HASH-ALPHABET.
023000        10 FILLER PIC X(038) VALUE
023100           ' ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijk'.
023200        10 FILLER PIC X(034) VALUE
023300           'lmnopqrstuvwxyz0123456789.,-/''&#()'.
023400
023500*    MASKING WORK FIELDS: THE VALUE BEING MASKED GOES IN, THE
023600*    SUBSTITUTE COMES BACK IN THE SAME FIELD.
023700 01  WS-MASK-WORK.
023800     05 WS-MASK-NAME PIC X(060) VALUE SPACES.
023900     05 WS-MASK-DATE PIC X(010) VALUE SPACES.
024000     05 WS-MASK-SCRAMBLE PIC X(020) VALUE SPACES.
024100     05 WS-MASK-SCRAMBLE-LEN PIC 9(003) COMP-3 VALUE ZERO.
024200     05 WS-MASK-SCRAMBLE-SUB PIC 9(003) COMP-3 VALUE ZERO.
024300     05 WS-MASK-CHAR PIC X(001) VALUE SPACE.
024400     05 WS-MASK-LOGIN PIC X(020) VALUE SPACES.
024500     05 WS-MASK-ADDR.
024600        10 WS-MASK-LINE1 PIC X(030) VALUE SPACES.
024700        10 WS-MASK-LINE2 PIC X(030) VALUE SPACES.
024800        10 WS-MASK-LINE3 PIC X(030) VALUE SPACES.
024900        10 WS-MASK-LINE4 PIC X(030) VALUE SPACES.
025000        10 WS-MASK-ZIP PIC X(005) VALUE SPACES.
025100     05 WS-MASK-NEW-ZIP PIC X(005) VALUE SPACES.
025200     05 WS-MASK-CITY PIC X(030) VALUE SPACES.
025300     05 WS-MASK-STATE PIC X(002) VALUE SPACES.
025400     05 WS-MASK-SURNAME-FRONT PIC X(006) VALUE SPACES.
025425     05 WS-MASK-SURNAME PIC X(015) VALUE SPACES.
025450     05 WS-MASK-SUFFIX PIC X(004) VALUE SPACES.
025475     05 WS-MASK-SUFFIX-SUB PIC 9(003) COMP-3 VALUE ZERO.
025500     05 WS-MASK-STREET PIC X(010) VALUE SPACES.
025600     05 WS-MASK-FIRST-INITIAL PIC X(001) VALUE SPACE.
025700     05 WS-MASK-MIDDLE-INITIAL PIC X(001) VALUE SPACE.
025800     05 WS-MASK-LAST-INITIAL PIC X(001) VALUE SPACE.
025900     05 WS-MASK-2-DIGITS PIC 9(002) VALUE ZERO.
026000     05 WS-MASK-HOUSE-NO PIC 9(004) VALUE ZERO.
026100     05 WS-MASK-APT-NO PIC 9(003) VALUE ZERO.
026200     05 WS-MASK-ZIP-NO PIC 9(005) VALUE ZERO.
026300     05 WS-MASK-LOGIN-NO PIC 9(010) VALUE ZERO.
026400     05 WS-MASK-DIGITS PIC X(010) VALUE '0123456789'.
026500     05 WS-MASK-UPPER PIC X(026) VALUE
026600        'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
026700     05 WS-MASK-LOWER PIC X(026) VALUE
026800        'abcdefghijklmnopqrstuvwxyz'.
026900
027000*    SUBSTITUTE NAME TABLES. GIVEN NAMES ARE ONES USED FOR
027100*    EITHER GENDER SO GENDER-TC STILL READS SENSIBLY; SURNAMES
027200*    AND DOCTORS' NAMES ARE A FRONT PART PLUS A BACK PART
027300*    (20 X 20 = 400). ON ITS OWN THAT IS TOO FEW: LA332D1
027400*    MATCHES ON LAST NAME, FIRST NAME AND BIRTH DATE, AND THE
027410*    PEOPLE SHARING A BIRTH DATE WOULD FALL INTO FALSE
027420*    CLUSTERS. A PERSON SURNAME THEREFORE ALSO GETS A HYPHEN AND
027430*    A HASHED FOUR-LETTER SUFFIX (26 ** 4 = 456,976), WHICH
027440*    WITH THE 32 GIVEN NAMES GIVES ABOUT 5.8 BILLION MASKED
027450*    NAMES PER BIRTH DATE.
027500 01  WS-GIVEN-NAME-TABLE.
027600     05 FILLER PIC X(010) VALUE 'ALEX'.
027700     05 FILLER PIC X(010) VALUE 'AVERY'.
027800     05 FILLER PIC X(010) VALUE 'BLAKE'.
027900     05 FILLER PIC X(010) VALUE 'CAMERON'.
028000     05 FILLER PIC X(010) VALUE 'CASEY'.
028100     05 FILLER PIC X(010) VALUE 'CHARLIE'.
028200     05 FILLER PIC X(010) VALUE 'DAKOTA'.
028300     05 FILLER PIC X(010) VALUE 'DREW'.
028400     05 FILLER PIC X(010) VALUE 'ELLIOT'.
028500     05 FILLER PIC X(010) VALUE 'EMERSON'.
028600     05 FILLER PIC X(010) VALUE 'FINLEY'.
028700     05 FILLER PIC X(010) VALUE 'HAYDEN'.
028800     05 FILLER PIC X(010) VALUE 'JAMIE'.
028900     05 FILLER PIC X(010) VALUE 'JESSE'.
029000     05 FILLER PIC X(010) VALUE 'JORDAN'.
029100     05 FILLER PIC X(010) VALUE 'KENDALL'.
029200     05 FILLER PIC X(010) VALUE 'LEE'.
029300     05 FILLER PIC X(010) VALUE 'LOGAN'.
029400     05 FILLER PIC X(010) VALUE 'MARLOWE'.
029500     05 FILLER PIC X(010) VALUE 'MORGAN'.
029600     05 FILLER PIC X(010) VALUE 'PARKER'.
029700     05 FILLER PIC X(010) VALUE 'PAT'.
029800     05 FILLER PIC X(010) VALUE 'QUINN'.
029900     05 FILLER PIC X(010) VALUE 'REESE'.
030000     05 FILLER PIC X(010) VALUE 'RILEY'.
030100     05 FILLER PIC X(010) VALUE 'ROBIN'.
030200     05 FILLER PIC X(010) VALUE 'ROWAN'.
030300     05 FILLER PIC X(010) VALUE 'SAGE'.
030400     05 FILLER PIC X(010) VALUE 'SHAWN'.
030500     05 FILLER PIC X(010) VALUE 'SKYLER'.
030600     05 FILLER PIC X(010) VALUE 'TAYLOR'.
030700     05 FILLER PIC X(010) VALUE 'TERRY'.
030800 01  WS-GIVEN-NAME-R REDEFINES WS-GIVEN-NAME-TABLE.
030900     05 WS-GIVEN-NAME PIC X(010) OCCURS 32 TIMES.
031000
031100 01  WS-SURNAME-FRONT-TABLE.
031200     05 FILLER PIC X(006) VALUE 'ASH'.
031300     05 FILLER PIC X(006) VALUE 'BRAD'.
031400     05 FILLER PIC X(006) VALUE 'CALD'.
031500     05 FILLER PIC X(006) VALUE 'DAL'.
031600     05 FILLER PIC X(006) VALUE 'ELL'.
031700     05 FILLER PIC X(006) VALUE 'FAIR'.
031800     05 FILLER PIC X(006) VALUE 'GAR'.
031900     05 FILLER PIC X(006) VALUE 'HAR'.
032000     05 FILLER PIC X(006) VALUE 'KEN'.
032100     05 FILLER PIC X(006) VALUE 'LANG'.
032200     05 FILLER PIC X(006) VALUE 'MAR'.
032300     05 FILLER PIC X(006) VALUE 'NORTH'.
032400     05 FILLER PIC X(006) VALUE 'OAK'.
032500     05 FILLER PIC X(006) VALUE 'PRES'.
032600     05 FILLER PIC X(006) VALUE 'RAD'.
032700     05 FILLER PIC X(006) VALUE 'STAN'.
032800     05 FILLER PIC X(006) VALUE 'THORN'.
032900     05 FILLER PIC X(006) VALUE 'WAL'.
033000     05 FILLER PIC X(006) VALUE 'WEST'.
033100     05 FILLER PIC X(006) VALUE 'WIN'.
033200 01  WS-SURNAME-FRONT-R REDEFINES WS-SURNAME-FRONT-TABLE.
033300     05 WS-SURNAME-FRONT PIC X(006) OCCURS 20 TIMES.
033400
033500 01  WS-SURNAME-BACK-TABLE.
033600     05 FILLER PIC X(006) VALUE 'WELL'.
033700     05 FILLER PIC X(006) VALUE 'TON'.
033800     05 FILLER PIC X(006) VALUE 'FORD'.
033900     05 FILLER PIC X(006) VALUE 'LEY'.
034000     05 FILLER PIC X(006) VALUE 'WOOD'.
034100     05 FILLER PIC X(006) VALUE 'FIELD'.
034200     05 FILLER PIC X(006) VALUE 'BURY'.
034300     05 FILLER PIC X(006) VALUE 'MORE'.
034400     05 FILLER PIC X(006) VALUE 'DALE'.
034500     05 FILLER PIC X(006) VALUE 'WORTH'.
034600     05 FILLER PIC X(006) VALUE 'RIDGE'.
034700     05 FILLER PIC X(006) VALUE 'COTT'.
034800     05 FILLER PIC X(006) VALUE 'SHAW'.
034900     05 FILLER PIC X(006) VALUE 'LOW'.
035000     05 FILLER PIC X(006) VALUE 'STEAD'.
035100     05 FILLER PIC X(006) VALUE 'HAM'.
035200     05 FILLER PIC X(006) VALUE 'BROOK'.
035300     05 FILLER PIC X(006) VALUE 'MAN'.
035400     05 FILLER PIC X(006) VALUE 'SON'.
035500     05 FILLER PIC X(006) VALUE 'BY'.
035600 01  WS-SURNAME-BACK-R REDEFINES WS-SURNAME-BACK-TABLE.
035700     05 WS-SURNAME-BACK PIC X(006) OCCURS 20 TIMES.
035800
035900 01  WS-STREET-NAME-TABLE.
036000     05 FILLER PIC X(010) VALUE 'MAPLE'.
036100     05 FILLER PIC X(010) VALUE 'OAK'.
036200     05 FILLER PIC X(010) VALUE 'CEDAR'.
036300     05 FILLER PIC X(010) VALUE 'ELM'.
036400     05 FILLER PIC X(010) VALUE 'PINE'.
036500     05 FILLER PIC X(010) VALUE 'WALNUT'.
036600     05 FILLER PIC X(010) VALUE 'CHESTNUT'.
036700     05 FILLER PIC X(010) VALUE 'BIRCH'.
036800     05 FILLER PIC X(010) VALUE 'WILLOW'.
036900     05 FILLER PIC X(010) VALUE 'SPRUCE'.
037000     05 FILLER PIC X(010) VALUE 'HICKORY'.
037100     05 FILLER PIC X(010) VALUE 'ASPEN'.
037200     05 FILLER PIC X(010) VALUE 'LAUREL'.
037300     05 FILLER PIC X(010) VALUE 'MAGNOLIA'.
037400     05 FILLER PIC X(010) VALUE 'SYCAMORE'.
037500     05 FILLER PIC X(010) VALUE 'POPLAR'.
037600     05 FILLER PIC X(010) VALUE 'HAWTHORN'.
037700     05 FILLER PIC X(010) VALUE 'JUNIPER'.
037800     05 FILLER PIC X(010) VALUE 'ALDER'.
037900     05 FILLER PIC X(010) VALUE 'CYPRESS'.
038000 01  WS-STREET-NAME-R REDEFINES WS-STREET-NAME-TABLE.
038100     05 WS-STREET-NAME PIC X(010) OCCURS 20 TIMES.
038200
038300 01  WS-STREET-TYPE-TABLE.
038400     05 FILLER PIC X(004) VALUE 'ST'.
038500     05 FILLER PIC X(004) VALUE 'AVE'.
038600     05 FILLER PIC X(004) VALUE 'RD'.
038700     05 FILLER PIC X(004) VALUE 'DR'.
038800     05 FILLER PIC X(004) VALUE 'LN'.
038900     05 FILLER PIC X(004) VALUE 'CT'.
039000     05 FILLER PIC X(004) VALUE 'PL'.
039100     05 FILLER PIC X(004) VALUE 'WAY'.
039200 01  WS-STREET-TYPE-R REDEFINES WS-STREET-TYPE-TABLE.
039300     05 WS-STREET-TYPE PIC X(004) OCCURS 8 TIMES.
039400
039500*    THE TX-LIFE-REQ ENTRY AREA THE PER-ENTRY LOGIC WORKS ON:
039600*    EVERY LA332ENT RECORD IS UNPACKED INTO SLOT 1, AS IN THE
039700*    OTHER ENTRY-FILE READERS, MASKED THERE AND PACKED BACK.
039800     COPY LA332A4-OUTPUT.
039900
040000 PROCEDURE DIVISION.
040100 0000-MAINLINE.
040400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040500     PERFORM 2000-MASK-ENTRY THRU 2000-EXIT
040600         UNTIL WS-END-OF-ENTRIES.
040700     PERFORM 3000-MASK-INQUIRY THRU 3000-EXIT
040800         UNTIL WS-END-OF-INQUIRY.
040900     PERFORM 4000-MASK-HISTORY THRU 4000-EXIT
041000         UNTIL WS-END-OF-HISTORY.
041100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
041200     GOBACK.
041300 0000-EXIT.
041400     EXIT.
041500
041600*****************************************************************
041700*    1000-INITIALIZE - READ THE SEED, OPEN FILES AND PRIME THE  *
041800*    THREE INPUT READS                                          *
041900*****************************************************************
042000 1000-INITIALIZE.
042200     PERFORM 1100-READ-PARM THRU 1100-EXIT.
042300     IF WS-PARM-BAD
042400         DISPLAY 'LA332K1 - LA332K1P MASKING SEED INVALID: '
042500             LA332K1-PARM-REC
042600         MOVE 16 TO RETURN-CODE
042700         GOBACK
042800     END-IF.
042900     OPEN INPUT LA332K1-ZIP-FILE.
043000     IF WS-ZIP-NOT-FOUND
043100         DISPLAY 'LA332K1 - LA332ZIP NOT FOUND, STATUS: '
043200             WS-ZIP-FILE-STATUS
043300         MOVE 16 TO RETURN-CODE
043400         GOBACK
043500     END-IF.
043600     PERFORM 1200-CHECK-ZIP-REFERENCE THRU 1200-EXIT.
043700     OPEN INPUT LA332K1-XRF-FILE.
043800     IF WS-XRF-NOT-FOUND
043900         DISPLAY 'LA332K1 - LA332XRF NOT FOUND, STATUS: '
044000             WS-XRF-FILE-STATUS
044100         MOVE 16 TO RETURN-CODE
044200         GOBACK
044300     END-IF.
044400     OPEN INPUT LA332K1-ENT-FILE.
044500     IF NOT WS-ENT-OK
044505         DISPLAY 'LA332K1 - LA332ENT OPEN FAILED, STATUS: '
044510             WS-ENT-FILE-STATUS
044515         MOVE 16 TO RETURN-CODE
044520         GOBACK
044525     END-IF.
044530     OPEN INPUT LA332K1-HST-FILE.
044535     IF NOT WS-HST-OK
044540         DISPLAY 'LA332K1 - LA332HST OPEN FAILED, STATUS: '
044545             WS-HST-FILE-STATUS
044550         MOVE 16 TO RETURN-CODE
044555         GOBACK
044560     END-IF.
044600     OPEN OUTPUT LA332K1-KEN-FILE
044700                 LA332K1-KXR-FILE
044800                 LA332K1-KHS-FILE.
044900     MOVE 1 TO WS-ENTRY-SUB.
045000     PERFORM 9000-READ-ENTRY THRU 9000-EXIT.
045100     PERFORM 9100-READ-INQUIRY THRU 9100-EXIT.
045200     PERFORM 9200-READ-HISTORY THRU 9200-EXIT.
045300 1000-EXIT.
045400     EXIT.
045500
045600*****************************************************************
045700*    1100-READ-PARM - MASKING SEED OFF THE LA332K1P CONTROL     *
045800*    FILE. ZERO OR NO RECORD KEEPS THE DEFAULT SEED; A SEED     *
045900*    THAT IS NOT NUMERIC IS REJECTED.                           *
046000*****************************************************************
046100 1100-READ-PARM.
046200     OPEN INPUT LA332K1-PARM-FILE.
046300     IF NOT WS-PARM-NOT-FOUND
046400         READ LA332K1-PARM-FILE
046500             AT END
046600                 CONTINUE
046700             NOT AT END
046800                 IF PARM-MASK-SEED NOT NUMERIC
046900                     SET WS-PARM-BAD TO TRUE
047000                 ELSE
047100                     IF PARM-MASK-SEED > ZERO
047200                         MOVE PARM-MASK-SEED TO WS-MASK-SEED
047300                     END-IF
047400                 END-IF
047500         END-READ
047600         CLOSE LA332K1-PARM-FILE
047700     END-IF.
047800 1100-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200*    1200-CHECK-ZIP-REFERENCE - A VALID ZIP CAN ONLY BE MASKED  *
048300*    TO ANOTHER ZIP ON THE REFERENCE, SO AN EMPTY REFERENCE     *
048400*    FILE STOPS THE RUN                                         *
048500*****************************************************************
048600 1200-CHECK-ZIP-REFERENCE.
048700     MOVE LOW-VALUES TO ZIPREF-ZIP-CODE.
048800     START LA332K1-ZIP-FILE
048900         KEY IS NOT LESS THAN ZIPREF-ZIP-CODE
049000         INVALID KEY
049100             DISPLAY 'LA332K1 - LA332ZIP IS EMPTY'
049200             MOVE 16 TO RETURN-CODE
049300             GOBACK
049400     END-START.
049500 1200-EXIT.
049600     EXIT.
049700
049800*****************************************************************
049900*    2000-MASK-ENTRY - MASK ONE LA332ENT ENTRY RECORD ONTO      *
050000*    LA332KEN                                                   *
050100*****************************************************************
050200 2000-MASK-ENTRY.
050300     ADD 1 TO WS-ENT-READ-COUNT.
050400     MOVE 1 TO TX-LIFE-REQ-CNT OF LA332A4.
050500     MOVE ENT-TX-LIFE-REQ TO TX-LIFE-REQ OF LA332A4 (1).
050600     PERFORM 2100-MASK-PERSON THRU 2100-EXIT.
050700     PERFORM 2200-MASK-ENTRY-ADDRESS THRU 2200-EXIT.
050800     PERFORM 2300-MASK-RISK-AND-USER THRU 2300-EXIT.
050900     MOVE TX-LIFE-REQ OF LA332A4 (1) TO ENT-TX-LIFE-REQ.
051000     WRITE LA332K1-KEN-REC FROM LA332A4-ENT-REC.
051100     IF NOT WS-KEN-OK
051200         DISPLAY 'LA332K1 - LA332KEN WRITE FAILED, STATUS: '
051300             WS-KEN-FILE-STATUS
051400         MOVE 16 TO RETURN-CODE
051500         GOBACK
051600     END-IF.
051700     ADD 1 TO WS-ENT-WRITTEN-COUNT.
051800     PERFORM 9000-READ-ENTRY THRU 9000-EXIT.
051900 2000-EXIT.
052000     EXIT.
052100
052200*    NAMES, INITIALS, BIRTH DATE AND ID-REF-NO. INITIALS ARE
052300*    REBUILT FROM THE MASKED NAMES SO THEY STILL AGREE WITH THEM.
052400 2100-MASK-PERSON.
052500     MOVE FIRST-NAME (WS-ENTRY-SUB) TO WS-MASK-NAME.
052600     MOVE 1 TO WS-HASH-SALT.
052700     PERFORM 5100-MASK-GIVEN-NAME THRU 5100-EXIT.
052800     MOVE WS-MASK-NAME TO FIRST-NAME (WS-ENTRY-SUB).
052900     MOVE LAST-NAME (WS-ENTRY-SUB) TO WS-MASK-NAME.
053000     MOVE 2 TO WS-HASH-SALT.
053100     PERFORM 5250-MASK-PERSON-SURNAME THRU 5250-EXIT.
053200     MOVE WS-MASK-NAME TO LAST-NAME (WS-ENTRY-SUB).
053300     MOVE MIDDLE-NAME (WS-ENTRY-SUB) TO WS-MASK-NAME.
053400     MOVE 3 TO WS-HASH-SALT.
053500     PERFORM 5100-MASK-GIVEN-NAME THRU 5100-EXIT.
053600     MOVE WS-MASK-NAME TO MIDDLE-NAME (WS-ENTRY-SUB).
053700     MOVE NICK-NAME (WS-ENTRY-SUB) TO WS-MASK-NAME.
053800     MOVE 4 TO WS-HASH-SALT.
053900     PERFORM 5100-MASK-GIVEN-NAME THRU 5100-EXIT.
054000     MOVE WS-MASK-NAME TO NICK-NAME (WS-ENTRY-SUB).
054100     IF INITIALS (WS-ENTRY-SUB) NOT = SPACES
054200         MOVE FIRST-NAME (WS-ENTRY-SUB) TO WS-MASK-FIRST-INITIAL
054300         MOVE MIDDLE-NAME (WS-ENTRY-SUB) TO WS-MASK-MIDDLE-INITIAL
054400         MOVE LAST-NAME (WS-ENTRY-SUB) TO WS-MASK-LAST-INITIAL
054500         MOVE SPACES TO INITIALS (WS-ENTRY-SUB)
054600         STRING WS-MASK-FIRST-INITIAL
054700                WS-MASK-MIDDLE-INITIAL
054800                WS-MASK-LAST-INITIAL DELIMITED BY SPACE
054900             INTO INITIALS (WS-ENTRY-SUB)
055000     END-IF.
055100     MOVE BIRTH-DATE (WS-ENTRY-SUB) TO WS-MASK-DATE.
055200     PERFORM 5400-MASK-BIRTH-DATE THRU 5400-EXIT.
055300     MOVE WS-MASK-DATE TO BIRTH-DATE (WS-ENTRY-SUB).
055400     MOVE ID-REF-NO (WS-ENTRY-SUB) TO WS-MASK-SCRAMBLE.
055500     MOVE 13 TO WS-MASK-SCRAMBLE-LEN.
055600     MOVE 8 TO WS-HASH-SALT.
055700     PERFORM 5500-SCRAMBLE-CHARS THRU 5500-EXIT.
055800     MOVE WS-MASK-SCRAMBLE TO ID-REF-NO (WS-ENTRY-SUB).
055900 2100-EXIT.
056000     EXIT.
056100
056200 2200-MASK-ENTRY-ADDRESS.
056300     MOVE LINE1 (WS-ENTRY-SUB) TO WS-MASK-LINE1.
056400     MOVE LINE2 (WS-ENTRY-SUB) TO WS-MASK-LINE2.
056500     MOVE LINE3 (WS-ENTRY-SUB) TO WS-MASK-LINE3.
056600     MOVE LINE4 (WS-ENTRY-SUB) TO WS-MASK-LINE4.
056700     MOVE ZIP (WS-ENTRY-SUB) TO WS-MASK-ZIP.
056800     PERFORM 5300-MASK-ADDRESS THRU 5300-EXIT.
056900     MOVE WS-MASK-LINE1 TO LINE1 (WS-ENTRY-SUB).
057000     MOVE WS-MASK-LINE2 TO LINE2 (WS-ENTRY-SUB).
057100     MOVE WS-MASK-LINE3 TO LINE3 (WS-ENTRY-SUB).
057200     MOVE WS-MASK-LINE4 TO LINE4 (WS-ENTRY-SUB).
057300     MOVE WS-MASK-ZIP TO ZIP (WS-ENTRY-SUB).
057400 2200-EXIT.
057500     EXIT.
057600
057700 2300-MASK-RISK-AND-USER.
057800     MOVE READING (WS-ENTRY-SUB) TO WS-MASK-SCRAMBLE.
057900     MOVE 20 TO WS-MASK-SCRAMBLE-LEN.
058000     MOVE 9 TO WS-HASH-SALT.
058100     PERFORM 5500-SCRAMBLE-CHARS THRU 5500-EXIT.
058200     MOVE WS-MASK-SCRAMBLE TO READING (WS-ENTRY-SUB).
058300     IF DOCTOR-NAME (WS-ENTRY-SUB) NOT = SPACES
058400         MOVE DOCTOR-NAME (WS-ENTRY-SUB) TO WS-MASK-NAME
058500         MOVE 10 TO WS-HASH-SALT
058600         PERFORM 5200-MASK-SURNAME THRU 5200-EXIT
058700         MOVE SPACES TO DOCTOR-NAME (WS-ENTRY-SUB)
058800         STRING 'DR ' DELIMITED BY SIZE
058900                WS-MASK-NAME DELIMITED BY SPACE
059000             INTO DOCTOR-NAME (WS-ENTRY-SUB)
059100     END-IF.
059200     MOVE USER-LOGIN-ID (WS-ENTRY-SUB) TO WS-MASK-LOGIN.
059300     PERFORM 5600-MASK-LOGIN THRU 5600-EXIT.
059400     MOVE WS-MASK-LOGIN TO USER-LOGIN-ID (WS-ENTRY-SUB).
059500 2300-EXIT.
059600     EXIT.
059700
059800*****************************************************************
059900*    3000-MASK-INQUIRY - MASK ONE LA332XRF INQUIRY RECORD ONTO  *
060000*    LA332KXR, WITH THE SAME SUBSTITUTES THE ENTRY FIELDS GET   *
060100*****************************************************************
060200 3000-MASK-INQUIRY.
060300     ADD 1 TO WS-XRF-READ-COUNT.
060400     MOVE XREF-FIRST-NAME TO WS-MASK-NAME.
060500     MOVE 1 TO WS-HASH-SALT.
060600     PERFORM 5100-MASK-GIVEN-NAME THRU 5100-EXIT.
060700     MOVE WS-MASK-NAME TO XREF-FIRST-NAME.
060800     MOVE XREF-LAST-NAME TO WS-MASK-NAME.
060900     MOVE 2 TO WS-HASH-SALT.
061000     PERFORM 5250-MASK-PERSON-SURNAME THRU 5250-EXIT.
061100     MOVE WS-MASK-NAME TO XREF-LAST-NAME.
061200     MOVE XREF-BIRTH-DATE TO WS-MASK-DATE.
061300     PERFORM 5400-MASK-BIRTH-DATE THRU 5400-EXIT.
061400     MOVE WS-MASK-DATE TO XREF-BIRTH-DATE.
061500     MOVE XREF-ID-REF-NO TO WS-MASK-SCRAMBLE.
061600     MOVE 13 TO WS-MASK-SCRAMBLE-LEN.
061700     MOVE 8 TO WS-HASH-SALT.
061800     PERFORM 5500-SCRAMBLE-CHARS THRU 5500-EXIT.
061900     MOVE WS-MASK-SCRAMBLE TO XREF-ID-REF-NO.
062000     MOVE XREF-ADDR-LINE1 TO WS-MASK-LINE1.
062100     MOVE XREF-ADDR-LINE2 TO WS-MASK-LINE2.
062200     MOVE XREF-ADDR-LINE3 TO WS-MASK-LINE3.
062300     MOVE XREF-ADDR-LINE4 TO WS-MASK-LINE4.
062400     MOVE XREF-ADDR-ZIP TO WS-MASK-ZIP.
062500     PERFORM 5300-MASK-ADDRESS THRU 5300-EXIT.
062600     MOVE WS-MASK-LINE1 TO XREF-ADDR-LINE1.
062700     MOVE WS-MASK-LINE2 TO XREF-ADDR-LINE2.
062800     MOVE WS-MASK-LINE3 TO XREF-ADDR-LINE3.
062900     MOVE WS-MASK-LINE4 TO XREF-ADDR-LINE4.
063000     MOVE WS-MASK-ZIP TO XREF-ADDR-ZIP.
063100     MOVE XREF-PRIOR-ADDR-LINE1 TO WS-MASK-LINE1.
063200     MOVE XREF-PRIOR-ADDR-LINE2 TO WS-MASK-LINE2.
063300     MOVE XREF-PRIOR-ADDR-LINE3 TO WS-MASK-LINE3.
063400     MOVE XREF-PRIOR-ADDR-LINE4 TO WS-MASK-LINE4.
063500     MOVE XREF-PRIOR-ADDR-ZIP TO WS-MASK-ZIP.
063600     PERFORM 5300-MASK-ADDRESS THRU 5300-EXIT.
063700     MOVE WS-MASK-LINE1 TO XREF-PRIOR-ADDR-LINE1.
063800     MOVE WS-MASK-LINE2 TO XREF-PRIOR-ADDR-LINE2.
063900     MOVE WS-MASK-LINE3 TO XREF-PRIOR-ADDR-LINE3.
064000     MOVE WS-MASK-LINE4 TO XREF-PRIOR-ADDR-LINE4.
064100     MOVE WS-MASK-ZIP TO XREF-PRIOR-ADDR-ZIP.
064200     WRITE LA332K1-KXR-REC FROM LA332A4-XREF-REC.
064300     IF NOT WS-KXR-OK
064400         DISPLAY 'LA332K1 - LA332KXR WRITE FAILED, STATUS: '
064500             WS-KXR-FILE-STATUS
064600         MOVE 16 TO RETURN-CODE
064700         GOBACK
064800     END-IF.
064900     ADD 1 TO WS-XRF-WRITTEN-COUNT.
065000     PERFORM 9100-READ-INQUIRY THRU 9100-EXIT.
065100 3000-EXIT.
065200     EXIT.
065300
065400*****************************************************************
065500*    4000-MASK-HISTORY - MASK ONE LA332HST HISTORY RECORD ONTO  *
065600*    LA332KHS. THE LOGIN IS THE ONLY PERSONAL FIELD IT CARRIES. *
065700*****************************************************************
065800 4000-MASK-HISTORY.
065900     ADD 1 TO WS-HST-READ-COUNT.
066000     MOVE HIST-USER-LOGIN-ID TO WS-MASK-LOGIN.
066100     PERFORM 5600-MASK-LOGIN THRU 5600-EXIT.
066200     MOVE WS-MASK-LOGIN TO HIST-USER-LOGIN-ID.
066300     WRITE LA332K1-KHS-REC FROM LA332A4-HIST-REC.
066400     IF NOT WS-KHS-OK
066500         DISPLAY 'LA332K1 - LA332KHS WRITE FAILED, STATUS: '
066600             WS-KHS-FILE-STATUS
066700         MOVE 16 TO RETURN-CODE
066800         GOBACK
066900     END-IF.
067000     ADD 1 TO WS-HST-WRITTEN-COUNT.
067100     PERFORM 9200-READ-HISTORY THRU 9200-EXIT.
067200 4000-EXIT.
067300     EXIT.
067400
067500*****************************************************************
067600*    5100-MASK-GIVEN-NAME - WS-MASK-NAME BECOMES A GIVEN NAME   *
067700*    FROM THE TABLE; A BLANK NAME STAYS BLANK                   *
067800*****************************************************************
067900 5100-MASK-GIVEN-NAME.
068000     IF WS-MASK-NAME NOT = SPACES
068100         MOVE WS-MASK-NAME TO WS-HASH-SOURCE
068200         MOVE 60 TO WS-HASH-LEN
068300         PERFORM 7000-HASH-VALUE THRU 7000-EXIT
068400         MOVE 32 TO WS-PICK-RANGE
068500         PERFORM 7060-PICK THRU 7060-EXIT
068600         MOVE WS-GIVEN-NAME (WS-PICK) TO WS-MASK-NAME
068700     END-IF.
068800 5100-EXIT.
068900     EXIT.
069000
069100*****************************************************************
069200*    5200-MASK-SURNAME - WS-MASK-NAME BECOMES A FRONT PART PLUS *
069300*    A BACK PART FROM THE SURNAME TABLES; BLANK STAYS BLANK     *
069400*****************************************************************
069500 5200-MASK-SURNAME.
069600     IF WS-MASK-NAME NOT = SPACES
069700         MOVE WS-MASK-NAME TO WS-HASH-SOURCE
069800         MOVE 60 TO WS-HASH-LEN
069900         PERFORM 7000-HASH-VALUE THRU 7000-EXIT
070000         MOVE 20 TO WS-PICK-RANGE
070100         PERFORM 7060-PICK THRU 7060-EXIT
070200         MOVE WS-SURNAME-FRONT (WS-PICK) TO WS-MASK-SURNAME-FRONT
070300         PERFORM 7060-PICK THRU 7060-EXIT
070400         MOVE SPACES TO WS-MASK-NAME
070500         STRING WS-MASK-SURNAME-FRONT DELIMITED BY SPACE
070600                WS-SURNAME-BACK (WS-PICK) DELIMITED BY SPACE
070700             INTO WS-MASK-NAME
070800     END-IF.
070900 5200-EXIT.
071000     EXIT.
071003
071006*****************************************************************
071009*    5250-MASK-PERSON-SURNAME - 5200 PLUS A HYPHEN AND A        *
071012*    HASHED FOUR-LETTER SUFFIX, FOR THE NAMES LA332D1 MATCHES   *
071015*    ON. DOCTORS' NAMES HAVE NO ROOM FOR IT AND USE 5200 ALONE  *
071018*****************************************************************
071021 5250-MASK-PERSON-SURNAME.
071024     IF WS-MASK-NAME NOT = SPACES
071027         PERFORM 5200-MASK-SURNAME THRU 5200-EXIT
071030         MOVE 26 TO WS-PICK-RANGE
071033         PERFORM 5260-PICK-SUFFIX-LETTER THRU 5260-EXIT
071036             VARYING WS-MASK-SUFFIX-SUB FROM 1 BY 1
071039             UNTIL WS-MASK-SUFFIX-SUB > 4
071042         MOVE SPACES TO WS-MASK-SURNAME
071045         STRING WS-MASK-NAME DELIMITED BY SPACE
071048                '-' WS-MASK-SUFFIX DELIMITED BY SIZE
071051             INTO WS-MASK-SURNAME
071054         MOVE WS-MASK-SURNAME TO WS-MASK-NAME
071057     END-IF.
071060 5250-EXIT.
071063     EXIT.
071066
071069 5260-PICK-SUFFIX-LETTER.
071072     PERFORM 7060-PICK THRU 7060-EXIT.
071075     MOVE WS-MASK-UPPER (WS-PICK:1)
071078         TO WS-MASK-SUFFIX (WS-MASK-SUFFIX-SUB:1).
071081 5260-EXIT.
071084     EXIT.
071100
071200*****************************************************************
071300*    5300-MASK-ADDRESS - WS-MASK-ADDR (LINES 1-4 AND ZIP)       *
071400*    BECOMES A SUBSTITUTE ADDRESS: A HOUSE NUMBER AND STREET ON *
071500*    LINE 1, AN APARTMENT ON LINE 2, THE SUBSTITUTE ZIP'S CITY  *
071600*    AND STATE ON LINE 3 AND THE COUNTRY ON LINE 4 - EACH ONLY  *
071700*    WHERE THE REAL LINE WAS PRESENT. THE STREET IS HASHED FROM *
071800*    THE WHOLE REAL ADDRESS, THE ZIP FROM THE REAL ZIP ALONE, SO*
071900*    ADDRESSES THAT SHARED A ZIP STILL SHARE ONE.               *
072000*****************************************************************
072100 5300-MASK-ADDRESS.
072200     IF WS-MASK-ADDR NOT = SPACES
072300         PERFORM 5310-MASK-ZIP THRU 5310-EXIT
072400         MOVE WS-MASK-ADDR TO WS-HASH-SOURCE
072500         MOVE 125 TO WS-HASH-LEN
072600         MOVE 5 TO WS-HASH-SALT
072700         PERFORM 7000-HASH-VALUE THRU 7000-EXIT
072800         IF WS-MASK-LINE1 NOT = SPACES
072900             MOVE 9000 TO WS-PICK-RANGE
073000             PERFORM 7060-PICK THRU 7060-EXIT
073100             ADD 999 TO WS-PICK
073200             MOVE WS-PICK TO WS-MASK-HOUSE-NO
073300             MOVE 20 TO WS-PICK-RANGE
073400             PERFORM 7060-PICK THRU 7060-EXIT
073500             MOVE WS-STREET-NAME (WS-PICK) TO WS-MASK-STREET
073600             MOVE 8 TO WS-PICK-RANGE
073700             PERFORM 7060-PICK THRU 7060-EXIT
073800             MOVE SPACES TO WS-MASK-LINE1
073900             STRING WS-MASK-HOUSE-NO ' ' DELIMITED BY SIZE
074000                    WS-MASK-STREET DELIMITED BY SPACE
074100                    ' ' DELIMITED BY SIZE
074200                    WS-STREET-TYPE (WS-PICK) DELIMITED BY SPACE
074300                 INTO WS-MASK-LINE1
074400         END-IF
074500         IF WS-MASK-LINE2 NOT = SPACES
074600             MOVE 900 TO WS-PICK-RANGE
074700             PERFORM 7060-PICK THRU 7060-EXIT
074800             ADD 99 TO WS-PICK
074900             MOVE WS-PICK TO WS-MASK-APT-NO
075000             MOVE SPACES TO WS-MASK-LINE2
075100             STRING 'APT ' WS-MASK-APT-NO DELIMITED BY SIZE
075200                 INTO WS-MASK-LINE2
075300         END-IF
075400         IF WS-MASK-LINE3 NOT = SPACES
075500             MOVE SPACES TO WS-MASK-LINE3
075600             STRING WS-MASK-CITY DELIMITED BY '  '
075700                    ' ' WS-MASK-STATE DELIMITED BY SIZE
075800                 INTO WS-MASK-LINE3
075900         END-IF
076000         IF WS-MASK-LINE4 NOT = SPACES
076100             MOVE 'USA' TO WS-MASK-LINE4
076200         END-IF
076300         MOVE WS-MASK-NEW-ZIP TO WS-MASK-ZIP
076400     END-IF.
076500 5300-EXIT.
076600     EXIT.
076700
076800*    A ZIP ON THE LA332ZIP REFERENCE MAPS TO THE FIRST ZIP ON
076900*    THE REFERENCE AT OR AFTER A HASHED STARTING POINT (WRAPPING
077000*    TO THE FIRST ZIP ON FILE), SO IT IS STILL A VALID ZIP. ANY
077100*    OTHER ZIP - BLANK, MALFORMED OR UNKNOWN - IS KEPT AS IT IS.
077200 5310-MASK-ZIP.
077300     MOVE WS-MASK-ZIP TO WS-MASK-NEW-ZIP.
077400     MOVE 'ANYTOWN' TO WS-MASK-CITY.
077500     MOVE SPACES TO WS-MASK-STATE.
077600     MOVE 'N' TO WS-ZIP-FOUND-SW.
077700     IF WS-MASK-ZIP IS NUMERIC
077800         MOVE WS-MASK-ZIP TO ZIPREF-ZIP-CODE
077900         READ LA332K1-ZIP-FILE
078000             KEY IS ZIPREF-ZIP-CODE
078100             INVALID KEY
078200                 CONTINUE
078300             NOT INVALID KEY
078400                 SET WS-ZIP-FOUND TO TRUE
078500         END-READ
078600     END-IF.
078700     IF WS-ZIP-FOUND
078800         MOVE WS-MASK-ZIP TO WS-HASH-SOURCE
078900         MOVE 5 TO WS-HASH-LEN
079000         MOVE 6 TO WS-HASH-SALT
079100         PERFORM 7000-HASH-VALUE THRU 7000-EXIT
079200         DIVIDE WS-HASH BY 100000 GIVING WS-HASH-QUOT
079300             REMAINDER WS-MASK-ZIP-NO
079400         PERFORM 5320-LOCATE-ZIP THRU 5320-EXIT
079500     ELSE
079600         ADD 1 TO WS-ZIP-KEPT-COUNT
079700     END-IF.
079800 5310-EXIT.
079900     EXIT.
080000
080100 5320-LOCATE-ZIP.
080200     MOVE WS-MASK-ZIP-NO TO ZIPREF-ZIP-CODE.
080300     START LA332K1-ZIP-FILE
080400         KEY IS NOT LESS THAN ZIPREF-ZIP-CODE
080500         INVALID KEY
080600             MOVE LOW-VALUES TO ZIPREF-ZIP-CODE
080700             START LA332K1-ZIP-FILE
080800                 KEY IS NOT LESS THAN ZIPREF-ZIP-CODE
080900             END-START
081000     END-START.
081100     READ LA332K1-ZIP-FILE NEXT RECORD
081200         AT END
081300             CONTINUE
081400     END-READ.
081500     IF WS-ZIP-OK
081600         MOVE ZIPREF-ZIP-CODE TO WS-MASK-NEW-ZIP
081700         MOVE ZIPREF-CITY TO WS-MASK-CITY
081800         MOVE ZIPREF-STATE TO WS-MASK-STATE
081900     END-IF.
082000 5320-EXIT.
082100     EXIT.
082200
082300*****************************************************************
082400*    5400-MASK-BIRTH-DATE - WS-MASK-DATE KEEPS ITS YEAR AND     *
082500*    FORMAT (MM/DD/CCYY, CCYY-MM-DD OR CCYYMMDD) WITH A NEW     *
082600*    MONTH AND DAY; ANY OTHER NON-BLANK VALUE HAS ITS DIGITS AND*
082700*    LETTERS SCRAMBLED                                          *
082800*****************************************************************
082900 5400-MASK-BIRTH-DATE.
083000     IF WS-MASK-DATE NOT = SPACES
083100         MOVE WS-MASK-DATE TO WS-HASH-SOURCE
083200         MOVE 10 TO WS-HASH-LEN
083300         MOVE 7 TO WS-HASH-SALT
083400         PERFORM 7000-HASH-VALUE THRU 7000-EXIT
083500         EVALUATE TRUE
083600             WHEN WS-MASK-DATE (3:1) = '/'
083700              AND WS-MASK-DATE (6:1) = '/'
083800              AND WS-MASK-DATE (1:2) IS NUMERIC
083900              AND WS-MASK-DATE (4:2) IS NUMERIC
084000              AND WS-MASK-DATE (7:4) IS NUMERIC
084100                 MOVE 12 TO WS-PICK-RANGE
084200                 PERFORM 7060-PICK THRU 7060-EXIT
084300                 MOVE WS-PICK TO WS-MASK-2-DIGITS
084400                 MOVE WS-MASK-2-DIGITS TO WS-MASK-DATE (1:2)
084500                 MOVE 28 TO WS-PICK-RANGE
084600                 PERFORM 7060-PICK THRU 7060-EXIT
084700                 MOVE WS-PICK TO WS-MASK-2-DIGITS
084800                 MOVE WS-MASK-2-DIGITS TO WS-MASK-DATE (4:2)
084900             WHEN WS-MASK-DATE (5:1) = '-'
085000              AND WS-MASK-DATE (8:1) = '-'
085100              AND WS-MASK-DATE (1:4) IS NUMERIC
085200              AND WS-MASK-DATE (6:2) IS NUMERIC
085300              AND WS-MASK-DATE (9:2) IS NUMERIC
085400                 MOVE 12 TO WS-PICK-RANGE
085500                 PERFORM 7060-PICK THRU 7060-EXIT
085600                 MOVE WS-PICK TO WS-MASK-2-DIGITS
085700                 MOVE WS-MASK-2-DIGITS TO WS-MASK-DATE (6:2)
085800                 MOVE 28 TO WS-PICK-RANGE
085900                 PERFORM 7060-PICK THRU 7060-EXIT
086000                 MOVE WS-PICK TO WS-MASK-2-DIGITS
086100                 MOVE WS-MASK-2-DIGITS TO WS-MASK-DATE (9:2)
086200             WHEN WS-MASK-DATE (1:8) IS NUMERIC
086300              AND WS-MASK-DATE (9:2) = SPACES
086400                 MOVE 12 TO WS-PICK-RANGE
086500                 PERFORM 7060-PICK THRU 7060-EXIT
086600                 MOVE WS-PICK TO WS-MASK-2-DIGITS
086700                 MOVE WS-MASK-2-DIGITS TO WS-MASK-DATE (5:2)
086800                 MOVE 28 TO WS-PICK-RANGE
086900                 PERFORM 7060-PICK THRU 7060-EXIT
087000                 MOVE WS-PICK TO WS-MASK-2-DIGITS
087100                 MOVE WS-MASK-2-DIGITS TO WS-MASK-DATE (7:2)
087200             WHEN OTHER
087300                 MOVE WS-MASK-DATE TO WS-MASK-SCRAMBLE
087400                 MOVE 10 TO WS-MASK-SCRAMBLE-LEN
087500                 PERFORM 5500-SCRAMBLE-CHARS THRU 5500-EXIT
087600                 MOVE WS-MASK-SCRAMBLE TO WS-MASK-DATE
087700         END-EVALUATE
087800     END-IF.
087900 5400-EXIT.
088000     EXIT.
088100
088200*****************************************************************
088300*    5500-SCRAMBLE-CHARS - EVERY DIGIT OF THE FIRST             *
088400*    WS-MASK-SCRAMBLE-LEN BYTES OF WS-MASK-SCRAMBLE BECOMES     *
088500*    ANOTHER DIGIT AND EVERY LETTER ANOTHER LETTER OF THE SAME  *
088600*    CASE; SPACES AND PUNCTUATION STAY WHERE THEY ARE. THE      *
088700*    CALLER SETS WS-HASH-SALT.                                  *
088800*****************************************************************
088900 5500-SCRAMBLE-CHARS.
089000     IF WS-MASK-SCRAMBLE NOT = SPACES
089100         MOVE WS-MASK-SCRAMBLE TO WS-HASH-SOURCE
089200         MOVE WS-MASK-SCRAMBLE-LEN TO WS-HASH-LEN
089300         PERFORM 7000-HASH-VALUE THRU 7000-EXIT
089400         PERFORM 5510-SCRAMBLE-ONE-CHAR THRU 5510-EXIT
089500             VARYING WS-MASK-SCRAMBLE-SUB FROM 1 BY 1
089600             UNTIL WS-MASK-SCRAMBLE-SUB > WS-MASK-SCRAMBLE-LEN
089700     END-IF.
089800 5500-EXIT.
089900     EXIT.
090000
090100 5510-SCRAMBLE-ONE-CHAR.
090200     MOVE WS-MASK-SCRAMBLE (WS-MASK-SCRAMBLE-SUB:1)
090300         TO WS-MASK-CHAR.
090400     EVALUATE TRUE
090500         WHEN WS-MASK-CHAR = SPACE
090600             CONTINUE
090700         WHEN WS-MASK-CHAR IS NUMERIC
090800             MOVE 10 TO WS-PICK-RANGE
090900             PERFORM 7060-PICK THRU 7060-EXIT
091000             MOVE WS-MASK-DIGITS (WS-PICK:1)
091100                 TO WS-MASK-SCRAMBLE (WS-MASK-SCRAMBLE-SUB:1)
091200         WHEN WS-MASK-CHAR IS ALPHABETIC-UPPER
091300             MOVE 26 TO WS-PICK-RANGE
091400             PERFORM 7060-PICK THRU 7060-EXIT
091500             MOVE WS-MASK-UPPER (WS-PICK:1)
091600                 TO WS-MASK-SCRAMBLE (WS-MASK-SCRAMBLE-SUB:1)
091700         WHEN WS-MASK-CHAR IS ALPHABETIC-LOWER
091800             MOVE 26 TO WS-PICK-RANGE
091900             PERFORM 7060-PICK THRU 7060-EXIT
092000             MOVE WS-MASK-LOWER (WS-PICK:1)
092100                 TO WS-MASK-SCRAMBLE (WS-MASK-SCRAMBLE-SUB:1)
092200         WHEN OTHER
092300             CONTINUE
092400     END-EVALUATE.
092500 5510-EXIT.
092600     EXIT.
092700
092800*****************************************************************
092900*    5600-MASK-LOGIN - WS-MASK-LOGIN BECOMES 'TU' AND A TEN-DIGIT*
093000*    NUMBER; BLANK STAYS BLANK                                  *
093100*****************************************************************
093200 5600-MASK-LOGIN.
093300     IF WS-MASK-LOGIN NOT = SPACES
093400         MOVE WS-MASK-LOGIN TO WS-HASH-SOURCE
093500         MOVE 20 TO WS-HASH-LEN
093600         MOVE 11 TO WS-HASH-SALT
093700         PERFORM 7000-HASH-VALUE THRU 7000-EXIT
093800         MOVE WS-HASH TO WS-MASK-LOGIN-NO
093900         MOVE SPACES TO WS-MASK-LOGIN
094000         STRING 'TU' WS-MASK-LOGIN-NO DELIMITED BY SIZE
094100             INTO WS-MASK-LOGIN
094200     END-IF.
094300 5600-EXIT.
094400     EXIT.
094500
094600*****************************************************************
094700*    7000-HASH-VALUE - HASH THE FIRST WS-HASH-LEN BYTES OF      *
094800*    WS-HASH-SOURCE, STARTING FROM THE SEED PLUS WS-HASH-SALT,  *
094900*    INTO WS-HASH                                               *
095000*****************************************************************
095100 7000-HASH-VALUE.
095200     MOVE WS-MASK-SEED TO WS-HASH.
095300     ADD WS-HASH-SALT TO WS-HASH.
095400     PERFORM 7010-HASH-ONE-CHAR THRU 7010-EXIT
095500         VARYING WS-HASH-SUB FROM 1 BY 1
095600         UNTIL WS-HASH-SUB > WS-HASH-LEN.
095700     PERFORM 7050-NEXT-RANDOM THRU 7050-EXIT.
095800     PERFORM 7050-NEXT-RANDOM THRU 7050-EXIT.
095900 7000-EXIT.
096000     EXIT.
096100
096200 7010-HASH-ONE-CHAR.
096300     MOVE WS-HASH-SOURCE (WS-HASH-SUB:1) TO WS-HASH-CHAR.
096400     MOVE ZERO TO WS-CHAR-VAL.
096500     INSPECT WS-HASH-ALPHABET TALLYING WS-CHAR-VAL
096600         FOR CHARACTERS BEFORE INITIAL WS-HASH-CHAR.
096700     MULTIPLY WS-HASH BY 131 GIVING WS-HASH-WORK.
096800     ADD WS-CHAR-VAL TO WS-HASH-WORK.
096900     ADD 1 TO WS-HASH-WORK.
097000     DIVIDE WS-HASH-WORK BY 2147483647 GIVING WS-HASH-QUOT
097100         REMAINDER WS-HASH.
097200 7010-EXIT.
097300     EXIT.
097400
097500 7050-NEXT-RANDOM.
097600     IF WS-HASH = ZERO
097700         MOVE 1 TO WS-HASH
097800     END-IF.
097900     MULTIPLY WS-HASH BY 48271 GIVING WS-HASH-WORK.
098000     DIVIDE WS-HASH-WORK BY 2147483647 GIVING WS-HASH-QUOT
098100         REMAINDER WS-HASH.
098200 7050-EXIT.
098300     EXIT.
098400
098500*    NEXT CHOICE FROM 1 TO WS-PICK-RANGE, INTO WS-PICK.
098600 7060-PICK.
098700     PERFORM 7050-NEXT-RANDOM THRU 7050-EXIT.
098800     DIVIDE WS-HASH BY WS-PICK-RANGE GIVING WS-HASH-QUOT
098900         REMAINDER WS-PICK.
099000     ADD 1 TO WS-PICK.
099100 7060-EXIT.
099200     EXIT.
099300
099400*****************************************************************
099500*    8000-TERMINATE - CLOSE FILES AND REPORT THE COUNTS         *
099600*****************************************************************
099700 8000-TERMINATE.
099800     CLOSE LA332K1-ENT-FILE
099900           LA332K1-XRF-FILE
100000           LA332K1-HST-FILE
100100           LA332K1-ZIP-FILE
100200           LA332K1-KEN-FILE
100300           LA332K1-KXR-FILE
100400           LA332K1-KHS-FILE.
100410     DISPLAY 'LA332K1 - ENTRY RECS READ       : '
100420         WS-ENT-READ-COUNT.
100430     DISPLAY 'LA332K1 - INQUIRY RECS READ     : '
100440         WS-XRF-READ-COUNT.
100450     DISPLAY 'LA332K1 - HISTORY RECS READ     : '
100460         WS-HST-READ-COUNT.
100500     DISPLAY 'LA332K1 - ENTRY RECS MASKED     : '
100600         WS-ENT-WRITTEN-COUNT.
100700     DISPLAY 'LA332K1 - INQUIRY RECS MASKED   : '
100800         WS-XRF-WRITTEN-COUNT.
100900     DISPLAY 'LA332K1 - HISTORY RECS MASKED   : '
101000         WS-HST-WRITTEN-COUNT.
101100     DISPLAY 'LA332K1 - ZIPS NOT ON REFERENCE : '
101200         WS-ZIP-KEPT-COUNT.
102000 8000-EXIT.
102100     EXIT.
102200
102300*****************************************************************
102400*    9000-READ-ENTRY / 9100-READ-INQUIRY / 9200-READ-HISTORY -  *
102500*    READ THE NEXT RECORD OF EACH INPUT                         *
102600*****************************************************************
102700 9000-READ-ENTRY.
102800     READ LA332K1-ENT-FILE
102900         AT END
103000             SET WS-END-OF-ENTRIES TO TRUE
103100     END-READ.
103200 9000-EXIT.
103300     EXIT.
103400
103500 9100-READ-INQUIRY.
103600     READ LA332K1-XRF-FILE NEXT RECORD
103700         AT END
103800             SET WS-END-OF-INQUIRY TO TRUE
103900     END-READ.
104000 9100-EXIT.
104100     EXIT.
104200
104300 9200-READ-HISTORY.
104400     READ LA332K1-HST-FILE
104500         AT END
104600             SET WS-END-OF-HISTORY TO TRUE
104700     END-READ.
104800 9200-EXIT.
104900     EXIT.
