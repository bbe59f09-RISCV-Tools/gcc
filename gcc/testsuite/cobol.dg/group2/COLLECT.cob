002500* BAD COLLECT CAN NEVER PASS PROG'S OWN FEED         *
002600* BALANCE DOWNSTREAM.                                *
002700*                                                     *
002800* PARTIAL-COLLECT MODE (PARTIAL=Y).  A FEED THAT HAS *
002900* NOT ARRIVED, OR THAT FAILS ITS OWN BALANCE, IS     *
003000* HELD INSTEAD: NOTHING OF IT GOES TO KEYIN, THE     *
003100* OTHER FEEDS ARE COLLECTED AS USUAL, THE SOURCE AND *
003200* THE FEED DATE IT OWES ARE RECORDED ON THE KEYPND   *
003300* PENDING-FEED FILE (KEYPND.CPY), AND THE STEP ENDS  *
003400* RETURN-CODE 4.  A FEED MAY CARRY SEVERAL HEADER/   *
003500* DATA/TRAILER GROUPS - A LATE FEED IS DELIVERED     *
003600* ALONGSIDE THE NIGHT'S OWN ON THE SAME DD.  EVERY   *
003700* RUN, IN EITHER MODE, MATCHES EACH GROUP'S HEADER   *
003800* FEED DATE AGAINST THE SOURCE'S PENDING ENTRIES; A  *
003900* MATCHING GROUP THAT BALANCES IS PASSED TO KEYIN AS *
004000* ITS OWN HEADER/DATA/TRAILER GROUP AFTER THE        *
004100* COMBINED ONE, FOR PROG'S PER-GROUP BALANCE, AND    *
004200* ITS ENTRY IS CLEARED.  A SOURCE STILL PENDING MORE *
004300* THAN PENDDAYS DAYS AFTER ITS FEED DATE ISSUES      *
004400* KEYR030E THROUGH KEYRMSG FOR THE PAGER.  THE       *
004500* RUN-CONTROL RECORD CARRIES THE HELD SOURCES, THE   *
004600* KEYS HELD BACK, AND THE GROUPS WRITTEN SO CTLBAL   *
004700* BALANCES A NIGHT WITH A SOURCE MISSING.            *
004800*                                                     *
004900* MODIFICATION HISTORY.                              *
005000* 2024-08-05  JWK  ORIGINAL PROGRAM.                  *
005100* 2024-12-08  JWK  A FEED WHOSE SOURCE CODE HAS NO    *
005200*                  PROFILE ON THE KEYPRF MASTER IS    *
005300*                  NOW REFUSED - NOTHING OF IT GOES   *
005400*                  DOWNSTREAM AND THE RUN ABENDS -    *
005500*                  INSTEAD OF PASSING KEYS NO EDIT    *
005600*                  RULES EXIST FOR.                   *
005700* 2025-03-23  JWK  END OF JOB NOW APPENDS A RUN-      *
005800*                  CONTROL RECORD (KEYCTL.CPY) TO THE *
005900*                  SHARED KEYCTL DATASET FOR THE      *
006000*                  CTLBAL CROSS-STEP BALANCE.         *
006100* 2025-08-03  JWK  THE RUN-CONTROL RECORD NOW CARRIES *
006200*                  ITS FEED-GROUP COUNT (ALWAYS 1     *
006300*                  HERE - ONE COMBINED GROUP).        *
006400*                  MEMBER RESEQUENCED.                *
006500* 2026-10-15  JWK  PARTIAL-COLLECT MODE (PARTIAL=Y) - *
006600*                  A LATE OR FAILED FEED IS HELD ON   *
006700*                  THE KEYPND PENDING-FEED FILE AND   *
006800*                  PICKED UP ON A LATER NIGHT AS ITS  *
006900*                  OWN GROUP; KEYR030E PAGES ON ONE   *
007000*                  PENDING PAST PENDDAYS.  FEEDS ARE  *
007100*                  NOW BALANCED GROUP BY GROUP, AND   *
007200*                  THE RUN-CONTROL RECORD CARRIES THE *
007300*                  GROUPS WRITTEN, KEYS HELD BACK,    *
007400*                  AND HELD SOURCES.  MEMBER          *
007500*                  RESEQUENCED.                       *
007600*****************************************************
007700
007800 ENVIRONMENT              DIVISION.
007900 CONFIGURATION            SECTION.
008000 SOURCE-COMPUTER.         IBM-370.
008100 OBJECT-COMPUTER.         IBM-370.
008200
008300 INPUT-OUTPUT             SECTION.
008400 FILE-CONTROL.
008500     SELECT FEED-BRN      ASSIGN TO KEYBRN
008600                           ORGANIZATION IS SEQUENTIAL
008700                           FILE STATUS IS KR-FEED-STATUS.
008800
008900     SELECT FEED-WIR      ASSIGN TO KEYWIR
009000                           ORGANIZATION IS SEQUENTIAL
009100                           FILE STATUS IS KR-FEED-STATUS.
009200
009300     SELECT FEED-EDI      ASSIGN TO KEYEDI
009400                           ORGANIZATION IS SEQUENTIAL
009500                           FILE STATUS IS KR-FEED-STATUS.
009600
009700     SELECT KEY-OUT       ASSIGN TO KEYIN
009800                           ORGANIZATION IS SEQUENTIAL.
009900
010000     SELECT COL-RPT       ASSIGN TO COLRPT
010100                           ORGANIZATION IS LINE SEQUENTIAL.
010200
010300     SELECT KEY-PRF       ASSIGN TO KEYPRF
010400                           ORGANIZATION IS LINE SEQUENTIAL
010500                           FILE STATUS IS KR-PRF-STATUS.
010600
010700     SELECT KEY-CTL       ASSIGN TO KEYCTL
010800                           ORGANIZATION IS LINE SEQUENTIAL
010900                           FILE STATUS IS KR-CTL-STATUS.
011000
011100     SELECT KEY-PND       ASSIGN TO KEYPND
011200                           ORGANIZATION IS LINE SEQUENTIAL
011300                           FILE STATUS IS KR-PND-STATUS.
011400
011500 DATA                     DIVISION.
011600 FILE                     SECTION.
011700 FD  FEED-BRN
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000 01  BRN-RECORD              PIC X(34).
012100
012200 FD  FEED-WIR
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 01  WIR-RECORD              PIC X(34).
012600
012700 FD  FEED-EDI
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000 01  EDI-RECORD              PIC X(34).
013100
013200 FD  KEY-OUT
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500     COPY "keyrec.cpy" REPLACING KEY-RECORD BY KEY-OUTPUT-RECORD.
013600
013700 FD  COL-RPT
013800     LABEL RECORDS ARE OMITTED.
013900 01  RPT-LINE                PIC X(80).
014000
014100 FD  KEY-PRF
014200     LABEL RECORDS ARE OMITTED.
014300     COPY "keyprf.cpy".
014400
014500 FD  KEY-CTL
014600     LABEL RECORDS ARE OMITTED.
014700     COPY "keyctl.cpy".
014800
014900 FD  KEY-PND
015000     LABEL RECORDS ARE OMITTED.
015100     COPY "keypnd.cpy".
015200
015300 WORKING-STORAGE          SECTION.
015400*-------------------------------------------------------*
015500* WORK RECORD - EVERY FEED IS READ INTO THIS ONE AREA    *
015600*-------------------------------------------------------*
015700     COPY "keyrec.cpy".
015800
015900*-------------------------------------------------------*
016000* SWITCHES                                               *
016100*-------------------------------------------------------*
016200 01  KR-SWITCHES.
016300     05  KR-FEED-EOF-SWITCH   PIC X(01)    VALUE 'N'.
016400         88  KR-FEED-EOF                    VALUE 'Y'.
016500     05  KR-ABEND-SWITCH      PIC X(01)    VALUE 'N'.
016600         88  KR-ABEND                       VALUE 'Y'.
016700     05  KR-PRF-EOF-SWITCH    PIC X(01)    VALUE 'N'.
016800         88  KR-PRF-EOF                     VALUE 'Y'.
016900     05  KR-FEED-OPEN-SWITCH  PIC X(01)    VALUE 'N'.
017000         88  KR-FEED-OPEN                   VALUE 'Y'.
017100     05  KR-GROUP-OPEN-SWITCH PIC X(01)    VALUE 'N'.
017200         88  KR-GROUP-OPEN                  VALUE 'Y'.
017300     05  KR-FEED-BROKEN-SWITCH PIC X(01)   VALUE 'N'.
017400         88  KR-FEED-BROKEN                 VALUE 'Y'.
017500     05  KR-PARTIAL-TEXT      PIC X(01)    VALUE SPACE.
017600     05  KR-PARTIAL-SWITCH    PIC X(01)    VALUE 'N'.
017700         88  KR-PARTIAL-MODE                VALUE 'Y'.
017800     05  KR-PND-EOF-SWITCH    PIC X(01)    VALUE 'N'.
017900         88  KR-PND-EOF                     VALUE 'Y'.
018000     05  KR-PND-LOADED-SWITCH PIC X(01)    VALUE 'N'.
018100         88  KR-PND-LOADED                  VALUE 'Y'.
018200
018300 01  KR-PRF-STATUS            PIC X(02).
018400 01  KR-CTL-STATUS            PIC X(02).
018500 01  KR-FEED-STATUS           PIC X(02).
018600 01  KR-PND-STATUS            PIC X(02).
018700 01  KR-JOB-ID                PIC X(08)    VALUE SPACES.
018800 01  KR-TOTAL-READ            PIC 9(07)    COMP VALUE 0.
018900
019000 01  KR-FEED-SUB              PIC 9(02)    COMP VALUE 0.
019100 01  KR-HASH-SUB              PIC 9(02)    COMP VALUE 0.
019200 01  KR-MAX-KEY-LENGTH        PIC 9(02)    VALUE 30.
019300
019400*-------------------------------------------------------*
019500* RUN DATE AND THE PENDING-FEED AGE LIMIT (PENDDAYS)     *
019600*-------------------------------------------------------*
019700 01  KR-DATE-CONTROLS.
019800     05  KR-RUN-DATE          PIC 9(08)    VALUE 0.
019900     05  KR-RUN-INT           PIC 9(07)    COMP VALUE 0.
020000     05  KR-FEED-INT          PIC 9(07)    COMP VALUE 0.
020100     05  KR-PEND-DAYS-TEXT    PIC X(03)    VALUE SPACES.
020200     05  KR-PEND-DAYS         PIC 9(03)    COMP VALUE 3.
020300
020400*-------------------------------------------------------*
020500* COMBINED-OUTPUT CONTROLS.  RECORDS WRITTEN COVERS      *
020600* EVERY GROUP ON KEYIN; THE HASH ONLY THE COMBINED ONE   *
020700*-------------------------------------------------------*
020800 01  KR-RECORDS-WRITTEN       PIC 9(07)    COMP VALUE 0.
020900 01  KR-TOTAL-HASH            PIC 9(18)    COMP VALUE 0.
021000 01  KR-PENDING-WRITTEN       PIC 9(07)    COMP VALUE 0.
021100 01  KR-RECORDS-HELD          PIC 9(07)    COMP VALUE 0.
021200 01  KR-GROUPS-WRITTEN        PIC 9(03)    COMP VALUE 1.
021300 01  KR-HELD-SOURCES          PIC X(03)    VALUE SPACES.
021400 01  KR-HELD-SUB              PIC 9(02)    COMP VALUE 0.
021500
021600*-------------------------------------------------------*
021700* PER-FEED BALANCING CONTROLS, ONE ENTRY PER UPSTREAM.   *
021800* BAL-STATUS B IN BALANCE, N NO PROFILE, O OUT OF        *
021900* BALANCE, M NOTHING ARRIVED, H HELD (PARTIAL MODE -     *
022000* HELD-REASON M OR O SAYS WHY)                           *
022100*-------------------------------------------------------*
022200 01  KR-FEED-CONTROLS.
022300     05  KR-FEED-ENTRY        OCCURS 3 TIMES.
022400         10  KR-FEED-READ-COUNT   PIC 9(07) COMP.
022500         10  KR-FEED-DETAIL-COUNT PIC 9(07) COMP.
022600         10  KR-FEED-HELD-COUNT   PIC 9(07) COMP.
022700         10  KR-FEED-TRL-SWITCH   PIC X(01).
022800         10  KR-FEED-BAL-STATUS   PIC X(01).
022900         10  KR-FEED-HELD-REASON  PIC X(01).
023000
023100 01  KR-SOURCE-CODE-LIST.
023200     05  FILLER               PIC X(01)    VALUE "B".
023300     05  FILLER               PIC X(01)    VALUE "W".
023400     05  FILLER               PIC X(01)    VALUE "E".
023500 01  KR-SOURCE-CODE-TABLE REDEFINES KR-SOURCE-CODE-LIST.
023600     05  KR-SOURCE-CODE       OCCURS 3 TIMES PIC X(01).
023700
023800*-------------------------------------------------------*
023900* SOURCE CODES WITH A PROFILE ON THE KEYPRF MASTER.  A   *
024000* FEED WHOSE CODE IS NOT ON THIS TABLE IS REFUSED.       *
024100*-------------------------------------------------------*
024200 01  KR-PROFILE-CONTROLS.
024300     05  KR-PRF-COUNT         PIC 9(02)    COMP VALUE 0.
024400     05  KR-PRF-MAX           PIC 9(02)    COMP VALUE 10.
024500     05  KR-PRF-SUB           PIC 9(02)    COMP VALUE 0.
024600     05  KR-PRF-HIT-SUB       PIC 9(02)    COMP VALUE 0.
024700
024800 01  KR-PROFILE-TABLE.
024900     05  KR-PRF-ENTRY         OCCURS 10 TIMES.
025000         10  KR-PRF-SOURCE    PIC X(01).
025100
025200 01  KR-SOURCE-NAME-LIST.
025300     05  FILLER               PIC X(08)    VALUE "BRANCH".
025400     05  FILLER               PIC X(08)    VALUE "WIREROOM".
025500     05  FILLER               PIC X(08)    VALUE "EDI DROP".
025600 01  KR-SOURCE-NAME-TABLE REDEFINES KR-SOURCE-NAME-LIST.
025700     05  KR-SOURCE-NAME       OCCURS 3 TIMES PIC X(08).
025800
025900*-------------------------------------------------------*
026000* HEADER/DATA/TRAILER GROUPS OF THE FEED NOW BEING       *
026100* COLLECTED, IN FEED ORDER.  PND-SUB IS THE PENDING      *
026200* ENTRY A GROUP ANSWERS (ZERO FOR THE NIGHT'S OWN FEED). *
026300* BAL-STATUS B ONCE THE TRAILER PROVES IT, ELSE O        *
026400*-------------------------------------------------------*
026500 01  KR-GROUP-CONTROLS.
026600     05  KR-GRP-COUNT         PIC 9(02)    COMP VALUE 0.
026700     05  KR-GRP-MAX           PIC 9(02)    COMP VALUE 10.
026800     05  KR-GRP-SUB           PIC 9(02)    COMP VALUE 0.
026900     05  KR-CUR-GROUPS        PIC 9(02)    COMP VALUE 0.
027000     05  KR-CUR-FAILED        PIC 9(02)    COMP VALUE 0.
027100     05  KR-HOLD-DATE         PIC 9(08)    VALUE 0.
027200
027300 01  KR-GROUP-TABLE.
027400     05  KR-GRP-ENTRY         OCCURS 10 TIMES.
027500         10  KR-GRP-FEED-DATE     PIC 9(08).
027600         10  KR-GRP-DETAIL-COUNT  PIC 9(07) COMP.
027700         10  KR-GRP-HASH          PIC 9(18) COMP.
027800         10  KR-GRP-EXP-COUNT     PIC 9(07).
027900         10  KR-GRP-EXP-HASH      PIC 9(18).
028000         10  KR-GRP-BAL-STATUS    PIC X(01).
028100         10  KR-GRP-PND-SUB       PIC 9(02) COMP.
028200
028300*-------------------------------------------------------*
028400* PENDING FEEDS - THE KEYPND FILE AS LOADED, PLUS ANY    *
028500* FEED HELD TONIGHT.  STATE P STILL NOT ARRIVED, F       *
028600* ARRIVED OUT OF BALANCE, N HELD TONIGHT, M MATCHED BY A *
028700* BALANCED GROUP AND WAITING TO BE WRITTEN, C WRITTEN TO *
028800* KEYIN AND CLEARED.  EVERY STATE BUT C IS WRITTEN BACK  *
028900*-------------------------------------------------------*
029000 01  KR-PENDING-CONTROLS.
029100     05  KR-PND-COUNT         PIC 9(02)    COMP VALUE 0.
029200     05  KR-PND-MAX           PIC 9(02)    COMP VALUE 30.
029300     05  KR-PND-SUB           PIC 9(02)    COMP VALUE 0.
029400     05  KR-PND-HIT-SUB       PIC 9(02)    COMP VALUE 0.
029500     05  KR-PND-AGE           PIC S9(05)   COMP VALUE 0.
029600
029700 01  KR-PENDING-TABLE.
029800     05  KR-PND-ENTRY         OCCURS 30 TIMES.
029900         10  KR-PND-SOURCE        PIC X(01).
030000         10  KR-PND-FEED-DATE     PIC 9(08).
030100         10  KR-PND-HELD-DATE     PIC 9(08).
030200         10  KR-PND-HELD-JOB-ID   PIC X(08).
030300         10  KR-PND-REASON        PIC X(01).
030400         10  KR-PND-STATE         PIC X(01).
030500         10  KR-PND-KEYS          PIC 9(07) COMP.
030600         10  KR-PND-PAST-SWITCH   PIC X(01).
030700
030800*-------------------------------------------------------*
030900* PENDING GROUPS FOUND BALANCED TONIGHT, WRITTEN TO      *
031000* KEYIN AFTER THE COMBINED GROUP                         *
031100*-------------------------------------------------------*
031200 01  KR-PICKUP-CONTROLS.
031300     05  KR-PICK-COUNT        PIC 9(02)    COMP VALUE 0.
031400     05  KR-PICK-MAX          PIC 9(02)    COMP VALUE 10.
031500     05  KR-PICK-SUB          PIC 9(02)    COMP VALUE 0.
031600
031700 01  KR-PICKUP-TABLE.
031800     05  KR-PICK-ENTRY        OCCURS 10 TIMES.
031900         10  KR-PICK-FEED-SUB     PIC 9(02) COMP.
032000         10  KR-PICK-GROUP        PIC 9(02) COMP.
032100         10  KR-PICK-PND-SUB      PIC 9(02) COMP.
032200         10  KR-PICK-COUNT-EXP    PIC 9(07) COMP.
032300         10  KR-PICK-HASH         PIC 9(18) COMP.
032400
032500*-------------------------------------------------------*
032600* OPERATOR-MESSAGE REQUEST AREA (SEE KEYRMSG)            *
032700*-------------------------------------------------------*
032800     COPY "keymsg.cpy".
032900
033000 01  KR-SAVED-RETURN-CODE     PIC S9(04)   COMP VALUE 0.
033100
033200 01  KR-PENDING-ALERT-TEXT.
033300     05  FILLER               PIC X(07)    VALUE "SOURCE ".
033400     05  KR-ALERT-SOURCE      PIC X(01).
033500     05  FILLER               PIC X(01)    VALUE SPACE.
033600     05  KR-ALERT-FEED-DATE   PIC 9(08).
033700     05  FILLER               PIC X(03)    VALUE SPACES.
033800
033900*-------------------------------------------------------*
034000* CONTROL REPORT LINE IMAGES                             *
034100*-------------------------------------------------------*
034200 01  KR-HEADING-LINE-1.
034300     05  FILLER               PIC X(80)    VALUE
034400         "KEY FEED COLLECTOR - CONTROL REPORT".
034500
034600 01  KR-HEADING-LINE-2.
034700     05  FILLER               PIC X(80)    VALUE
034800         "=======================================".
034900
035000 01  KR-PARTIAL-LINE.
035100     05  FILLER               PIC X(80)    VALUE
035200         "PARTIAL-COLLECT MODE - A LATE OR FAILED FEED IS HELD".
035300
035400 01  KR-SOURCE-LINE.
035500     05  FILLER               PIC X(07)    VALUE "SOURCE ".
035600     05  KR-RPT-SOURCE-CODE   PIC X(01).
035700     05  FILLER               PIC X(01)    VALUE SPACE.
035800     05  KR-RPT-SOURCE-NAME   PIC X(08).
035900     05  FILLER               PIC X(06)    VALUE " READ ".
036000     05  KR-RPT-SOURCE-READ   PIC ZZZ,ZZ9.
036100     05  FILLER               PIC X(07)    VALUE "  KEYS ".
036200     05  KR-RPT-SOURCE-KEYS   PIC ZZZ,ZZ9.
036300     05  FILLER               PIC X(02)    VALUE SPACES.
036400     05  KR-RPT-SOURCE-BAL    PIC X(17).
036500     05  FILLER               PIC X(17)    VALUE SPACES.
036600
036700 01  KR-TOTAL-LINE-WRITTEN.
036800     05  FILLER               PIC X(24)    VALUE
036900         "RECORDS WRITTEN. . . . ".
037000     05  KR-RPT-WRITTEN       PIC ZZZ,ZZ9.
037100     05  FILLER               PIC X(49)    VALUE SPACES.
037200
037300 01  KR-TOTAL-LINE-PENDING.
037400     05  FILLER               PIC X(24)    VALUE
037500         "  FROM PENDING FEEDS . ".
037600     05  KR-RPT-PND-WRITTEN   PIC ZZZ,ZZ9.
037700     05  FILLER               PIC X(49)    VALUE SPACES.
037800
037900 01  KR-TOTAL-LINE-HELD.
038000     05  FILLER               PIC X(24)    VALUE
038100         "KEYS HELD BACK . . . . ".
038200     05  KR-RPT-HELD          PIC ZZZ,ZZ9.
038300     05  FILLER               PIC X(49)    VALUE SPACES.
038400
038500 01  KR-HELD-SOURCES-LINE.
038600     05  FILLER               PIC X(24)    VALUE
038700         "SOURCES HELD . . . . . ".
038800     05  KR-RPT-HELD-SOURCES  PIC X(07).
038900     05  FILLER               PIC X(49)    VALUE SPACES.
039000
039100 01  KR-PENDING-HEADING.
039200     05  FILLER               PIC X(80)    VALUE
039300         "PENDING FEEDS (KEYPND)".
039400
039500 01  KR-PENDING-NONE-LINE.
039600     05  FILLER               PIC X(80)    VALUE
039700         "  NONE".
039800
039900 01  KR-PENDING-LINE.
040000     05  FILLER               PIC X(02)    VALUE SPACES.
040100     05  KR-RPT-PND-SOURCE    PIC X(01).
040200     05  FILLER               PIC X(01)    VALUE SPACE.
040300     05  KR-RPT-PND-NAME      PIC X(08).
040400     05  FILLER               PIC X(06)    VALUE " FEED ".
040500     05  KR-RPT-PND-FEED-DATE PIC 9(08).
040600     05  FILLER               PIC X(06)    VALUE " HELD ".
040700     05  KR-RPT-PND-HELD-DATE PIC 9(08).
040800     05  FILLER               PIC X(01)    VALUE SPACE.
040900     05  KR-RPT-PND-RESULT    PIC X(25).
041000     05  FILLER               PIC X(01)    VALUE SPACE.
041100     05  KR-RPT-PND-ALERT     PIC X(13).
041200
041300 PROCEDURE                DIVISION.
041400
041500*****************************************************
041600* 0000-MAINLINE                                      *
041700*****************************************************
041800 0000-MAINLINE.
041900     PERFORM 1000-INITIALIZE
042000         THRU 1000-INITIALIZE-EXIT.
042100
042200     PERFORM 2000-PROCESS-ONE-FEED
042300         THRU 2000-PROCESS-ONE-FEED-EXIT
042400         VARYING KR-FEED-SUB FROM 1 BY 1
042500         UNTIL KR-FEED-SUB > 3.
042600
042700     PERFORM 6500-WRITE-FEED-TRAILER
042800         THRU 6500-WRITE-FEED-TRAILER-EXIT.
042900
043000     PERFORM 6600-WRITE-PENDING-GROUPS
043100         THRU 6600-WRITE-PENDING-GROUPS-EXIT.
043200
043300     PERFORM 7000-CHECK-PENDING-AGE
043400         THRU 7000-CHECK-PENDING-AGE-EXIT.
043500
043600     PERFORM 8000-PRODUCE-REPORT
043700         THRU 8000-PRODUCE-REPORT-EXIT.
043800
043900     PERFORM 8300-WRITE-RUN-CONTROL
044000         THRU 8300-WRITE-RUN-CONTROL-EXIT.
044100
044200     PERFORM 8400-REWRITE-PENDING
044300         THRU 8400-REWRITE-PENDING-EXIT.
044400
044500     PERFORM 9000-TERMINATE
044600         THRU 9000-TERMINATE-EXIT.
044700
044800     STOP RUN.
044900
045000*****************************************************
045100* 1000-INITIALIZE - OPEN FILES, PICK UP THE RUN      *
045200* PARAMETERS, CLEAR THE PER-FEED CONTROLS, LOAD THE  *
045300* PROFILES AND THE PENDING FEEDS, OPEN THE COMBINED  *
045400* FEED WITH ITS HEADER.  THE FEEDS THEMSELVES ARE    *
045500* OPENED AS EACH IS COLLECTED                        *
045600*****************************************************
045700 1000-INITIALIZE.
045800     OPEN OUTPUT KEY-OUT.
045900     OPEN OUTPUT COL-RPT.
046000
046100     ACCEPT KR-JOB-ID FROM ENVIRONMENT "JOBID".
046200
046300     ACCEPT KR-PARTIAL-TEXT FROM ENVIRONMENT "PARTIAL".
046400     IF KR-PARTIAL-TEXT = "Y"
046500         SET KR-PARTIAL-MODE TO TRUE
046600     END-IF.
046700
046800     ACCEPT KR-PEND-DAYS-TEXT FROM ENVIRONMENT "PENDDAYS".
046900     IF KR-PEND-DAYS-TEXT NOT = SPACES
047000         MOVE FUNCTION NUMVAL ( KR-PEND-DAYS-TEXT )
047100             TO KR-PEND-DAYS
047200     END-IF.
047300
047400     ACCEPT KR-RUN-DATE FROM DATE YYYYMMDD.
047500     MOVE FUNCTION INTEGER-OF-DATE ( KR-RUN-DATE )
047600         TO KR-RUN-INT.
047700
047800     PERFORM 1100-CLEAR-FEED-ENTRY
047900         THRU 1100-CLEAR-FEED-ENTRY-EXIT
048000         VARYING KR-FEED-SUB FROM 1 BY 1
048100         UNTIL KR-FEED-SUB > 3.
048200
048300     PERFORM 1300-LOAD-PROFILES
048400         THRU 1300-LOAD-PROFILES-EXIT.
048500
048600     PERFORM 1400-LOAD-PENDING
048700         THRU 1400-LOAD-PENDING-EXIT.
048800
048900     PERFORM 1200-WRITE-FEED-HEADER
049000         THRU 1200-WRITE-FEED-HEADER-EXIT.
049100 1000-INITIALIZE-EXIT.
049200     EXIT.
049300
049400 1100-CLEAR-FEED-ENTRY.
049500     MOVE 0   TO KR-FEED-READ-COUNT ( KR-FEED-SUB ).
049600     MOVE 0   TO KR-FEED-DETAIL-COUNT ( KR-FEED-SUB ).
049700     MOVE 0   TO KR-FEED-HELD-COUNT ( KR-FEED-SUB ).
049800     MOVE 'Y' TO KR-FEED-TRL-SWITCH ( KR-FEED-SUB ).
049900     MOVE ' ' TO KR-FEED-BAL-STATUS ( KR-FEED-SUB ).
050000     MOVE ' ' TO KR-FEED-HELD-REASON ( KR-FEED-SUB ).
050100 1100-CLEAR-FEED-ENTRY-EXIT.
050200     EXIT.
050300
050400*****************************************************
050500* 1200-WRITE-FEED-HEADER - OPEN THE COMBINED KEYIN   *
050600* FEED WITH THE HEADER RECORD PROG EXPECTS,          *
050700* CARRYING THE RUN DATE AND SOURCE ID COLLECT        *
050800*****************************************************
050900 1200-WRITE-FEED-HEADER.
051000     MOVE "H"   TO KR-RECORD-TYPE OF KEY-OUTPUT-RECORD.
051100     MOVE SPACE TO KR-SOURCE-SYSTEM OF KEY-OUTPUT-RECORD.
051200     MOVE 0     TO KR-KEY-LENGTH OF KEY-OUTPUT-RECORD.
051300     MOVE SPACES TO KR-KEY-DATA OF KEY-OUTPUT-RECORD.
051400     MOVE KR-RUN-DATE TO KR-FEED-DATE OF KEY-OUTPUT-RECORD.
051500     MOVE "COLLECT" TO
051600         KR-FEED-SOURCE-ID OF KEY-OUTPUT-RECORD.
051700     WRITE KEY-OUTPUT-RECORD.
051800 1200-WRITE-FEED-HEADER-EXIT.
051900     EXIT.
052000
052100*****************************************************
052200* 1300-LOAD-PROFILES - TABLE THE SOURCE CODES THAT   *
052300* HAVE A PROFILE ON THE KEYPRF MASTER.  A MASTER     *
052400* THAT WILL NOT OPEN LOADS NOTHING, SO EVERY FEED    *
052500* IS REFUSED RATHER THAN PASSED DOWNSTREAM UNEDITED  *
052600*****************************************************
052700 1300-LOAD-PROFILES.
052800     OPEN INPUT KEY-PRF.
052900     IF KR-PRF-STATUS NOT = "00"
053000         SET KR-ABEND TO TRUE
053100         MOVE 16 TO RETURN-CODE
053200         DISPLAY "COLLECT - KEYPRF OPEN FAILED, STATUS "
053300             KR-PRF-STATUS " - RUN ABENDED, RETURN-CODE "
053400             "SET TO 16"
053500         GO TO 1300-LOAD-PROFILES-EXIT
053600     END-IF.
053700
053800     PERFORM 1310-STORE-ONE-PROFILE
053900         THRU 1310-STORE-ONE-PROFILE-EXIT
054000         UNTIL KR-PRF-EOF.
054100
054200     CLOSE KEY-PRF.
054300 1300-LOAD-PROFILES-EXIT.
054400     EXIT.
054500
054600 1310-STORE-ONE-PROFILE.
054700     READ KEY-PRF
054800         AT END
054900             SET KR-PRF-EOF TO TRUE
055000             GO TO 1310-STORE-ONE-PROFILE-EXIT
055100     END-READ.
055200     IF KR-PRF-COUNT >= KR-PRF-MAX
055300         GO TO 1310-STORE-ONE-PROFILE-EXIT
055400     END-IF.
055500     ADD 1 TO KR-PRF-COUNT.
055600     MOVE KP-SOURCE-SYSTEM TO
055700         KR-PRF-SOURCE ( KR-PRF-COUNT ).
055800 1310-STORE-ONE-PROFILE-EXIT.
055900     EXIT.
056000
056100*****************************************************
056200* 1400-LOAD-PENDING - TABLE THE FEEDS STILL OWED     *
056300* FROM EARLIER NIGHTS.  NO FILE YET (STATUS 35)      *
056400* MEANS NOTHING IS PENDING.  A FILE THAT WILL NOT    *
056500* OPEN OR WILL NOT FIT THE TABLE ABENDS THE RUN - A  *
056600* PENDING FEED MUST NEVER BE FORGOTTEN               *
056700*****************************************************
056800 1400-LOAD-PENDING.
056900     OPEN INPUT KEY-PND.
057000     IF KR-PND-STATUS = "35"
057100         SET KR-PND-LOADED TO TRUE
057200         GO TO 1400-LOAD-PENDING-EXIT
057300     END-IF.
057400     IF KR-PND-STATUS NOT = "00"
057500         SET KR-ABEND TO TRUE
057600         MOVE 16 TO RETURN-CODE
057700         DISPLAY "COLLECT - KEYPND OPEN FAILED, STATUS "
057800             KR-PND-STATUS " - RUN ABENDED, RETURN-CODE "
057900             "SET TO 16"
058000         GO TO 1400-LOAD-PENDING-EXIT
058100     END-IF.
058200
058300     PERFORM 1410-STORE-ONE-PENDING
058400         THRU 1410-STORE-ONE-PENDING-EXIT
058500         UNTIL KR-PND-EOF.
058600
058700     CLOSE KEY-PND.
058800     IF NOT KR-ABEND
058900         SET KR-PND-LOADED TO TRUE
059000     END-IF.
059100 1400-LOAD-PENDING-EXIT.
059200     EXIT.
059300
059400 1410-STORE-ONE-PENDING.
059500     READ KEY-PND
059600         AT END
059700             SET KR-PND-EOF TO TRUE
059800             GO TO 1410-STORE-ONE-PENDING-EXIT
059900     END-READ.
060000     IF KR-PND-COUNT >= KR-PND-MAX
060100         SET KR-PND-EOF TO TRUE
060200         PERFORM 9700-PENDING-FULL
060300             THRU 9700-PENDING-FULL-EXIT
060400         GO TO 1410-STORE-ONE-PENDING-EXIT
060500     END-IF.
060600     ADD 1 TO KR-PND-COUNT.
060700     MOVE PF-SOURCE-SYSTEM   TO KR-PND-SOURCE ( KR-PND-COUNT ).
060800     MOVE PF-FEED-DATE       TO KR-PND-FEED-DATE ( KR-PND-COUNT ).
060900     MOVE PF-HELD-DATE       TO KR-PND-HELD-DATE ( KR-PND-COUNT ).
061000     MOVE PF-HELD-JOB-ID     TO
061100         KR-PND-HELD-JOB-ID ( KR-PND-COUNT ).
061200     MOVE PF-HELD-REASON     TO KR-PND-REASON ( KR-PND-COUNT ).
061300     MOVE "P"                TO KR-PND-STATE ( KR-PND-COUNT ).
061400     MOVE 0                  TO KR-PND-KEYS ( KR-PND-COUNT ).
061500     MOVE 'N'                TO
061600         KR-PND-PAST-SWITCH ( KR-PND-COUNT ).
061700 1410-STORE-ONE-PENDING-EXIT.
061800     EXIT.
061900
062000*****************************************************
062100* 2000-PROCESS-ONE-FEED - SCAN ONE UPSTREAM FEED     *
062200* GROUP BY GROUP, SORT ITS GROUPS INTO THE NIGHT'S   *
062300* OWN AND LATE ONES OWED FROM EARLIER NIGHTS,        *
062400* BALANCE IT, AND PASS THE NIGHT'S GROUPS TO THE     *
062500* COMBINED OUTPUT IF IT BALANCED                     *
062600*****************************************************
062700 2000-PROCESS-ONE-FEED.
062800     PERFORM 2010-CHECK-PROFILE
062900         THRU 2010-CHECK-PROFILE-EXIT.
063000     IF KR-PRF-HIT-SUB = 0
063100         MOVE 'N' TO KR-FEED-BAL-STATUS ( KR-FEED-SUB )
063200         PERFORM 9600-PROFILE-ABEND
063300             THRU 9600-PROFILE-ABEND-EXIT
063400         GO TO 2000-PROCESS-ONE-FEED-EXIT
063500     END-IF.
063600
063700     PERFORM 2100-SCAN-FEED
063800         THRU 2100-SCAN-FEED-EXIT.
063900
064000     PERFORM 2400-MATCH-PENDING
064100         THRU 2400-MATCH-PENDING-EXIT
064200         VARYING KR-GRP-SUB FROM 1 BY 1
064300         UNTIL KR-GRP-SUB > KR-GRP-COUNT.
064400
064500     PERFORM 2500-BALANCE-ONE-FEED
064600         THRU 2500-BALANCE-ONE-FEED-EXIT.
064700
064800     IF KR-FEED-BAL-STATUS ( KR-FEED-SUB ) = 'B'
064900         PERFORM 2700-WRITE-NIGHT-GROUPS
065000             THRU 2700-WRITE-NIGHT-GROUPS-EXIT
065100     END-IF.
065200 2000-PROCESS-ONE-FEED-EXIT.
065300     EXIT.
065400
065500*****************************************************
065600* 2010-CHECK-PROFILE - IS THE FEED'S SOURCE CODE ON  *
065700* THE PROFILE TABLE?  KR-PRF-HIT-SUB COMES BACK      *
065800* ZERO WHEN IT HAS NO PROFILE ON FILE                *
065900*****************************************************
066000 2010-CHECK-PROFILE.
066100     MOVE 0 TO KR-PRF-HIT-SUB.
066200     PERFORM 2020-MATCH-ONE-PROFILE
066300         THRU 2020-MATCH-ONE-PROFILE-EXIT
066400         VARYING KR-PRF-SUB FROM 1 BY 1
066500         UNTIL KR-PRF-SUB > KR-PRF-COUNT
066600             OR KR-PRF-HIT-SUB > 0.
066700 2010-CHECK-PROFILE-EXIT.
066800     EXIT.
066900
067000 2020-MATCH-ONE-PROFILE.
067100     IF KR-PRF-SOURCE ( KR-PRF-SUB ) =
067200             KR-SOURCE-CODE ( KR-FEED-SUB )
067300         MOVE KR-PRF-SUB TO KR-PRF-HIT-SUB
067400     END-IF.
067500 2020-MATCH-ONE-PROFILE-EXIT.
067600     EXIT.
067700
067800*****************************************************
067900* 2100-SCAN-FEED - FIRST PASS: READ THE WHOLE FEED,  *
068000* TABLING EACH HEADER/DATA/TRAILER GROUP WITH ITS    *
068100* COUNT AND HASH AND BALANCING IT AT ITS TRAILER.  A *
068200* FEED THAT WILL NOT OPEN (NOT ARRIVED, DD DUMMY)    *
068300* SCANS AS NO GROUPS AT ALL                          *
068400*****************************************************
068500 2100-SCAN-FEED.
068600     MOVE 0 TO KR-GRP-COUNT.
068700     MOVE 'N' TO KR-GROUP-OPEN-SWITCH.
068800     MOVE 'N' TO KR-FEED-BROKEN-SWITCH.
068900     MOVE 'N' TO KR-FEED-EOF-SWITCH.
069000
069100     PERFORM 2110-OPEN-FEED
069200         THRU 2110-OPEN-FEED-EXIT.
069300     IF NOT KR-FEED-OPEN
069400         GO TO 2100-SCAN-FEED-EXIT
069500     END-IF.
069600
069700     PERFORM 2120-READ-FEED
069800         THRU 2120-READ-FEED-EXIT.
069900
070000     PERFORM 2200-SCAN-RECORD
070100         THRU 2200-SCAN-RECORD-EXIT
070200         UNTIL KR-FEED-EOF.
070300
070400     IF KR-GROUP-OPEN
070500         MOVE 'N' TO KR-FEED-TRL-SWITCH ( KR-FEED-SUB )
070600         MOVE 'N' TO KR-GROUP-OPEN-SWITCH
070700     END-IF.
070800
070900     PERFORM 2130-CLOSE-FEED
071000         THRU 2130-CLOSE-FEED-EXIT.
071100 2100-SCAN-FEED-EXIT.
071200     EXIT.
071300
071400*****************************************************
071500* 2110-OPEN-FEED / 2120-READ-FEED / 2130-CLOSE-FEED  *
071600* - OPEN, READ THE NEXT RECORD OF, AND CLOSE THE     *
071700* FEED KR-FEED-SUB NAMES, READING INTO THE COMMON    *
071800* WORK RECORD.  A READ ERROR ENDS THE FEED AND       *
071900* BREAKS IT, SO IT CAN NEVER BALANCE SHORT           *
072000*****************************************************
072100 2110-OPEN-FEED.
072200     MOVE 'N' TO KR-FEED-OPEN-SWITCH.
072300     EVALUATE KR-FEED-SUB
072400         WHEN 1
072500             OPEN INPUT FEED-BRN
072600         WHEN 2
072700             OPEN INPUT FEED-WIR
072800         WHEN OTHER
072900             OPEN INPUT FEED-EDI
073000     END-EVALUATE.
073100     IF KR-FEED-STATUS = "00"
073200         SET KR-FEED-OPEN TO TRUE
073300     END-IF.
073400 2110-OPEN-FEED-EXIT.
073500     EXIT.
073600
073700 2120-READ-FEED.
073800     EVALUATE KR-FEED-SUB
073900         WHEN 1
074000             READ FEED-BRN INTO KEY-RECORD
074100                 AT END
074200                     SET KR-FEED-EOF TO TRUE
074300             END-READ
074400         WHEN 2
074500             READ FEED-WIR INTO KEY-RECORD
074600                 AT END
074700                     SET KR-FEED-EOF TO TRUE
074800             END-READ
074900         WHEN OTHER
075000             READ FEED-EDI INTO KEY-RECORD
075100                 AT END
075200                     SET KR-FEED-EOF TO TRUE
075300             END-READ
075400     END-EVALUATE.
075500     IF NOT KR-FEED-EOF
075600         AND KR-FEED-STATUS NOT = "00"
075700         SET KR-FEED-EOF TO TRUE
075800         SET KR-FEED-BROKEN TO TRUE
075900         DISPLAY "COLLECT - SOURCE "
076000             KR-SOURCE-CODE ( KR-FEED-SUB )
076100             " FEED READ FAILED, STATUS " KR-FEED-STATUS
076200     END-IF.
076300 2120-READ-FEED-EXIT.
076400     EXIT.
076500
076600 2130-CLOSE-FEED.
076700     IF NOT KR-FEED-OPEN
076800         GO TO 2130-CLOSE-FEED-EXIT
076900     END-IF.
077000     EVALUATE KR-FEED-SUB
077100         WHEN 1
077200             CLOSE FEED-BRN
077300         WHEN 2
077400             CLOSE FEED-WIR
077500         WHEN OTHER
077600             CLOSE FEED-EDI
077700     END-EVALUATE.
077800     MOVE 'N' TO KR-FEED-OPEN-SWITCH.
077900 2130-CLOSE-FEED-EXIT.
078000     EXIT.
078100
078200*****************************************************
078300* 2200-SCAN-RECORD - A HEADER OPENS A GROUP (ONE     *
078400* STILL OPEN LOST ITS TRAILER), A TRAILER BALANCES   *
078500* AND CLOSES IT, A DATA RECORD COUNTS AND HASHES     *
078600* INTO IT.  A TRAILER OR DATA RECORD WITH NO GROUP   *
078700* OPEN, OR MORE GROUPS THAN THE TABLE HOLDS, BREAKS  *
078800* THE FEED.  READ NEXT                               *
078900*****************************************************
079000 2200-SCAN-RECORD.
079100     ADD 1 TO KR-FEED-READ-COUNT ( KR-FEED-SUB ).
079200     EVALUATE KR-RECORD-TYPE OF KEY-RECORD
079300         WHEN "H"
079400             IF KR-GROUP-OPEN
079500                 MOVE 'N' TO KR-FEED-TRL-SWITCH ( KR-FEED-SUB )
079600                 MOVE 'N' TO KR-GROUP-OPEN-SWITCH
079700             END-IF
079800             IF KR-GRP-COUNT >= KR-GRP-MAX
079900                 SET KR-FEED-BROKEN TO TRUE
080000             ELSE
080100                 ADD 1 TO KR-GRP-COUNT
080200                 MOVE KR-FEED-DATE OF KEY-RECORD
080300                     TO KR-GRP-FEED-DATE ( KR-GRP-COUNT )
080400                 MOVE 0 TO KR-GRP-DETAIL-COUNT ( KR-GRP-COUNT )
080500                 MOVE 0 TO KR-GRP-HASH ( KR-GRP-COUNT )
080600                 MOVE 0 TO KR-GRP-EXP-COUNT ( KR-GRP-COUNT )
080700                 MOVE 0 TO KR-GRP-EXP-HASH ( KR-GRP-COUNT )
080800                 MOVE 'O' TO KR-GRP-BAL-STATUS ( KR-GRP-COUNT )
080900                 MOVE 0 TO KR-GRP-PND-SUB ( KR-GRP-COUNT )
081000                 SET KR-GROUP-OPEN TO TRUE
081100             END-IF
081200         WHEN "T"
081300             IF NOT KR-GROUP-OPEN
081400                 SET KR-FEED-BROKEN TO TRUE
081500             ELSE
081600                 MOVE KR-TRAILER-COUNT OF KEY-RECORD
081700                     TO KR-GRP-EXP-COUNT ( KR-GRP-COUNT )
081800                 MOVE KR-TRAILER-HASH OF KEY-RECORD
081900                     TO KR-GRP-EXP-HASH ( KR-GRP-COUNT )
082000                 PERFORM 2300-BALANCE-GROUP
082100                     THRU 2300-BALANCE-GROUP-EXIT
082200                 MOVE 'N' TO KR-GROUP-OPEN-SWITCH
082300             END-IF
082400         WHEN OTHER
082500             ADD 1 TO KR-FEED-DETAIL-COUNT ( KR-FEED-SUB )
082600             IF NOT KR-GROUP-OPEN
082700                 SET KR-FEED-BROKEN TO TRUE
082800             ELSE
082900                 ADD 1 TO KR-GRP-DETAIL-COUNT ( KR-GRP-COUNT )
083000                 IF KR-KEY-LENGTH OF KEY-RECORD > 0
083100                     AND KR-KEY-LENGTH OF KEY-RECORD
083200                         NOT > KR-MAX-KEY-LENGTH
083300                     PERFORM 2250-HASH-KEY-BYTE
083400                         THRU 2250-HASH-KEY-BYTE-EXIT
083500                         VARYING KR-HASH-SUB FROM 1 BY 1
083600                         UNTIL KR-HASH-SUB >
083700                             KR-KEY-LENGTH OF KEY-RECORD
083800                 END-IF
083900             END-IF
084000     END-EVALUATE.
084100
084200     PERFORM 2120-READ-FEED
084300         THRU 2120-READ-FEED-EXIT.
084400 2200-SCAN-RECORD-EXIT.
084500     EXIT.
084600
084700 2250-HASH-KEY-BYTE.
084800     ADD FUNCTION ORD ( KR-KEY-DATA OF KEY-RECORD
084900         ( KR-HASH-SUB : 1 ) )
085000         TO KR-GRP-HASH ( KR-GRP-COUNT ).
085100 2250-HASH-KEY-BYTE-EXIT.
085200     EXIT.
085300
085400*****************************************************
085500* 2300-BALANCE-GROUP - THE OPEN GROUP'S TRAILER HAS  *
085600* ARRIVED.  THE GROUP IS IN BALANCE WHEN THE TRAILER *
085700* COUNT AND HASH EQUAL WHAT WAS READ                 *
085800*****************************************************
085900 2300-BALANCE-GROUP.
086000     IF KR-GRP-EXP-COUNT ( KR-GRP-COUNT ) =
086100             KR-GRP-DETAIL-COUNT ( KR-GRP-COUNT )
086200         AND KR-GRP-EXP-HASH ( KR-GRP-COUNT ) =
086300             KR-GRP-HASH ( KR-GRP-COUNT )
086400         MOVE 'B' TO KR-GRP-BAL-STATUS ( KR-GRP-COUNT )
086500     END-IF.
086600 2300-BALANCE-GROUP-EXIT.
086700     EXIT.
086800
086900*****************************************************
087000* 2400-MATCH-PENDING - IS THIS GROUP A LATE FEED THE *
087100* SOURCE STILL OWES?  IT IS WHEN ITS HEADER FEED     *
087200* DATE IS ON A PENDING ENTRY FOR THE SOURCE NO       *
087300* EARLIER GROUP HAS ANSWERED.  A BALANCED ONE IS     *
087400* TABLED FOR WRITING AFTER THE COMBINED GROUP; ONE   *
087500* OUT OF BALANCE LEAVES ITS ENTRY PENDING            *
087600*****************************************************
087700 2400-MATCH-PENDING.
087800     MOVE 0 TO KR-PND-HIT-SUB.
087900     PERFORM 2410-MATCH-ONE-PENDING
088000         THRU 2410-MATCH-ONE-PENDING-EXIT
088100         VARYING KR-PND-SUB FROM 1 BY 1
088200         UNTIL KR-PND-SUB > KR-PND-COUNT
088300             OR KR-PND-HIT-SUB > 0.
088400     IF KR-PND-HIT-SUB = 0
088500         GO TO 2400-MATCH-PENDING-EXIT
088600     END-IF.
088700
088800     MOVE KR-PND-HIT-SUB TO KR-GRP-PND-SUB ( KR-GRP-SUB ).
088900     IF KR-GRP-BAL-STATUS ( KR-GRP-SUB ) NOT = 'B'
089000         MOVE "F" TO KR-PND-STATE ( KR-PND-HIT-SUB )
089100         MOVE "O" TO KR-PND-REASON ( KR-PND-HIT-SUB )
089200         ADD KR-GRP-DETAIL-COUNT ( KR-GRP-SUB )
089300             TO KR-FEED-HELD-COUNT ( KR-FEED-SUB )
089400         GO TO 2400-MATCH-PENDING-EXIT
089500     END-IF.
089600
089700     IF KR-PICK-COUNT >= KR-PICK-MAX
089800         ADD KR-GRP-DETAIL-COUNT ( KR-GRP-SUB )
089900             TO KR-FEED-HELD-COUNT ( KR-FEED-SUB )
090000         GO TO 2400-MATCH-PENDING-EXIT
090100     END-IF.
090200     ADD 1 TO KR-PICK-COUNT.
090300     MOVE KR-FEED-SUB TO KR-PICK-FEED-SUB ( KR-PICK-COUNT ).
090400     MOVE KR-GRP-SUB  TO KR-PICK-GROUP ( KR-PICK-COUNT ).
090500     MOVE KR-PND-HIT-SUB TO KR-PICK-PND-SUB ( KR-PICK-COUNT ).
090600     MOVE KR-GRP-DETAIL-COUNT ( KR-GRP-SUB )
090700         TO KR-PICK-COUNT-EXP ( KR-PICK-COUNT ).
090800     MOVE KR-GRP-HASH ( KR-GRP-SUB )
090900         TO KR-PICK-HASH ( KR-PICK-COUNT ).
091000     MOVE "M" TO KR-PND-STATE ( KR-PND-HIT-SUB ).
091100 2400-MATCH-PENDING-EXIT.
091200     EXIT.
091300
091400 2410-MATCH-ONE-PENDING.
091500     IF KR-PND-SOURCE ( KR-PND-SUB ) =
091600             KR-SOURCE-CODE ( KR-FEED-SUB )
091700         AND KR-PND-FEED-DATE ( KR-PND-SUB ) =
091800             KR-GRP-FEED-DATE ( KR-GRP-SUB )
091900         AND ( KR-PND-STATE ( KR-PND-SUB ) = "P"
092000               OR KR-PND-STATE ( KR-PND-SUB ) = "F" )
092100         MOVE KR-PND-SUB TO KR-PND-HIT-SUB
092200     END-IF.
092300 2410-MATCH-ONE-PENDING-EXIT.
092400     EXIT.
092500
092600*****************************************************
092700* 2500-BALANCE-ONE-FEED - THE NIGHT'S OWN GROUPS     *
092800* (THOSE ANSWERING NO PENDING ENTRY) MUST ALL HAVE   *
092900* BALANCED AT THEIR TRAILERS, THERE MUST BE AT LEAST *
093000* ONE, AND THE FEED MUST NOT BE BROKEN.  A FEED THAT *
093100* FAILS ABENDS THE RUN, OR IN PARTIAL-COLLECT MODE   *
093200* IS HELD FOR A LATER NIGHT.  A LATE GROUP OUT OF    *
093300* BALANCE ABENDS THE RUN OUTSIDE PARTIAL MODE        *
093400*****************************************************
093500 2500-BALANCE-ONE-FEED.
093600     MOVE 0 TO KR-CUR-GROUPS.
093700     MOVE 0 TO KR-CUR-FAILED.
093800     MOVE 0 TO KR-HOLD-DATE.
093900     PERFORM 2510-COUNT-ONE-GROUP
094000         THRU 2510-COUNT-ONE-GROUP-EXIT
094100         VARYING KR-GRP-SUB FROM 1 BY 1
094200         UNTIL KR-GRP-SUB > KR-GRP-COUNT.
094300
094400     EVALUATE TRUE
094500         WHEN KR-FEED-BROKEN
094600             MOVE 'O' TO KR-FEED-BAL-STATUS ( KR-FEED-SUB )
094700         WHEN KR-CUR-FAILED > 0
094800             MOVE 'O' TO KR-FEED-BAL-STATUS ( KR-FEED-SUB )
094900         WHEN KR-CUR-GROUPS = 0
095000             MOVE 'M' TO KR-FEED-BAL-STATUS ( KR-FEED-SUB )
095100         WHEN OTHER
095200             MOVE 'B' TO KR-FEED-BAL-STATUS ( KR-FEED-SUB )
095300     END-EVALUATE.
095400
095500     IF KR-FEED-BAL-STATUS ( KR-FEED-SUB ) = 'B'
095600         IF KR-FEED-HELD-COUNT ( KR-FEED-SUB ) > 0
095700             AND NOT KR-PARTIAL-MODE
095800             PERFORM 9500-FORCE-ABEND
095900                 THRU 9500-FORCE-ABEND-EXIT
096000         END-IF
096100         GO TO 2500-BALANCE-ONE-FEED-EXIT
096200     END-IF.
096300
096400     IF NOT KR-PARTIAL-MODE
096500         PERFORM 9500-FORCE-ABEND
096600             THRU 9500-FORCE-ABEND-EXIT
096700         GO TO 2500-BALANCE-ONE-FEED-EXIT
096800     END-IF.
096900
097000     MOVE KR-FEED-BAL-STATUS ( KR-FEED-SUB )
097100         TO KR-FEED-HELD-REASON ( KR-FEED-SUB ).
097200     MOVE 'H' TO KR-FEED-BAL-STATUS ( KR-FEED-SUB ).
097300     PERFORM 2600-HOLD-FEED
097400         THRU 2600-HOLD-FEED-EXIT.
097500 2500-BALANCE-ONE-FEED-EXIT.
097600     EXIT.
097700
097800 2510-COUNT-ONE-GROUP.
097900     IF KR-GRP-PND-SUB ( KR-GRP-SUB ) > 0
098000         GO TO 2510-COUNT-ONE-GROUP-EXIT
098100     END-IF.
098200     ADD 1 TO KR-CUR-GROUPS.
098300     IF KR-GRP-BAL-STATUS ( KR-GRP-SUB ) NOT = 'B'
098400         ADD 1 TO KR-CUR-FAILED
098500         IF KR-HOLD-DATE = 0
098600             MOVE KR-GRP-FEED-DATE ( KR-GRP-SUB )
098700                 TO KR-HOLD-DATE
098800         END-IF
098900     END-IF.
099000 2510-COUNT-ONE-GROUP-EXIT.
099100     EXIT.
099200
099300*****************************************************
099400* 2600-HOLD-FEED - PARTIAL-COLLECT MODE: NOTHING OF  *
099500* THE NIGHT'S FEED GOES TO KEYIN.  RECORD THE SOURCE *
099600* AND THE FEED DATE IT OWES - THE FAILED GROUP'S     *
099700* HEADER DATE, OR THE RUN DATE WHEN NOTHING ARRIVED  *
099800* - ON THE PENDING TABLE (ONCE ONLY, SO A RERUN OF   *
099900* THE NIGHT DOES NOT OWE IT TWICE) AND END THE STEP  *
100000* RETURN-CODE 4                                      *
100100*****************************************************
100200 2600-HOLD-FEED.
100300     PERFORM 2610-ADD-HELD-KEYS
100400         THRU 2610-ADD-HELD-KEYS-EXIT
100500         VARYING KR-GRP-SUB FROM 1 BY 1
100600         UNTIL KR-GRP-SUB > KR-GRP-COUNT.
100700     IF KR-HELD-SUB < 3
100800         ADD 1 TO KR-HELD-SUB
100900         MOVE KR-SOURCE-CODE ( KR-FEED-SUB )
101000             TO KR-HELD-SOURCES ( KR-HELD-SUB : 1 )
101100     END-IF.
101200     IF RETURN-CODE < 4
101300         MOVE 4 TO RETURN-CODE
101400     END-IF.
101500     DISPLAY "COLLECT - SOURCE "
101600         KR-SOURCE-CODE ( KR-FEED-SUB )
101700         " FEED HELD FOR A LATER NIGHT - "
101800         "RETURN-CODE SET TO 4".
101900
102000     IF KR-HOLD-DATE = 0
102100         OR KR-HOLD-DATE IS NOT NUMERIC
102200         MOVE KR-RUN-DATE TO KR-HOLD-DATE
102300     END-IF.
102400
102500     MOVE 0 TO KR-PND-HIT-SUB.
102600     PERFORM 2620-FIND-HELD-ENTRY
102700         THRU 2620-FIND-HELD-ENTRY-EXIT
102800         VARYING KR-PND-SUB FROM 1 BY 1
102900         UNTIL KR-PND-SUB > KR-PND-COUNT
103000             OR KR-PND-HIT-SUB > 0.
103100     IF KR-PND-HIT-SUB > 0
103200         MOVE KR-FEED-HELD-REASON ( KR-FEED-SUB )
103300             TO KR-PND-REASON ( KR-PND-HIT-SUB )
103400         GO TO 2600-HOLD-FEED-EXIT
103500     END-IF.
103600
103700     IF KR-PND-COUNT >= KR-PND-MAX
103800         PERFORM 9700-PENDING-FULL
103900             THRU 9700-PENDING-FULL-EXIT
104000         GO TO 2600-HOLD-FEED-EXIT
104100     END-IF.
104200     ADD 1 TO KR-PND-COUNT.
104300     MOVE KR-SOURCE-CODE ( KR-FEED-SUB )
104400         TO KR-PND-SOURCE ( KR-PND-COUNT ).
104500     MOVE KR-HOLD-DATE TO KR-PND-FEED-DATE ( KR-PND-COUNT ).
104600     MOVE KR-RUN-DATE  TO KR-PND-HELD-DATE ( KR-PND-COUNT ).
104700     MOVE KR-JOB-ID    TO KR-PND-HELD-JOB-ID ( KR-PND-COUNT ).
104800     MOVE KR-FEED-HELD-REASON ( KR-FEED-SUB )
104900         TO KR-PND-REASON ( KR-PND-COUNT ).
105000     MOVE "N" TO KR-PND-STATE ( KR-PND-COUNT ).
105100     MOVE 0   TO KR-PND-KEYS ( KR-PND-COUNT ).
105200     MOVE 'N' TO KR-PND-PAST-SWITCH ( KR-PND-COUNT ).
105300 2600-HOLD-FEED-EXIT.
105400     EXIT.
105500
105600 2610-ADD-HELD-KEYS.
105700     IF KR-GRP-PND-SUB ( KR-GRP-SUB ) = 0
105800         ADD KR-GRP-DETAIL-COUNT ( KR-GRP-SUB )
105900             TO KR-FEED-HELD-COUNT ( KR-FEED-SUB )
106000     END-IF.
106100 2610-ADD-HELD-KEYS-EXIT.
106200     EXIT.
106300
106400 2620-FIND-HELD-ENTRY.
106500     IF KR-PND-SOURCE ( KR-PND-SUB ) =
106600             KR-SOURCE-CODE ( KR-FEED-SUB )
106700         AND KR-PND-FEED-DATE ( KR-PND-SUB ) = KR-HOLD-DATE
106800         AND KR-PND-STATE ( KR-PND-SUB ) NOT = "C"
106900         MOVE KR-PND-SUB TO KR-PND-HIT-SUB
107000     END-IF.
107100 2620-FIND-HELD-ENTRY-EXIT.
107200     EXIT.
107300
107400*****************************************************
107500* 2700-WRITE-NIGHT-GROUPS - SECOND PASS OVER A FEED  *
107600* THAT BALANCED: PASS THE DATA RECORDS OF ITS OWN    *
107700* GROUPS TO THE COMBINED OUTPUT AND ADD THEIR HASH   *
107800* TO THE COMBINED TRAILER'S.  LATE GROUPS WAIT FOR   *
107900* 6600                                               *
108000*****************************************************
108100 2700-WRITE-NIGHT-GROUPS.
108200     PERFORM 2110-OPEN-FEED
108300         THRU 2110-OPEN-FEED-EXIT.
108400     IF NOT KR-FEED-OPEN
108500         PERFORM 9500-FORCE-ABEND
108600             THRU 9500-FORCE-ABEND-EXIT
108700         GO TO 2700-WRITE-NIGHT-GROUPS-EXIT
108800     END-IF.
108900     MOVE 'N' TO KR-FEED-EOF-SWITCH.
109000     MOVE 0 TO KR-GRP-SUB.
109100
109200     PERFORM 2120-READ-FEED
109300         THRU 2120-READ-FEED-EXIT.
109400     PERFORM 2710-PASS-NIGHT-RECORD
109500         THRU 2710-PASS-NIGHT-RECORD-EXIT
109600         UNTIL KR-FEED-EOF.
109700
109800     PERFORM 2130-CLOSE-FEED
109900         THRU 2130-CLOSE-FEED-EXIT.
110000
110100     PERFORM 2720-ADD-GROUP-HASH
110200         THRU 2720-ADD-GROUP-HASH-EXIT
110300         VARYING KR-GRP-SUB FROM 1 BY 1
110400         UNTIL KR-GRP-SUB > KR-GRP-COUNT.
110500 2700-WRITE-NIGHT-GROUPS-EXIT.
110600     EXIT.
110700
110800 2710-PASS-NIGHT-RECORD.
110900     EVALUATE KR-RECORD-TYPE OF KEY-RECORD
111000         WHEN "H"
111100             ADD 1 TO KR-GRP-SUB
111200         WHEN "T"
111300             CONTINUE
111400         WHEN OTHER
111500             IF KR-GRP-PND-SUB ( KR-GRP-SUB ) = 0
111600                 PERFORM 2800-WRITE-COLLECTED
111700                     THRU 2800-WRITE-COLLECTED-EXIT
111800             END-IF
111900     END-EVALUATE.
112000
112100     PERFORM 2120-READ-FEED
112200         THRU 2120-READ-FEED-EXIT.
112300 2710-PASS-NIGHT-RECORD-EXIT.
112400     EXIT.
112500
112600 2720-ADD-GROUP-HASH.
112700     IF KR-GRP-PND-SUB ( KR-GRP-SUB ) = 0
112800         ADD KR-GRP-HASH ( KR-GRP-SUB ) TO KR-TOTAL-HASH
112900     END-IF.
113000 2720-ADD-GROUP-HASH-EXIT.
113100     EXIT.
113200
113300*****************************************************
113400* 2800-WRITE-COLLECTED - STAMP THE KEY WITH ITS      *
113500* SOURCE-SYSTEM CODE AND PASS IT TO THE COMBINED     *
113600* KEYIN FEED                                         *
113700*****************************************************
113800 2800-WRITE-COLLECTED.
113900     MOVE "D" TO KR-RECORD-TYPE OF KEY-OUTPUT-RECORD.
114000     MOVE KR-SOURCE-CODE ( KR-FEED-SUB )
114100         TO KR-SOURCE-SYSTEM OF KEY-OUTPUT-RECORD.
114200     MOVE KR-KEY-LENGTH OF KEY-RECORD
114300         TO KR-KEY-LENGTH OF KEY-OUTPUT-RECORD.
114400     MOVE KR-KEY-DATA OF KEY-RECORD
114500         TO KR-KEY-DATA OF KEY-OUTPUT-RECORD.
114600     WRITE KEY-OUTPUT-RECORD.
114700     ADD 1 TO KR-RECORDS-WRITTEN.
114800 2800-WRITE-COLLECTED-EXIT.
114900     EXIT.
115000
115100*****************************************************
115200* 6500-WRITE-FEED-TRAILER - CLOSE THE COMBINED FEED  *
115300* WITH THE TRAILER PROG BALANCES AGAINST.  AN        *
115400* ABENDED COLLECT WRITES NO TRAILER, SO A BAD KEYIN  *
115500* CAN NEVER PASS PROG'S FEED BALANCE                 *
115600*****************************************************
115700 6500-WRITE-FEED-TRAILER.
115800     IF KR-ABEND
115900         GO TO 6500-WRITE-FEED-TRAILER-EXIT
116000     END-IF.
116100     MOVE "T"   TO KR-RECORD-TYPE OF KEY-OUTPUT-RECORD.
116200     MOVE SPACE TO KR-SOURCE-SYSTEM OF KEY-OUTPUT-RECORD.
116300     MOVE 0     TO KR-KEY-LENGTH OF KEY-OUTPUT-RECORD.
116400     MOVE SPACES TO KR-KEY-DATA OF KEY-OUTPUT-RECORD.
116500     MOVE KR-RECORDS-WRITTEN TO
116600         KR-TRAILER-COUNT OF KEY-OUTPUT-RECORD.
116700     MOVE KR-TOTAL-HASH TO
116800         KR-TRAILER-HASH OF KEY-OUTPUT-RECORD.
116900     WRITE KEY-OUTPUT-RECORD.
117000 6500-WRITE-FEED-TRAILER-EXIT.
117100     EXIT.
117200
117300*****************************************************
117400* 6600-WRITE-PENDING-GROUPS - AFTER THE COMBINED     *
117500* GROUP, PASS EACH LATE FEED THAT BALANCED TONIGHT   *
117600* TO KEYIN AS ITS OWN GROUP: A HEADER CARRYING THE   *
117700* FEED DATE IT WAS OWED FOR AND THE SOURCE'S NAME,   *
117800* ITS DATA RECORDS, AND A TRAILER WITH ITS OWN COUNT *
117900* AND HASH.  ITS PENDING ENTRY IS THEN CLEARED.      *
118000* NOTHING IS WRITTEN FROM AN ABENDED COLLECT         *
118100*****************************************************
118200 6600-WRITE-PENDING-GROUPS.
118300     IF KR-ABEND
118400         GO TO 6600-WRITE-PENDING-GROUPS-EXIT
118500     END-IF.
118600     PERFORM 6610-WRITE-ONE-PICKUP
118700         THRU 6610-WRITE-ONE-PICKUP-EXIT
118800         VARYING KR-PICK-SUB FROM 1 BY 1
118900         UNTIL KR-PICK-SUB > KR-PICK-COUNT
119000             OR KR-ABEND.
119100 6600-WRITE-PENDING-GROUPS-EXIT.
119200     EXIT.
119300
119400 6610-WRITE-ONE-PICKUP.
119500     MOVE KR-PICK-FEED-SUB ( KR-PICK-SUB ) TO KR-FEED-SUB.
119600     MOVE KR-PICK-PND-SUB ( KR-PICK-SUB ) TO KR-PND-SUB.
119700     PERFORM 2110-OPEN-FEED
119800         THRU 2110-OPEN-FEED-EXIT.
119900     IF NOT KR-FEED-OPEN
120000         PERFORM 9500-FORCE-ABEND
120100             THRU 9500-FORCE-ABEND-EXIT
120200         GO TO 6610-WRITE-ONE-PICKUP-EXIT
120300     END-IF.
120400
120500     MOVE "H"   TO KR-RECORD-TYPE OF KEY-OUTPUT-RECORD.
120600     MOVE SPACE TO KR-SOURCE-SYSTEM OF KEY-OUTPUT-RECORD.
120700     MOVE 0     TO KR-KEY-LENGTH OF KEY-OUTPUT-RECORD.
120800     MOVE SPACES TO KR-KEY-DATA OF KEY-OUTPUT-RECORD.
120900     MOVE KR-PND-FEED-DATE ( KR-PND-SUB )
121000         TO KR-FEED-DATE OF KEY-OUTPUT-RECORD.
121100     MOVE KR-SOURCE-NAME ( KR-FEED-SUB )
121200         TO KR-FEED-SOURCE-ID OF KEY-OUTPUT-RECORD.
121300     WRITE KEY-OUTPUT-RECORD.
121400
121500     MOVE 'N' TO KR-FEED-EOF-SWITCH.
121600     MOVE 0 TO KR-GRP-SUB.
121700     PERFORM 2120-READ-FEED
121800         THRU 2120-READ-FEED-EXIT.
121900     PERFORM 6620-PASS-PICKUP-RECORD
122000         THRU 6620-PASS-PICKUP-RECORD-EXIT
122100         UNTIL KR-FEED-EOF.
122200     PERFORM 2130-CLOSE-FEED
122300         THRU 2130-CLOSE-FEED-EXIT.
122400
122500     MOVE "T"   TO KR-RECORD-TYPE OF KEY-OUTPUT-RECORD.
122600     MOVE SPACE TO KR-SOURCE-SYSTEM OF KEY-OUTPUT-RECORD.
122700     MOVE 0     TO KR-KEY-LENGTH OF KEY-OUTPUT-RECORD.
122800     MOVE SPACES TO KR-KEY-DATA OF KEY-OUTPUT-RECORD.
122900     MOVE KR-PICK-COUNT-EXP ( KR-PICK-SUB ) TO
123000         KR-TRAILER-COUNT OF KEY-OUTPUT-RECORD.
123100     MOVE KR-PICK-HASH ( KR-PICK-SUB ) TO
123200         KR-TRAILER-HASH OF KEY-OUTPUT-RECORD.
123300     WRITE KEY-OUTPUT-RECORD.
123400
123500     ADD 1 TO KR-GROUPS-WRITTEN.
123600     ADD KR-PICK-COUNT-EXP ( KR-PICK-SUB ) TO KR-PENDING-WRITTEN.
123700     MOVE KR-PICK-COUNT-EXP ( KR-PICK-SUB )
123800         TO KR-PND-KEYS ( KR-PND-SUB ).
123900     MOVE "C" TO KR-PND-STATE ( KR-PND-SUB ).
124000 6610-WRITE-ONE-PICKUP-EXIT.
124100     EXIT.
124200
124300 6620-PASS-PICKUP-RECORD.
124400     EVALUATE KR-RECORD-TYPE OF KEY-RECORD
124500         WHEN "H"
124600             ADD 1 TO KR-GRP-SUB
124700         WHEN "T"
124800             CONTINUE
124900         WHEN OTHER
125000             IF KR-GRP-SUB = KR-PICK-GROUP ( KR-PICK-SUB )
125100                 PERFORM 2800-WRITE-COLLECTED
125200                     THRU 2800-WRITE-COLLECTED-EXIT
125300             END-IF
125400     END-EVALUATE.
125500
125600     PERFORM 2120-READ-FEED
125700         THRU 2120-READ-FEED-EXIT.
125800 6620-PASS-PICKUP-RECORD-EXIT.
125900     EXIT.
126000
126100*****************************************************
126200* 7000-CHECK-PENDING-AGE - EVERY FEED STILL OWED     *
126300* MORE THAN PENDDAYS DAYS AFTER ITS FEED DATE ISSUES *
126400* KEYR030E, NAMING THE SOURCE AND THE FEED DATE, FOR *
126500* THE PAGER, AND ENDS THE STEP RETURN-CODE 4 AT      *
126600* LEAST.  IT PAGES AGAIN EACH NIGHT UNTIL CLEARED    *
126700*****************************************************
126800 7000-CHECK-PENDING-AGE.
126900     PERFORM 7100-AGE-ONE-PENDING
127000         THRU 7100-AGE-ONE-PENDING-EXIT
127100         VARYING KR-PND-SUB FROM 1 BY 1
127200         UNTIL KR-PND-SUB > KR-PND-COUNT.
127300 7000-CHECK-PENDING-AGE-EXIT.
127400     EXIT.
127500
127600 7100-AGE-ONE-PENDING.
127700     IF KR-PND-STATE ( KR-PND-SUB ) = "C"
127800         GO TO 7100-AGE-ONE-PENDING-EXIT
127900     END-IF.
128000     IF KR-PND-FEED-DATE ( KR-PND-SUB ) IS NOT NUMERIC
128100         OR KR-PND-FEED-DATE ( KR-PND-SUB ) = 0
128200         GO TO 7100-AGE-ONE-PENDING-EXIT
128300     END-IF.
128400     MOVE FUNCTION INTEGER-OF-DATE
128500         ( KR-PND-FEED-DATE ( KR-PND-SUB ) ) TO KR-FEED-INT.
128600     IF KR-FEED-INT = 0
128700         GO TO 7100-AGE-ONE-PENDING-EXIT
128800     END-IF.
128900     COMPUTE KR-PND-AGE = KR-RUN-INT - KR-FEED-INT.
129000     IF KR-PND-AGE NOT > KR-PEND-DAYS
129100         GO TO 7100-AGE-ONE-PENDING-EXIT
129200     END-IF.
129300
129400     MOVE 'Y' TO KR-PND-PAST-SWITCH ( KR-PND-SUB ).
129500     IF RETURN-CODE < 4
129600         MOVE 4 TO RETURN-CODE
129700     END-IF.
129800     MOVE KR-PND-SOURCE ( KR-PND-SUB ) TO KR-ALERT-SOURCE.
129900     MOVE KR-PND-FEED-DATE ( KR-PND-SUB ) TO KR-ALERT-FEED-DATE.
130000     MOVE "KEYR030" TO KMG-MESSAGE-ID.
130100     MOVE KR-PENDING-ALERT-TEXT TO KMG-VARIABLE-TEXT.
130200     PERFORM 9800-ISSUE-MESSAGE
130300         THRU 9800-ISSUE-MESSAGE-EXIT.
130400 7100-AGE-ONE-PENDING-EXIT.
130500     EXIT.
130600
130700*****************************************************
130800* 8000-PRODUCE-REPORT - ONE LINE PER SOURCE WITH     *
130900* ITS COUNTS AND BALANCE RESULT, THEN THE COMBINED   *
131000* TOTAL, THE KEYS AND SOURCES HELD BACK, AND ONE     *
131100* LINE PER PENDING FEED                              *
131200*****************************************************
131300 8000-PRODUCE-REPORT.
131400     WRITE RPT-LINE FROM KR-HEADING-LINE-1.
131500     WRITE RPT-LINE FROM KR-HEADING-LINE-2.
131600     IF KR-PARTIAL-MODE
131700         WRITE RPT-LINE FROM KR-PARTIAL-LINE
131800     END-IF.
131900
132000     PERFORM 8100-WRITE-SOURCE-LINE
132100         THRU 8100-WRITE-SOURCE-LINE-EXIT
132200         VARYING KR-FEED-SUB FROM 1 BY 1
132300         UNTIL KR-FEED-SUB > 3.
132400
132500     COMPUTE KR-RECORDS-HELD =
132600         KR-FEED-HELD-COUNT ( 1 )
132700         + KR-FEED-HELD-COUNT ( 2 )
132800         + KR-FEED-HELD-COUNT ( 3 ).
132900
133000     MOVE KR-RECORDS-WRITTEN TO KR-RPT-WRITTEN.
133100     WRITE RPT-LINE FROM KR-TOTAL-LINE-WRITTEN.
133200     MOVE KR-PENDING-WRITTEN TO KR-RPT-PND-WRITTEN.
133300     WRITE RPT-LINE FROM KR-TOTAL-LINE-PENDING.
133400     MOVE KR-RECORDS-HELD TO KR-RPT-HELD.
133500     WRITE RPT-LINE FROM KR-TOTAL-LINE-HELD.
133600     IF KR-HELD-SOURCES = SPACES
133700         MOVE "NONE" TO KR-RPT-HELD-SOURCES
133800     ELSE
133900         MOVE KR-HELD-SOURCES TO KR-RPT-HELD-SOURCES
134000     END-IF.
134100     WRITE RPT-LINE FROM KR-HELD-SOURCES-LINE.
134200
134300     MOVE SPACES TO RPT-LINE.
134400     WRITE RPT-LINE.
134500     WRITE RPT-LINE FROM KR-PENDING-HEADING.
134600     IF KR-PND-COUNT = 0
134700         WRITE RPT-LINE FROM KR-PENDING-NONE-LINE
134800     END-IF.
134900     PERFORM 8200-WRITE-PENDING-LINE
135000         THRU 8200-WRITE-PENDING-LINE-EXIT
135100         VARYING KR-PND-SUB FROM 1 BY 1
135200         UNTIL KR-PND-SUB > KR-PND-COUNT.
135300 8000-PRODUCE-REPORT-EXIT.
135400     EXIT.
135500
135600 8100-WRITE-SOURCE-LINE.
135700     MOVE KR-SOURCE-CODE ( KR-FEED-SUB )
135800         TO KR-RPT-SOURCE-CODE.
135900     MOVE KR-SOURCE-NAME ( KR-FEED-SUB )
136000         TO KR-RPT-SOURCE-NAME.
136100     MOVE KR-FEED-READ-COUNT ( KR-FEED-SUB )
136200         TO KR-RPT-SOURCE-READ.
136300     MOVE KR-FEED-DETAIL-COUNT ( KR-FEED-SUB )
136400         TO KR-RPT-SOURCE-KEYS.
136500     EVALUATE TRUE
136600         WHEN KR-FEED-BAL-STATUS ( KR-FEED-SUB ) = 'B'
136700             MOVE "IN BALANCE" TO KR-RPT-SOURCE-BAL
136800         WHEN KR-FEED-BAL-STATUS ( KR-FEED-SUB ) = 'N'
136900             MOVE "NO PROFILE" TO KR-RPT-SOURCE-BAL
137000         WHEN KR-FEED-BAL-STATUS ( KR-FEED-SUB ) = 'H'
137100             AND KR-FEED-HELD-REASON ( KR-FEED-SUB ) = 'M'
137200             MOVE "HELD - NO FEED" TO KR-RPT-SOURCE-BAL
137300         WHEN KR-FEED-BAL-STATUS ( KR-FEED-SUB ) = 'H'
137400             MOVE "HELD - OUT OF BAL" TO KR-RPT-SOURCE-BAL
137500         WHEN KR-FEED-BAL-STATUS ( KR-FEED-SUB ) = 'M'
137600             MOVE "NO FEED" TO KR-RPT-SOURCE-BAL
137700         WHEN KR-FEED-TRL-SWITCH ( KR-FEED-SUB ) NOT = 'Y'
137800             MOVE "NO TRAILER RECORD" TO KR-RPT-SOURCE-BAL
137900         WHEN OTHER
138000             MOVE "OUT OF BALANCE" TO KR-RPT-SOURCE-BAL
138100     END-EVALUATE.
138200     WRITE RPT-LINE FROM KR-SOURCE-LINE.
138300 8100-WRITE-SOURCE-LINE-EXIT.
138400     EXIT.
138500
138600 8200-WRITE-PENDING-LINE.
138700     MOVE KR-PND-SOURCE ( KR-PND-SUB ) TO KR-RPT-PND-SOURCE.
138800     MOVE SPACES TO KR-RPT-PND-NAME.
138900     PERFORM 8210-NAME-PENDING-SOURCE
139000         THRU 8210-NAME-PENDING-SOURCE-EXIT
139100         VARYING KR-FEED-SUB FROM 1 BY 1
139200         UNTIL KR-FEED-SUB > 3.
139300     MOVE KR-PND-FEED-DATE ( KR-PND-SUB ) TO KR-RPT-PND-FEED-DATE.
139400     MOVE KR-PND-HELD-DATE ( KR-PND-SUB ) TO KR-RPT-PND-HELD-DATE.
139500     EVALUATE KR-PND-STATE ( KR-PND-SUB )
139600         WHEN "C"
139700             MOVE "PICKED UP - CLEARED" TO KR-RPT-PND-RESULT
139800         WHEN "N"
139900             MOVE "HELD TONIGHT" TO KR-RPT-PND-RESULT
140000         WHEN "F"
140100             MOVE "ARRIVED OUT OF BALANCE" TO KR-RPT-PND-RESULT
140200         WHEN "M"
140300             MOVE "NOT WRITTEN - RUN ABENDED" TO KR-RPT-PND-RESULT
140400         WHEN OTHER
140500             MOVE "STILL NOT ARRIVED" TO KR-RPT-PND-RESULT
140600     END-EVALUATE.
140700     IF KR-PND-PAST-SWITCH ( KR-PND-SUB ) = 'Y'
140800         MOVE "PAST PENDDAYS" TO KR-RPT-PND-ALERT
140900     ELSE
141000         MOVE SPACES TO KR-RPT-PND-ALERT
141100     END-IF.
141200     WRITE RPT-LINE FROM KR-PENDING-LINE.
141300 8200-WRITE-PENDING-LINE-EXIT.
141400     EXIT.
141500
141600 8210-NAME-PENDING-SOURCE.
141700     IF KR-SOURCE-CODE ( KR-FEED-SUB ) =
141800             KR-PND-SOURCE ( KR-PND-SUB )
141900         MOVE KR-SOURCE-NAME ( KR-FEED-SUB ) TO KR-RPT-PND-NAME
142000     END-IF.
142100 8210-NAME-PENDING-SOURCE-EXIT.
142200     EXIT.
142300
142400*****************************************************
142500* 8300-WRITE-RUN-CONTROL - APPEND THIS RUN'S COUNTS  *
142600* TO THE SHARED RUN-CONTROL DATASET FOR THE CTLBAL   *
142700* CROSS-STEP BALANCE.  A CONTROL DATASET THAT WILL   *
142800* NOT OPEN NEVER STOPS THE RUN ITSELF - THE MISSING  *
142900* RECORD FAILS THE BALANCE STEP INSTEAD              *
143000*****************************************************
143100 8300-WRITE-RUN-CONTROL.
143200     OPEN EXTEND KEY-CTL.
143300     IF KR-CTL-STATUS NOT = "00"
143400         OPEN OUTPUT KEY-CTL
143500     END-IF.
143600     IF KR-CTL-STATUS NOT = "00"
143700         GO TO 8300-WRITE-RUN-CONTROL-EXIT
143800     END-IF.
143900
144000     COMPUTE KR-TOTAL-READ =
144100         KR-FEED-READ-COUNT ( 1 )
144200         + KR-FEED-READ-COUNT ( 2 )
144300         + KR-FEED-READ-COUNT ( 3 ).
144400
144500     MOVE SPACES TO RUN-CONTROL-RECORD.
144600     MOVE KR-JOB-ID    TO RC-JOB-ID.
144700     MOVE "COLLECT"    TO RC-PROGRAM-NAME.
144800     ACCEPT RC-DATE FROM DATE YYYYMMDD.
144900     ACCEPT RC-TIME FROM TIME.
145000     MOVE KR-TOTAL-READ TO RC-RECORDS-IN.
145100     MOVE KR-RECORDS-WRITTEN TO RC-RECORDS-OUT.
145200     MOVE KR-RECORDS-HELD TO RC-RECORDS-REJECTED.
145300     MOVE 0 TO RC-RECORDS-DUPLICATE.
145400     MOVE KR-GROUPS-WRITTEN TO RC-FEED-GROUPS.
145500     MOVE KR-HELD-SOURCES TO RC-HELD-SOURCES.
145600     WRITE RUN-CONTROL-RECORD.
145700     CLOSE KEY-CTL.
145800 8300-WRITE-RUN-CONTROL-EXIT.
145900     EXIT.
146000
146100*****************************************************
146200* 8400-REWRITE-PENDING - WRITE THE PENDING-FEED FILE *
146300* BACK WITH EVERY FEED STILL OWED - THOSE LOADED AND *
146400* NOT CLEARED, AND THOSE HELD TONIGHT - STAMPED WITH *
146500* TONIGHT AS THE LAST NIGHT TRIED.  AN ABENDED RUN   *
146600* LEAVES THE FILE AS IT FOUND IT.  A FILE THAT WILL  *
146700* NOT OPEN FAILS THE STEP - A HELD FEED WOULD        *
146800* OTHERWISE BE FORGOTTEN                             *
146900*****************************************************
147000 8400-REWRITE-PENDING.
147100     IF KR-ABEND
147200         OR NOT KR-PND-LOADED
147300         GO TO 8400-REWRITE-PENDING-EXIT
147400     END-IF.
147500     OPEN OUTPUT KEY-PND.
147600     IF KR-PND-STATUS NOT = "00"
147700         MOVE 16 TO RETURN-CODE
147800         DISPLAY "COLLECT - KEYPND OPEN FAILED, STATUS "
147900             KR-PND-STATUS " - HELD FEEDS NOT RECORDED, "
148000             "RETURN-CODE SET TO 16"
148100         GO TO 8400-REWRITE-PENDING-EXIT
148200     END-IF.
148300     PERFORM 8410-WRITE-ONE-PENDING
148400         THRU 8410-WRITE-ONE-PENDING-EXIT
148500         VARYING KR-PND-SUB FROM 1 BY 1
148600         UNTIL KR-PND-SUB > KR-PND-COUNT.
148700     CLOSE KEY-PND.
148800 8400-REWRITE-PENDING-EXIT.
148900     EXIT.
149000
149100 8410-WRITE-ONE-PENDING.
149200     IF KR-PND-STATE ( KR-PND-SUB ) = "C"
149300         GO TO 8410-WRITE-ONE-PENDING-EXIT
149400     END-IF.
149500     MOVE SPACES TO PENDING-FEED-RECORD.
149600     MOVE KR-PND-SOURCE ( KR-PND-SUB )    TO PF-SOURCE-SYSTEM.
149700     MOVE KR-PND-FEED-DATE ( KR-PND-SUB ) TO PF-FEED-DATE.
149800     MOVE KR-PND-HELD-DATE ( KR-PND-SUB ) TO PF-HELD-DATE.
149900     MOVE KR-PND-HELD-JOB-ID ( KR-PND-SUB ) TO PF-HELD-JOB-ID.
150000     MOVE KR-PND-REASON ( KR-PND-SUB )    TO PF-HELD-REASON.
150100     MOVE KR-RUN-DATE TO PF-LAST-TRIED-DATE.
150200     WRITE PENDING-FEED-RECORD.
150300 8410-WRITE-ONE-PENDING-EXIT.
150400     EXIT.
150500
150600*****************************************************
150700* 9000-TERMINATE - CLOSE FILES                       *
150800*****************************************************
150900 9000-TERMINATE.
151000     CLOSE KEY-OUT.
151100     CLOSE COL-RPT.
151200 9000-TERMINATE-EXIT.
151300     EXIT.
151400
151500*****************************************************
151600* 9500-FORCE-ABEND - A FEED DID NOT PROVE COMPLETE   *
151700* AGAINST ITS TRAILER.  RAISE RETURN-CODE TO A       *
151800* SEVERE VALUE SO THE SCHEDULER AND THE JCL COND     *
151900* CHECKS ON THE DOWNSTREAM STEPS SEE AN ABNORMAL     *
152000* END INSTEAD OF RUNNING AGAINST A SHORT FEED        *
152100*****************************************************
152200 9500-FORCE-ABEND.
152300     SET KR-ABEND TO TRUE.
152400     MOVE 16 TO RETURN-CODE.
152500     DISPLAY "COLLECT - SOURCE "
152600         KR-SOURCE-CODE ( KR-FEED-SUB )
152700         " FEED OUT OF BALANCE - "
152800         "RUN ABENDED, RETURN-CODE SET TO 16".
152900 9500-FORCE-ABEND-EXIT.
153000     EXIT.
153100
153200*****************************************************
153300* 9600-PROFILE-ABEND - THE FEED'S SOURCE CODE HAS NO *
153400* PROFILE ON THE KEYPRF MASTER, SO NO EDIT RULES     *
153500* EXIST FOR ITS KEYS.  THE FEED IS REFUSED - NOTHING *
153600* OF IT GOES DOWNSTREAM - AND THE RUN ABENDS         *
153700*****************************************************
153800 9600-PROFILE-ABEND.
153900     SET KR-ABEND TO TRUE.
154000     MOVE 16 TO RETURN-CODE.
154100     DISPLAY "COLLECT - SOURCE "
154200         KR-SOURCE-CODE ( KR-FEED-SUB )
154300         " HAS NO PROFILE ON FILE - "
154400         "FEED REFUSED, RETURN-CODE SET TO 16".
154500 9600-PROFILE-ABEND-EXIT.
154600     EXIT.
154700
154800*****************************************************
154900* 9700-PENDING-FULL - MORE FEEDS ARE OWED THAN THE   *
155000* PENDING TABLE HOLDS.  ONE COULD BE LOST, SO THE    *
155100* RUN ABENDS                                         *
155200*****************************************************
155300 9700-PENDING-FULL.
155400     SET KR-ABEND TO TRUE.
155500     MOVE 16 TO RETURN-CODE.
155600     DISPLAY "COLLECT - MORE THAN " KR-PND-MAX
155700         " FEEDS PENDING ON KEYPND - "
155800         "RUN ABENDED, RETURN-CODE SET TO 16".
155900 9700-PENDING-FULL-EXIT.
156000     EXIT.
156100
156200*****************************************************
156300* 9800-ISSUE-MESSAGE - FILL IN THE COMMON FIELDS OF  *
156400* THE MESSAGE REQUEST THE CALLER STARTED AND PASS IT *
156500* TO THE COMMON KEYRMSG ROUTINE.  RETURN-CODE IS     *
156600* SAVED ACROSS THE CALL - THE CALLED PROGRAM'S       *
156700* REGISTER COMES BACK ON GOBACK AND WOULD OTHERWISE  *
156800* WIPE OUT THE CODE THIS RUN HAS SET                 *
156900*****************************************************
157000 9800-ISSUE-MESSAGE.
157100     MOVE "COLLECT" TO KMG-PROGRAM-NAME.
157200     MOVE KR-JOB-ID TO KMG-JOB-ID.
157300     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
157400     CALL "KEYRMSG" USING KEY-MESSAGE-REQUEST.
157500     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
157600 9800-ISSUE-MESSAGE-EXIT.
157700     EXIT.
