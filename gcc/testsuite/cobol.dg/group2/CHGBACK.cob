000100*****************************************************
000200* IDENTIFICATION DIVISION                            *
000300*****************************************************
000400 IDENTIFICATION          DIVISION.
000500 PROGRAM-ID.             chgback.
000600 AUTHOR.                 J W KOWALSKI.
000700 INSTALLATION.           DATA CENTER SERVICES - BATCH.
000800 DATE-WRITTEN.           2026-10-15.
000900 DATE-COMPILED.          2026-10-15.
001000
001100*****************************************************
001200* REMARKS.  MONTHLY PER-SOURCE CHARGEBACK FOR THE    *
001300* KEY-REVERSAL FAMILY OF JOBS.  FINANCE CHARGES THE  *
001400* BRANCH, WIRE-ROOM, AND EDI COST CENTRES FOR THE    *
001500* WORK DONE ON THEIR FEEDS.  THIS STEP READS THE     *
001600* AUDARC ARCHIVE (THE PART OF THE MONTH AUDRPT HAS   *
001700* ALREADY PURGED) AND THEN THE LIVE KEYAUD TRAIL,    *
001800* TAKES EVERY ENTRY DATED IN THE CHARGE MONTH, AND   *
001900* COUNTS EACH SOURCE'S KEYS BY DISPOSITION:          *
002000*                                                     *
002100*   TRANSFORMED     P ENTRY, ANY FUNCTION BUT X.     *
002200*   REJECTED        R ENTRY.                         *
002300*   DUPLICATE       D ENTRY.                         *
002400*   TRANSLATED      P ENTRY UNDER FUNCTION X.        *
002500*   BACKED OUT      B ENTRY (BACKOUT).               *
002600*                                                     *
002700* THE COUNTS ARE PRICED FROM THE KEYRAT RATE TABLE   *
002800* (ONE RATE PER SOURCE PER DISPOSITION).  THE REPORT *
002900* PRINTS ONE STATEMENT PER COST CENTRE AND A SUMMARY *
003000* PAGE, AND CHGGL CARRIES THE CHARGES IN THE FIXED   *
003100* FORMAT THE GENERAL-LEDGER INTERFACE LOADS (SEE     *
003200* KEYCGL.CPY).                                       *
003300*                                                     *
003400* STDENV MONTH=YYYYMM NAMES THE CHARGE MONTH; LEFT   *
003500* OFF, THE RUN CHARGES THE MONTH BEFORE THE CURRENT  *
003600* ONE.  ENTRIES WRITTEN BEFORE THE TRAIL CARRIED A   *
003700* DISPOSITION ARE COUNTED BUT NOT CHARGED.  A BAD    *
003800* RATE RECORD, A REJECT RATE NOT ABOVE THE CLEAN     *
003900* RATES, OR KEYS WITH NO RATE TO PRICE THEM ENDS THE *
004000* STEP RETURN-CODE 4; UNPRICED KEYS ALSO ISSUE       *
004100* KEYR026W THROUGH KEYRMSG.  THE RATE TABLE AND THE  *
004200* TRAIL MUST OPEN; NO AUDARC ONLY MEANS THE MONTH IS *
004300* ALL STILL ON THE TRAIL.                            *
004400*                                                     *
004500* MODIFICATION HISTORY.                               *
004600* 2026-10-15  JWK  ORIGINAL PROGRAM.                  *
004700*****************************************************
004800
004900 ENVIRONMENT              DIVISION.
005000 CONFIGURATION            SECTION.
005100 SOURCE-COMPUTER.         IBM-370.
005200 OBJECT-COMPUTER.         IBM-370.
005300
005400 INPUT-OUTPUT             SECTION.
005500 FILE-CONTROL.
005600     SELECT RAT-IN        ASSIGN TO KEYRAT
005700                           ORGANIZATION IS LINE SEQUENTIAL
005800                           FILE STATUS IS KR-RAT-STATUS.
005900
006000     SELECT AUD-ARC       ASSIGN TO AUDARC
006100                           ORGANIZATION IS LINE SEQUENTIAL
006200                           FILE STATUS IS KR-ARC-STATUS.
006300
006400     SELECT AUD-IN        ASSIGN TO KEYAUD
006500                           ORGANIZATION IS LINE SEQUENTIAL
006600                           FILE STATUS IS KR-AUD-STATUS.
006700
006800     SELECT CHG-GL        ASSIGN TO CHGGL
006900                           ORGANIZATION IS LINE SEQUENTIAL
007000                           FILE STATUS IS KR-GL-STATUS.
007100
007200     SELECT CHG-RPT       ASSIGN TO CHGRPT
007300                           ORGANIZATION IS LINE SEQUENTIAL.
007400
007500 DATA                     DIVISION.
007600 FILE                     SECTION.
007700 FD  RAT-IN
007800     LABEL RECORDS ARE OMITTED.
007900     COPY "keyrat.cpy".
008000
008100 FD  AUD-ARC
008200     LABEL RECORDS ARE OMITTED.
008300     COPY "keyaud.cpy" REPLACING AUD-RECORD BY
008400         AUD-ARCHIVE-RECORD LEADING ==AUD-== BY ==AR-==.
008500
008600 FD  AUD-IN
008700     LABEL RECORDS ARE OMITTED.
008800     COPY "keyaud.cpy".
008900
009000 FD  CHG-GL
009100     LABEL RECORDS ARE OMITTED.
009200     COPY "keycgl.cpy".
009300
009400 FD  CHG-RPT
009500     LABEL RECORDS ARE OMITTED.
009600 01  RPT-LINE                PIC X(80).
009700
009800 WORKING-STORAGE          SECTION.
009900*-------------------------------------------------------*
010000* SWITCHES                                               *
010100*-------------------------------------------------------*
010200 01  KR-SWITCHES.
010300     05  KR-ABEND-SWITCH      PIC X(01)    VALUE 'N'.
010400         88  KR-ABEND                       VALUE 'Y'.
010500     05  KR-RAT-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
010600         88  KR-RAT-OPEN                    VALUE 'Y'.
010700     05  KR-ARC-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
010800         88  KR-ARC-OPEN                    VALUE 'Y'.
010900     05  KR-AUD-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
011000         88  KR-AUD-OPEN                    VALUE 'Y'.
011100     05  KR-GL-OPEN-SWITCH    PIC X(01)    VALUE 'N'.
011200         88  KR-GL-OPEN                     VALUE 'Y'.
011300     05  KR-RAT-EOF-SWITCH    PIC X(01)    VALUE 'N'.
011400         88  KR-RAT-EOF                     VALUE 'Y'.
011500     05  KR-ARC-EOF-SWITCH    PIC X(01)    VALUE 'N'.
011600         88  KR-ARC-EOF                     VALUE 'Y'.
011700     05  KR-AUD-EOF-SWITCH    PIC X(01)    VALUE 'N'.
011800         88  KR-AUD-EOF                     VALUE 'Y'.
011900
012000 01  KR-RAT-STATUS            PIC X(02).
012100 01  KR-ARC-STATUS            PIC X(02).
012200 01  KR-AUD-STATUS            PIC X(02).
012300 01  KR-GL-STATUS             PIC X(02).
012400 01  KR-JOB-ID                PIC X(08)    VALUE SPACES.
012500
012600*-------------------------------------------------------*
012700* RUN PARAMETERS - THE CHARGE MONTH, AND TODAY'S DATE    *
012800* FOR THE DEFAULT                                        *
012900*-------------------------------------------------------*
013000 01  KR-MONTH-TEXT            PIC X(06)    VALUE SPACES.
013100 01  KR-CHARGE-MONTH          PIC 9(06)    VALUE 0.
013200 01  KR-CHARGE-MONTH-PARTS REDEFINES KR-CHARGE-MONTH.
013300     05  KR-CHARGE-YEAR       PIC 9(04).
013400     05  KR-CHARGE-MM         PIC 9(02).
013500
013600 01  KR-TODAY                 PIC 9(08)    VALUE 0.
013700 01  KR-TODAY-PARTS REDEFINES KR-TODAY.
013800     05  KR-TODAY-MONTH       PIC 9(06).
013900     05  KR-TODAY-DD          PIC 9(02).
014000 01  KR-NOW                   PIC 9(08)    VALUE 0.
014100
014200 01  KR-ENTRY-DATE            PIC 9(08)    VALUE 0.
014300 01  KR-ENTRY-DATE-PARTS REDEFINES KR-ENTRY-DATE.
014400     05  KR-ENTRY-MONTH       PIC 9(06).
014500     05  KR-ENTRY-DD          PIC 9(02).
014600
014700*-------------------------------------------------------*
014800* THE AUDIT ENTRY BEING COUNTED, FROM EITHER FILE        *
014900*-------------------------------------------------------*
015000     COPY "keyaud.cpy" REPLACING AUD-RECORD BY
015100         AUD-CHARGE-RECORD LEADING ==AUD-== BY ==AC-==.
015200
015300*-------------------------------------------------------*
015400* SOURCE AND DISPOSITION AXES.  SLOT 4 OF THE SOURCE     *
015500* AXIS TAKES ANY CODE THIS PROGRAM DOES NOT KNOW - IT    *
015600* HAS NO RATES AND IS NEVER CHARGED                      *
015700*-------------------------------------------------------*
015800 01  KR-SOURCE-CODE-LIST.
015900     05  FILLER               PIC X(01)    VALUE "B".
016000     05  FILLER               PIC X(01)    VALUE "W".
016100     05  FILLER               PIC X(01)    VALUE "E".
016200     05  FILLER               PIC X(01)    VALUE "?".
016300 01  KR-SOURCE-CODE-TABLE REDEFINES KR-SOURCE-CODE-LIST.
016400     05  KR-SOURCE-CODE       OCCURS 4 TIMES PIC X(01).
016500
016600 01  KR-DISP-CODE-LIST.
016700     05  FILLER               PIC X(01)    VALUE "P".
016800     05  FILLER               PIC X(01)    VALUE "R".
016900     05  FILLER               PIC X(01)    VALUE "D".
017000     05  FILLER               PIC X(01)    VALUE "X".
017100     05  FILLER               PIC X(01)    VALUE "B".
017200 01  KR-DISP-CODE-TABLE REDEFINES KR-DISP-CODE-LIST.
017300     05  KR-DISP-CODE         OCCURS 5 TIMES PIC X(01).
017400
017500 01  KR-DISP-TEXT-LIST.
017600     05  FILLER               PIC X(23)    VALUE
017700         "TRANSFORMED".
017800     05  FILLER               PIC X(23)    VALUE
017900         "REJECTED".
018000     05  FILLER               PIC X(23)    VALUE
018100         "DUPLICATE".
018200     05  FILLER               PIC X(23)    VALUE
018300         "TRANSLATED (FUNCTION X)".
018400     05  FILLER               PIC X(23)    VALUE
018500         "BACKED OUT".
018600 01  KR-DISP-TEXT-TABLE REDEFINES KR-DISP-TEXT-LIST.
018700     05  KR-DISP-TEXT         OCCURS 5 TIMES PIC X(23).
018800
018900 01  KR-SOURCE-SUB            PIC 9(02)    COMP VALUE 0.
019000 01  KR-SOURCE-HIT-SUB        PIC 9(02)    COMP VALUE 0.
019100 01  KR-DISP-SUB              PIC 9(02)    COMP VALUE 0.
019200 01  KR-DISP-HIT-SUB          PIC 9(02)    COMP VALUE 0.
019300
019400*-------------------------------------------------------*
019500* CHARGE TABLE - PER SOURCE, ITS COST CENTRE AND, PER    *
019600* DISPOSITION, THE KEYS COUNTED, THE RATE AND ACCOUNT    *
019700* FROM KEYRAT, AND THE CHARGE                            *
019800*-------------------------------------------------------*
019900 01  KR-CHARGE-TABLE.
020000     05  KR-CHG-SOURCE-ENTRY  OCCURS 4 TIMES.
020100         10  KR-CHG-COST-CENTRE PIC X(08).
020200         10  KR-CHG-CC-SUB    PIC 9(02)    COMP.
020300         10  KR-CHG-SRC-KEYS  PIC 9(09)    COMP.
020400         10  KR-CHG-SRC-AMOUNT PIC 9(09)V9(02).
020500         10  KR-CHG-DISP-ENTRY OCCURS 5 TIMES.
020600             15  KR-CHG-KEYS  PIC 9(09)    COMP.
020700             15  KR-CHG-RATE-SW PIC X(01).
020800                 88  KR-CHG-RATE-FOUND      VALUE 'Y'.
020900             15  KR-CHG-RATE  PIC 9(03)V9(04).
021000             15  KR-CHG-GL-ACCOUNT PIC X(08).
021100             15  KR-CHG-AMOUNT PIC 9(09)V9(02).
021200
021300*-------------------------------------------------------*
021400* COST-CENTRE TABLE, IN THE ORDER FIRST NAMED ON KEYRAT. *
021500* NO MORE COST CENTRES THAN SOURCES CAN EVER BE NAMED    *
021600*-------------------------------------------------------*
021700 01  KR-CC-CONTROLS.
021800     05  KR-CC-COUNT          PIC 9(02)    COMP VALUE 0.
021900     05  KR-CC-SUB            PIC 9(02)    COMP VALUE 0.
022000     05  KR-CC-HIT-SUB        PIC 9(02)    COMP VALUE 0.
022100
022200 01  KR-CC-TABLE.
022300     05  KR-CC-ENTRY          OCCURS 3 TIMES.
022400         10  KR-CC-CODE       PIC X(08).
022500         10  KR-CC-NAME       PIC X(20).
022600         10  KR-CC-KEYS       PIC 9(09)    COMP.
022700         10  KR-CC-AMOUNT     PIC 9(09)V9(02).
022800
022900*-------------------------------------------------------*
023000* CONTROL-TOTAL COUNTERS                                 *
023100*-------------------------------------------------------*
023200 01  KR-COUNTERS.
023300     05  KR-RATES-READ        PIC 9(05)    COMP VALUE 0.
023400     05  KR-RATES-REJECTED    PIC 9(05)    COMP VALUE 0.
023500     05  KR-RATE-WARNINGS     PIC 9(05)    COMP VALUE 0.
023600     05  KR-ARC-ENTRIES-READ  PIC 9(09)    COMP VALUE 0.
023700     05  KR-AUD-ENTRIES-READ  PIC 9(09)    COMP VALUE 0.
023800     05  KR-ENTRIES-IN-MONTH  PIC 9(09)    COMP VALUE 0.
023900     05  KR-ENTRIES-OUTSIDE   PIC 9(09)    COMP VALUE 0.
024000     05  KR-ENTRIES-UNCODED   PIC 9(09)    COMP VALUE 0.
024100     05  KR-KEYS-COUNTED      PIC 9(09)    COMP VALUE 0.
024200     05  KR-KEYS-UNPRICED     PIC 9(09)    COMP VALUE 0.
024300     05  KR-GL-DETAILS        PIC 9(07)    COMP VALUE 0.
024400     05  KR-GL-KEYS           PIC 9(11)    COMP VALUE 0.
024500     05  KR-GL-AMOUNT         PIC 9(11)V9(02) VALUE 0.
024600
024700 01  KR-RATE-ERROR            PIC X(28)    VALUE SPACES.
024800
024900*-------------------------------------------------------*
025000* OPERATOR-MESSAGE REQUEST AREA (SEE KEYRMSG)            *
025100*-------------------------------------------------------*
025200     COPY "keymsg.cpy".
025300
025400 01  KR-SAVED-RETURN-CODE     PIC S9(04)   COMP VALUE 0.
025500
025600 01  KR-UNPRICED-ALERT-TEXT.
025700     05  FILLER               PIC X(05)    VALUE "KEYS=".
025800     05  KR-ALERT-COUNT       PIC 9(09).
025900     05  FILLER               PIC X(06)    VALUE SPACES.
026000
026100*-------------------------------------------------------*
026200* CHARGEBACK REPORT LINE IMAGES                          *
026300*-------------------------------------------------------*
026400 01  KR-HEADING-LINE-1.
026500     05  FILLER               PIC X(80)    VALUE
026600         "KEY REVERSAL MONTHLY CHARGEBACK - AUDARC AND KEYAUD".
026700
026800 01  KR-HEADING-LINE-2.
026900     05  FILLER               PIC X(80)    VALUE
027000         "===================================================".
027100
027200 01  KR-PERIOD-LINE.
027300     05  KR-PER-LABEL         PIC X(32)    VALUE
027400         "CHARGE PERIOD (MONTH) . . . . .".
027500     05  KR-PER-YEAR          PIC 9(04).
027600     05  FILLER               PIC X(01)    VALUE "-".
027700     05  KR-PER-MONTH         PIC 9(02).
027800     05  FILLER               PIC X(41)    VALUE SPACES.
027900
028000 01  KR-NO-ARCHIVE-LINE.
028100     05  FILLER               PIC X(80)    VALUE
028200         "NO AUDARC ARCHIVE ON FILE - KEYAUD ENTRIES ONLY".
028300
028400 01  KR-RATE-EXC-HEADING.
028500     05  FILLER               PIC X(80)    VALUE
028600         "RATE TABLE EXCEPTIONS - RECORD NOT USED".
028700
028800 01  KR-RATE-EXC-LINE.
028900     05  KR-RXL-IMAGE         PIC X(50).
029000     05  FILLER               PIC X(02)    VALUE SPACES.
029100     05  KR-RXL-ERROR         PIC X(28).
029200
029300 01  KR-RATE-WARN-LINE.
029400     05  FILLER               PIC X(07)    VALUE "SOURCE ".
029500     05  KR-RWL-SOURCE        PIC X(01).
029600     05  FILLER               PIC X(72)    VALUE
029700         " REJECT RATE NOT ABOVE THE CLEAN RATES - FINANCE RULE".
029800
029900 01  KR-STMT-HEADING-1.
030000     05  FILLER               PIC X(80)    VALUE
030100         "KEY REVERSAL CHARGEBACK STATEMENT".
030200
030300 01  KR-STMT-HEADING-2.
030400     05  FILLER               PIC X(80)    VALUE
030500         "=================================".
030600
030700 01  KR-STMT-CC-LINE.
030800     05  FILLER               PIC X(20)    VALUE
030900         "COST CENTRE . . . .".
031000     05  KR-SCL-COST-CENTRE   PIC X(08).
031100     05  FILLER               PIC X(02)    VALUE SPACES.
031200     05  KR-SCL-NAME          PIC X(20).
031300     05  FILLER               PIC X(30)    VALUE SPACES.
031400
031500 01  KR-STMT-PERIOD-LINE.
031600     05  FILLER               PIC X(20)    VALUE
031700         "PERIOD . . . . . . ".
031800     05  KR-SPL-YEAR          PIC 9(04).
031900     05  FILLER               PIC X(01)    VALUE "-".
032000     05  KR-SPL-MONTH         PIC 9(02).
032100     05  FILLER               PIC X(07)    VALUE "   JOB ".
032200     05  KR-SPL-JOB-ID        PIC X(08).
032300     05  FILLER               PIC X(38)    VALUE SPACES.
032400
032500 01  KR-STMT-COLUMN-HEADING.
032600     05  FILLER               PIC X(40)    VALUE
032700         "  DISPOSITION                   KEYS    ".
032800     05  FILLER               PIC X(40)    VALUE
032900         "  RATE          CHARGE  GL ACCT".
033000
033100 01  KR-STMT-SOURCE-LINE.
033200     05  FILLER               PIC X(14)    VALUE
033300         "SOURCE SYSTEM ".
033400     05  KR-SSL-SOURCE        PIC X(01).
033500     05  FILLER               PIC X(65)    VALUE SPACES.
033600
033700 01  KR-STMT-LINE.
033800     05  FILLER               PIC X(02)    VALUE SPACES.
033900     05  KR-STL-DISPOSITION   PIC X(23).
034000     05  KR-STL-KEYS          PIC ZZZ,ZZZ,ZZ9.
034100     05  FILLER               PIC X(02)    VALUE SPACES.
034200     05  KR-STL-RATE          PIC ZZ9.9999.
034300     05  FILLER               PIC X(02)    VALUE SPACES.
034400     05  KR-STL-CHARGE        PIC ZZZ,ZZZ,ZZ9.99.
034500     05  FILLER               PIC X(02)    VALUE SPACES.
034600     05  KR-STL-GL-ACCOUNT    PIC X(08).
034700     05  FILLER               PIC X(01)    VALUE SPACE.
034800     05  KR-STL-NOTE          PIC X(07).
034900
035000 01  KR-STMT-TOTAL-LINE.
035100     05  FILLER               PIC X(02)    VALUE SPACES.
035200     05  KR-STT-LABEL         PIC X(23).
035300     05  KR-STT-KEYS          PIC ZZZ,ZZZ,ZZ9.
035400     05  FILLER               PIC X(12)    VALUE SPACES.
035500     05  KR-STT-CHARGE        PIC ZZZ,ZZZ,ZZ9.99.
035600     05  FILLER               PIC X(18)    VALUE SPACES.
035700
035800 01  KR-SUMMARY-HEADING-1.
035900     05  FILLER               PIC X(80)    VALUE
036000         "KEY REVERSAL CHARGEBACK SUMMARY".
036100
036200 01  KR-SUMMARY-HEADING-2.
036300     05  FILLER               PIC X(80)    VALUE
036400         "===============================".
036500
036600 01  KR-GRID-HEADING.
036700     05  FILLER               PIC X(35)    VALUE
036800         " SRC   COST CTR  TRANSFMD  REJECTED".
036900     05  FILLER               PIC X(45)    VALUE
037000         " DUPLICATE  XLATED X   BACKOUT         CHARGE".
037100
037200 01  KR-GRID-LINE.
037300     05  FILLER               PIC X(01)    VALUE SPACE.
037400     05  KR-GRD-SOURCE        PIC X(06).
037500     05  KR-GRD-COST-CENTRE   PIC X(08).
037600     05  KR-GRD-CELL          OCCURS 5 TIMES.
037700         10  FILLER           PIC X(01).
037800         10  KR-GRD-KEYS      PIC Z,ZZZ,ZZ9.
037900     05  FILLER               PIC X(01)    VALUE SPACE.
038000     05  KR-GRD-CHARGE        PIC ZZZ,ZZZ,ZZ9.99.
038100
038200 01  KR-GRID-TOTALS.
038300     05  KR-GTT-KEYS          OCCURS 5 TIMES
038400                              PIC 9(09)    COMP.
038500     05  KR-GTT-AMOUNT        PIC 9(11)V9(02).
038600
038700 01  KR-TOTAL-LINE.
038800     05  KR-TOT-LABEL         PIC X(32).
038900     05  KR-TOT-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.
039000     05  FILLER               PIC X(35)    VALUE SPACES.
039100
039200 01  KR-AMOUNT-LINE.
039300     05  KR-AMT-LABEL         PIC X(32).
039400     05  KR-AMT-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
039500     05  FILLER               PIC X(31)    VALUE SPACES.
039600
039700 01  KR-RESULT-LINE.
039800     05  FILLER               PIC X(33)    VALUE
039900         "RESULT . . . . . . . . . . . . .".
040000     05  KR-RESULT-TEXT       PIC X(47)    VALUE SPACES.
040100
040200 PROCEDURE                DIVISION.
040300
040400*****************************************************
040500* 0000-MAINLINE                                      *
040600*****************************************************
040700 0000-MAINLINE.
040800     PERFORM 1000-INITIALIZE
040900         THRU 1000-INITIALIZE-EXIT.
041000
041100     IF NOT KR-ABEND
041200         PERFORM 2000-LOAD-RATES
041300             THRU 2000-LOAD-RATES-EXIT
041400         PERFORM 3000-COUNT-ENTRIES
041500             THRU 3000-COUNT-ENTRIES-EXIT
041600         PERFORM 4000-PRICE-CHARGES
041700             THRU 4000-PRICE-CHARGES-EXIT
041800         PERFORM 5000-WRITE-STATEMENTS
041900             THRU 5000-WRITE-STATEMENTS-EXIT
042000         PERFORM 6000-WRITE-GL-FILE
042100             THRU 6000-WRITE-GL-FILE-EXIT
042200         PERFORM 8000-PRODUCE-SUMMARY
042300             THRU 8000-PRODUCE-SUMMARY-EXIT
042400     END-IF.
042500
042600     PERFORM 9000-TERMINATE
042700         THRU 9000-TERMINATE-EXIT.
042800
042900     STOP RUN.
043000
043100*****************************************************
043200* 1000-INITIALIZE - PICK UP THE CHARGE MONTH, OPEN   *
043300* THE FILES.  THE RATE TABLE AND THE LIVE TRAIL MUST *
043400* OPEN, AS MUST THE CHARGE FILE, OR THERE IS NOTHING *
043500* TO CHARGE - ABEND.  NO AUDARC IS NOTED AND THE RUN *
043600* GOES ON                                            *
043700*****************************************************
043800 1000-INITIALIZE.
043900     OPEN OUTPUT CHG-RPT.
044000     ACCEPT KR-JOB-ID FROM ENVIRONMENT "JOBID".
044100     WRITE RPT-LINE FROM KR-HEADING-LINE-1.
044200     WRITE RPT-LINE FROM KR-HEADING-LINE-2.
044300
044400     ACCEPT KR-TODAY FROM DATE YYYYMMDD.
044500     ACCEPT KR-MONTH-TEXT FROM ENVIRONMENT "MONTH".
044600     IF KR-MONTH-TEXT = SPACES
044700         MOVE KR-TODAY-MONTH TO KR-CHARGE-MONTH
044800         IF KR-CHARGE-MM = 01
044900             SUBTRACT 1 FROM KR-CHARGE-YEAR
045000             MOVE 12 TO KR-CHARGE-MM
045100         ELSE
045200             SUBTRACT 1 FROM KR-CHARGE-MM
045300         END-IF
045400     ELSE
045500         IF KR-MONTH-TEXT IS NOT NUMERIC
045600             SET KR-ABEND TO TRUE
045700         ELSE
045800             MOVE KR-MONTH-TEXT TO KR-CHARGE-MONTH
045900             IF KR-CHARGE-MM < 01 OR KR-CHARGE-MM > 12
046000                 SET KR-ABEND TO TRUE
046100             END-IF
046200         END-IF
046300     END-IF.
046400     IF KR-ABEND
046500         MOVE 16 TO RETURN-CODE
046600         DISPLAY "CHGBACK - MONTH PARAMETER " KR-MONTH-TEXT
046700             " IS NOT YYYYMM - RUN ABENDED, RETURN-CODE "
046800             "SET TO 16"
046900         GO TO 1000-INITIALIZE-EXIT
047000     END-IF.
047100     MOVE KR-CHARGE-YEAR TO KR-PER-YEAR.
047200     MOVE KR-CHARGE-MM   TO KR-PER-MONTH.
047300     WRITE RPT-LINE FROM KR-PERIOD-LINE.
047400
047500     OPEN INPUT RAT-IN.
047600     IF KR-RAT-STATUS = "00"
047700         SET KR-RAT-OPEN TO TRUE
047800     ELSE
047900         SET KR-ABEND TO TRUE
048000         MOVE 16 TO RETURN-CODE
048100         DISPLAY "CHGBACK - KEYRAT OPEN FAILED, STATUS "
048200             KR-RAT-STATUS " - RUN ABENDED, RETURN-CODE "
048300             "SET TO 16"
048400         GO TO 1000-INITIALIZE-EXIT
048500     END-IF.
048600
048700     OPEN INPUT AUD-IN.
048800     IF KR-AUD-STATUS = "00"
048900         SET KR-AUD-OPEN TO TRUE
049000     ELSE
049100         SET KR-ABEND TO TRUE
049200         MOVE 16 TO RETURN-CODE
049300         DISPLAY "CHGBACK - KEYAUD OPEN FAILED, STATUS "
049400             KR-AUD-STATUS " - RUN ABENDED, RETURN-CODE "
049500             "SET TO 16"
049600         GO TO 1000-INITIALIZE-EXIT
049700     END-IF.
049800
049900     OPEN OUTPUT CHG-GL.
050000     IF KR-GL-STATUS = "00"
050100         SET KR-GL-OPEN TO TRUE
050200     ELSE
050300         SET KR-ABEND TO TRUE
050400         MOVE 16 TO RETURN-CODE
050500         DISPLAY "CHGBACK - CHGGL OPEN FAILED, STATUS "
050600             KR-GL-STATUS " - RUN ABENDED, RETURN-CODE "
050700             "SET TO 16"
050800         GO TO 1000-INITIALIZE-EXIT
050900     END-IF.
051000
051100     OPEN INPUT AUD-ARC.
051200     IF KR-ARC-STATUS = "00"
051300         SET KR-ARC-OPEN TO TRUE
051400     ELSE
051500         SET KR-ARC-EOF TO TRUE
051600         WRITE RPT-LINE FROM KR-NO-ARCHIVE-LINE
051700     END-IF.
051800
051900     INITIALIZE KR-CHARGE-TABLE.
052000     INITIALIZE KR-CC-TABLE.
052100 1000-INITIALIZE-EXIT.
052200     EXIT.
052300
052400*****************************************************
052500* 2000-LOAD-RATES - TABLE THE RATE RECORDS, LISTING  *
052600* ANY THAT CANNOT BE USED, THEN HOLD EACH SOURCE'S   *
052700* REJECT RATE TO FINANCE'S RULE                      *
052800*****************************************************
052900 2000-LOAD-RATES.
053000     PERFORM 2100-LOAD-ONE-RATE
053100         THRU 2100-LOAD-ONE-RATE-EXIT
053200         UNTIL KR-RAT-EOF.
053300
053400     PERFORM 2500-CHECK-REJECT-RATE
053500         THRU 2500-CHECK-REJECT-RATE-EXIT
053600         VARYING KR-SOURCE-SUB FROM 1 BY 1
053700         UNTIL KR-SOURCE-SUB > 3.
053800
053900     IF KR-RATES-REJECTED > 0 OR KR-RATE-WARNINGS > 0
054000         IF RETURN-CODE < 4
054100             MOVE 4 TO RETURN-CODE
054200         END-IF
054300     END-IF.
054400 2000-LOAD-RATES-EXIT.
054500     EXIT.
054600
054700*****************************************************
054800* 2100-LOAD-ONE-RATE - EDIT ONE RATE RECORD AND FILE *
054900* IT UNDER ITS SOURCE AND DISPOSITION.  A SOURCE'S   *
055000* FIRST RECORD NAMES ITS COST CENTRE                 *
055100*****************************************************
055200 2100-LOAD-ONE-RATE.
055300     READ RAT-IN
055400         AT END
055500             SET KR-RAT-EOF TO TRUE
055600             GO TO 2100-LOAD-ONE-RATE-EXIT
055700     END-READ.
055800     ADD 1 TO KR-RATES-READ.
055900
056000     MOVE 0 TO KR-SOURCE-HIT-SUB.
056100     PERFORM 2200-FIND-RATE-SOURCE
056200         THRU 2200-FIND-RATE-SOURCE-EXIT
056300         VARYING KR-SOURCE-SUB FROM 1 BY 1
056400         UNTIL KR-SOURCE-SUB > 3
056500             OR KR-SOURCE-HIT-SUB > 0.
056600     IF KR-SOURCE-HIT-SUB = 0
056700         MOVE "UNKNOWN SOURCE SYSTEM" TO KR-RATE-ERROR
056800         PERFORM 2900-REJECT-RATE
056900             THRU 2900-REJECT-RATE-EXIT
057000         GO TO 2100-LOAD-ONE-RATE-EXIT
057100     END-IF.
057200
057300     MOVE 0 TO KR-DISP-HIT-SUB.
057400     PERFORM 2300-FIND-RATE-DISPOSITION
057500         THRU 2300-FIND-RATE-DISPOSITION-EXIT
057600         VARYING KR-DISP-SUB FROM 1 BY 1
057700         UNTIL KR-DISP-SUB > 5
057800             OR KR-DISP-HIT-SUB > 0.
057900     IF KR-DISP-HIT-SUB = 0
058000         MOVE "UNKNOWN DISPOSITION" TO KR-RATE-ERROR
058100         PERFORM 2900-REJECT-RATE
058200             THRU 2900-REJECT-RATE-EXIT
058300         GO TO 2100-LOAD-ONE-RATE-EXIT
058400     END-IF.
058500
058600     IF CR-UNIT-RATE IS NOT NUMERIC
058700         MOVE "RATE NOT NUMERIC" TO KR-RATE-ERROR
058800         PERFORM 2900-REJECT-RATE
058900             THRU 2900-REJECT-RATE-EXIT
059000         GO TO 2100-LOAD-ONE-RATE-EXIT
059100     END-IF.
059200
059300     IF CR-COST-CENTRE = SPACES
059400         MOVE "NO COST CENTRE" TO KR-RATE-ERROR
059500         PERFORM 2900-REJECT-RATE
059600             THRU 2900-REJECT-RATE-EXIT
059700         GO TO 2100-LOAD-ONE-RATE-EXIT
059800     END-IF.
059900
060000     IF KR-CHG-RATE-FOUND ( KR-SOURCE-HIT-SUB KR-DISP-HIT-SUB )
060100         MOVE "RATE ALREADY ON FILE" TO KR-RATE-ERROR
060200         PERFORM 2900-REJECT-RATE
060300             THRU 2900-REJECT-RATE-EXIT
060400         GO TO 2100-LOAD-ONE-RATE-EXIT
060500     END-IF.
060600
060700     IF KR-CHG-COST-CENTRE ( KR-SOURCE-HIT-SUB ) NOT = SPACES
060800         AND KR-CHG-COST-CENTRE ( KR-SOURCE-HIT-SUB )
060900             NOT = CR-COST-CENTRE
061000         MOVE "COST CENTRE DIFFERS" TO KR-RATE-ERROR
061100         PERFORM 2900-REJECT-RATE
061200             THRU 2900-REJECT-RATE-EXIT
061300         GO TO 2100-LOAD-ONE-RATE-EXIT
061400     END-IF.
061500
061600     IF KR-CHG-COST-CENTRE ( KR-SOURCE-HIT-SUB ) = SPACES
061700         MOVE CR-COST-CENTRE
061800             TO KR-CHG-COST-CENTRE ( KR-SOURCE-HIT-SUB )
061900         PERFORM 2400-FILE-COST-CENTRE
062000             THRU 2400-FILE-COST-CENTRE-EXIT
062100     END-IF.
062200
062300     MOVE 'Y' TO KR-CHG-RATE-SW
062400         ( KR-SOURCE-HIT-SUB KR-DISP-HIT-SUB ).
062500     MOVE CR-UNIT-RATE
062600         TO KR-CHG-RATE ( KR-SOURCE-HIT-SUB KR-DISP-HIT-SUB ).
062700     MOVE CR-GL-ACCOUNT TO KR-CHG-GL-ACCOUNT
062800         ( KR-SOURCE-HIT-SUB KR-DISP-HIT-SUB ).
062900 2100-LOAD-ONE-RATE-EXIT.
063000     EXIT.
063100
063200 2200-FIND-RATE-SOURCE.
063300     IF CR-SOURCE-SYSTEM = KR-SOURCE-CODE ( KR-SOURCE-SUB )
063400         MOVE KR-SOURCE-SUB TO KR-SOURCE-HIT-SUB
063500     END-IF.
063600 2200-FIND-RATE-SOURCE-EXIT.
063700     EXIT.
063800
063900 2300-FIND-RATE-DISPOSITION.
064000     IF CR-DISPOSITION = KR-DISP-CODE ( KR-DISP-SUB )
064100         MOVE KR-DISP-SUB TO KR-DISP-HIT-SUB
064200     END-IF.
064300 2300-FIND-RATE-DISPOSITION-EXIT.
064400     EXIT.
064500
064600*****************************************************
064700* 2400-FILE-COST-CENTRE - FIND THE SOURCE'S COST     *
064800* CENTRE IN THE TABLE OR START ITS ENTRY, AND TIE    *
064900* THE SOURCE TO IT                                   *
065000*****************************************************
065100 2400-FILE-COST-CENTRE.
065200     MOVE 0 TO KR-CC-HIT-SUB.
065300     PERFORM 2410-FIND-ONE-COST-CENTRE
065400         THRU 2410-FIND-ONE-COST-CENTRE-EXIT
065500         VARYING KR-CC-SUB FROM 1 BY 1
065600         UNTIL KR-CC-SUB > KR-CC-COUNT
065700             OR KR-CC-HIT-SUB > 0.
065800     IF KR-CC-HIT-SUB = 0
065900         ADD 1 TO KR-CC-COUNT
066000         MOVE KR-CC-COUNT TO KR-CC-HIT-SUB
066100         MOVE CR-COST-CENTRE TO KR-CC-CODE ( KR-CC-HIT-SUB )
066200         MOVE CR-COST-CENTRE-NAME TO KR-CC-NAME ( KR-CC-HIT-SUB )
066300     END-IF.
066400     MOVE KR-CC-HIT-SUB TO KR-CHG-CC-SUB ( KR-SOURCE-HIT-SUB ).
066500 2400-FILE-COST-CENTRE-EXIT.
066600     EXIT.
066700
066800 2410-FIND-ONE-COST-CENTRE.
066900     IF KR-CC-CODE ( KR-CC-SUB ) = CR-COST-CENTRE
067000         MOVE KR-CC-SUB TO KR-CC-HIT-SUB
067100     END-IF.
067200 2410-FIND-ONE-COST-CENTRE-EXIT.
067300     EXIT.
067400
067500*****************************************************
067600* 2500-CHECK-REJECT-RATE - A SOURCE'S REJECT RATE    *
067700* MUST STAND ABOVE BOTH ITS CLEAN RATES (TRANSFORMED *
067800* AND TRANSLATED) WHERE THEY ARE ON FILE             *
067900*****************************************************
068000 2500-CHECK-REJECT-RATE.
068100     IF NOT KR-CHG-RATE-FOUND ( KR-SOURCE-SUB 2 )
068200         GO TO 2500-CHECK-REJECT-RATE-EXIT
068300     END-IF.
068400     IF ( KR-CHG-RATE-FOUND ( KR-SOURCE-SUB 1 )
068500          AND KR-CHG-RATE ( KR-SOURCE-SUB 2 )
068600              NOT > KR-CHG-RATE ( KR-SOURCE-SUB 1 ) )
068700       OR ( KR-CHG-RATE-FOUND ( KR-SOURCE-SUB 4 )
068800          AND KR-CHG-RATE ( KR-SOURCE-SUB 2 )
068900              NOT > KR-CHG-RATE ( KR-SOURCE-SUB 4 ) )
069000         ADD 1 TO KR-RATE-WARNINGS
069100         MOVE KR-SOURCE-CODE ( KR-SOURCE-SUB ) TO KR-RWL-SOURCE
069200         WRITE RPT-LINE FROM KR-RATE-WARN-LINE
069300     END-IF.
069400 2500-CHECK-REJECT-RATE-EXIT.
069500     EXIT.
069600
069700*****************************************************
069800* 2900-REJECT-RATE - LIST A RATE RECORD THAT CANNOT  *
069900* BE USED, UNDER ITS HEADING THE FIRST TIME          *
070000*****************************************************
070100 2900-REJECT-RATE.
070200     IF KR-RATES-REJECTED = 0
070300         MOVE SPACES TO RPT-LINE
070400         WRITE RPT-LINE
070500         WRITE RPT-LINE FROM KR-RATE-EXC-HEADING
070600     END-IF.
070700     ADD 1 TO KR-RATES-REJECTED.
070800     MOVE CHARGE-RATE-RECORD TO KR-RXL-IMAGE.
070900     MOVE KR-RATE-ERROR TO KR-RXL-ERROR.
071000     WRITE RPT-LINE FROM KR-RATE-EXC-LINE.
071100 2900-REJECT-RATE-EXIT.
071200     EXIT.
071300
071400*****************************************************
071500* 3000-COUNT-ENTRIES - THE ARCHIVE, THEN THE LIVE    *
071600* TRAIL, EVERY ENTRY IN THE CHARGE MONTH COUNTED     *
071700* AGAINST ITS SOURCE AND DISPOSITION                 *
071800*****************************************************
071900 3000-COUNT-ENTRIES.
072000     PERFORM 3100-COUNT-ARCHIVE-ENTRY
072100         THRU 3100-COUNT-ARCHIVE-ENTRY-EXIT
072200         UNTIL KR-ARC-EOF.
072300
072400     PERFORM 3200-COUNT-TRAIL-ENTRY
072500         THRU 3200-COUNT-TRAIL-ENTRY-EXIT
072600         UNTIL KR-AUD-EOF.
072700 3000-COUNT-ENTRIES-EXIT.
072800     EXIT.
072900
073000 3100-COUNT-ARCHIVE-ENTRY.
073100     READ AUD-ARC
073200         AT END
073300             SET KR-ARC-EOF TO TRUE
073400             GO TO 3100-COUNT-ARCHIVE-ENTRY-EXIT
073500     END-READ.
073600     ADD 1 TO KR-ARC-ENTRIES-READ.
073700     MOVE AUD-ARCHIVE-RECORD TO AUD-CHARGE-RECORD.
073800     PERFORM 3300-COUNT-ONE-ENTRY
073900         THRU 3300-COUNT-ONE-ENTRY-EXIT.
074000 3100-COUNT-ARCHIVE-ENTRY-EXIT.
074100     EXIT.
074200
074300 3200-COUNT-TRAIL-ENTRY.
074400     READ AUD-IN
074500         AT END
074600             SET KR-AUD-EOF TO TRUE
074700             GO TO 3200-COUNT-TRAIL-ENTRY-EXIT
074800     END-READ.
074900     ADD 1 TO KR-AUD-ENTRIES-READ.
075000     MOVE AUD-RECORD TO AUD-CHARGE-RECORD.
075100     PERFORM 3300-COUNT-ONE-ENTRY
075200         THRU 3300-COUNT-ONE-ENTRY-EXIT.
075300 3200-COUNT-TRAIL-ENTRY-EXIT.
075400     EXIT.
075500
075600*****************************************************
075700* 3300-COUNT-ONE-ENTRY - AN ENTRY DATED OUTSIDE THE  *
075800* MONTH IS PASSED OVER, AND ONE WITH NO DISPOSITION  *
075900* (WRITTEN BEFORE THE CODE WENT ON THE TRAIL) IS     *
076000* COUNTED BUT NOT CHARGED.  A SOURCE CODE THIS       *
076100* PROGRAM DOES NOT KNOW COUNTS IN SLOT 4             *
076200*****************************************************
076300 3300-COUNT-ONE-ENTRY.
076400     IF AC-DATE IS NOT NUMERIC
076500         ADD 1 TO KR-ENTRIES-OUTSIDE
076600         GO TO 3300-COUNT-ONE-ENTRY-EXIT
076700     END-IF.
076800     MOVE AC-DATE TO KR-ENTRY-DATE.
076900     IF KR-ENTRY-MONTH NOT = KR-CHARGE-MONTH
077000         ADD 1 TO KR-ENTRIES-OUTSIDE
077100         GO TO 3300-COUNT-ONE-ENTRY-EXIT
077200     END-IF.
077300     ADD 1 TO KR-ENTRIES-IN-MONTH.
077400
077500     EVALUATE TRUE
077600         WHEN AC-TRANSFORMED AND AC-FUNCTION-CODE = "X"
077700             MOVE 4 TO KR-DISP-HIT-SUB
077800         WHEN AC-TRANSFORMED
077900             MOVE 1 TO KR-DISP-HIT-SUB
078000         WHEN AC-REJECTED
078100             MOVE 2 TO KR-DISP-HIT-SUB
078200         WHEN AC-DUPLICATE
078300             MOVE 3 TO KR-DISP-HIT-SUB
078400         WHEN AC-BACKED-OUT
078500             MOVE 5 TO KR-DISP-HIT-SUB
078600         WHEN OTHER
078700             ADD 1 TO KR-ENTRIES-UNCODED
078800             GO TO 3300-COUNT-ONE-ENTRY-EXIT
078900     END-EVALUATE.
079000
079100     MOVE 0 TO KR-SOURCE-HIT-SUB.
079200     PERFORM 3400-FIND-ENTRY-SOURCE
079300         THRU 3400-FIND-ENTRY-SOURCE-EXIT
079400         VARYING KR-SOURCE-SUB FROM 1 BY 1
079500         UNTIL KR-SOURCE-SUB > 3
079600             OR KR-SOURCE-HIT-SUB > 0.
079700     IF KR-SOURCE-HIT-SUB = 0
079800         MOVE 4 TO KR-SOURCE-HIT-SUB
079900     END-IF.
080000
080100     ADD 1 TO KR-CHG-KEYS ( KR-SOURCE-HIT-SUB KR-DISP-HIT-SUB ).
080200     ADD 1 TO KR-KEYS-COUNTED.
080300 3300-COUNT-ONE-ENTRY-EXIT.
080400     EXIT.
080500
080600 3400-FIND-ENTRY-SOURCE.
080700     IF AC-SOURCE-SYSTEM = KR-SOURCE-CODE ( KR-SOURCE-SUB )
080800         MOVE KR-SOURCE-SUB TO KR-SOURCE-HIT-SUB
080900     END-IF.
081000 3400-FIND-ENTRY-SOURCE-EXIT.
081100     EXIT.
081200
081300*****************************************************
081400* 4000-PRICE-CHARGES - PRICE EVERY SOURCE'S COUNTS   *
081500* AND ROLL THEM UP TO THE SOURCE AND ITS COST        *
081600* CENTRE.  KEYS WITH NO RATE ARE LEFT UNPRICED       *
081700*****************************************************
081800 4000-PRICE-CHARGES.
081900     PERFORM 4100-PRICE-ONE-SOURCE
082000         THRU 4100-PRICE-ONE-SOURCE-EXIT
082100         VARYING KR-SOURCE-SUB FROM 1 BY 1
082200         UNTIL KR-SOURCE-SUB > 4.
082300 4000-PRICE-CHARGES-EXIT.
082400     EXIT.
082500
082600 4100-PRICE-ONE-SOURCE.
082700     PERFORM 4200-PRICE-ONE-DISPOSITION
082800         THRU 4200-PRICE-ONE-DISPOSITION-EXIT
082900         VARYING KR-DISP-SUB FROM 1 BY 1
083000         UNTIL KR-DISP-SUB > 5.
083100     MOVE KR-CHG-CC-SUB ( KR-SOURCE-SUB ) TO KR-CC-SUB.
083200     IF KR-CC-SUB > 0
083300         ADD KR-CHG-SRC-KEYS ( KR-SOURCE-SUB )
083400             TO KR-CC-KEYS ( KR-CC-SUB )
083500         ADD KR-CHG-SRC-AMOUNT ( KR-SOURCE-SUB )
083600             TO KR-CC-AMOUNT ( KR-CC-SUB )
083700     END-IF.
083800 4100-PRICE-ONE-SOURCE-EXIT.
083900     EXIT.
084000
084100 4200-PRICE-ONE-DISPOSITION.
084200     IF KR-CHG-KEYS ( KR-SOURCE-SUB KR-DISP-SUB ) = 0
084300         GO TO 4200-PRICE-ONE-DISPOSITION-EXIT
084400     END-IF.
084500     ADD KR-CHG-KEYS ( KR-SOURCE-SUB KR-DISP-SUB )
084600         TO KR-CHG-SRC-KEYS ( KR-SOURCE-SUB ).
084700     IF NOT KR-CHG-RATE-FOUND ( KR-SOURCE-SUB KR-DISP-SUB )
084800         ADD KR-CHG-KEYS ( KR-SOURCE-SUB KR-DISP-SUB )
084900             TO KR-KEYS-UNPRICED
085000         GO TO 4200-PRICE-ONE-DISPOSITION-EXIT
085100     END-IF.
085200     COMPUTE KR-CHG-AMOUNT ( KR-SOURCE-SUB KR-DISP-SUB ) ROUNDED =
085300         KR-CHG-KEYS ( KR-SOURCE-SUB KR-DISP-SUB )
085400         * KR-CHG-RATE ( KR-SOURCE-SUB KR-DISP-SUB ).
085500     ADD KR-CHG-AMOUNT ( KR-SOURCE-SUB KR-DISP-SUB )
085600         TO KR-CHG-SRC-AMOUNT ( KR-SOURCE-SUB ).
085700 4200-PRICE-ONE-DISPOSITION-EXIT.
085800     EXIT.
085900
086000*****************************************************
086100* 5000-WRITE-STATEMENTS - ONE STATEMENT PER COST     *
086200* CENTRE, EACH ON A NEW PAGE: EVERY SOURCE CHARGED   *
086300* TO IT, DISPOSITION BY DISPOSITION, THEN THE COST   *
086400* CENTRE TOTAL                                       *
086500*****************************************************
086600 5000-WRITE-STATEMENTS.
086700     PERFORM 5100-WRITE-ONE-STATEMENT
086800         THRU 5100-WRITE-ONE-STATEMENT-EXIT
086900         VARYING KR-CC-SUB FROM 1 BY 1
087000         UNTIL KR-CC-SUB > KR-CC-COUNT.
087100 5000-WRITE-STATEMENTS-EXIT.
087200     EXIT.
087300
087400 5100-WRITE-ONE-STATEMENT.
087500     MOVE SPACES TO RPT-LINE.
087600     WRITE RPT-LINE BEFORE ADVANCING PAGE.
087700     WRITE RPT-LINE FROM KR-STMT-HEADING-1.
087800     WRITE RPT-LINE FROM KR-STMT-HEADING-2.
087900     MOVE KR-CC-CODE ( KR-CC-SUB ) TO KR-SCL-COST-CENTRE.
088000     MOVE KR-CC-NAME ( KR-CC-SUB ) TO KR-SCL-NAME.
088100     WRITE RPT-LINE FROM KR-STMT-CC-LINE.
088200     MOVE KR-CHARGE-YEAR TO KR-SPL-YEAR.
088300     MOVE KR-CHARGE-MM   TO KR-SPL-MONTH.
088400     MOVE KR-JOB-ID      TO KR-SPL-JOB-ID.
088500     WRITE RPT-LINE FROM KR-STMT-PERIOD-LINE.
088600     MOVE SPACES TO RPT-LINE.
088700     WRITE RPT-LINE.
088800     WRITE RPT-LINE FROM KR-STMT-COLUMN-HEADING.
088900
089000     PERFORM 5200-WRITE-STATEMENT-SOURCE
089100         THRU 5200-WRITE-STATEMENT-SOURCE-EXIT
089200         VARYING KR-SOURCE-SUB FROM 1 BY 1
089300         UNTIL KR-SOURCE-SUB > 3.
089400
089500     MOVE SPACES TO RPT-LINE.
089600     WRITE RPT-LINE.
089700     MOVE "COST CENTRE TOTAL" TO KR-STT-LABEL.
089800     MOVE KR-CC-KEYS ( KR-CC-SUB ) TO KR-STT-KEYS.
089900     MOVE KR-CC-AMOUNT ( KR-CC-SUB ) TO KR-STT-CHARGE.
090000     WRITE RPT-LINE FROM KR-STMT-TOTAL-LINE.
090100 5100-WRITE-ONE-STATEMENT-EXIT.
090200     EXIT.
090300
090400 5200-WRITE-STATEMENT-SOURCE.
090500     IF KR-CHG-CC-SUB ( KR-SOURCE-SUB ) NOT = KR-CC-SUB
090600         GO TO 5200-WRITE-STATEMENT-SOURCE-EXIT
090700     END-IF.
090800     MOVE SPACES TO RPT-LINE.
090900     WRITE RPT-LINE.
091000     MOVE KR-SOURCE-CODE ( KR-SOURCE-SUB ) TO KR-SSL-SOURCE.
091100     WRITE RPT-LINE FROM KR-STMT-SOURCE-LINE.
091200     PERFORM 5300-WRITE-STATEMENT-LINE
091300         THRU 5300-WRITE-STATEMENT-LINE-EXIT
091400         VARYING KR-DISP-SUB FROM 1 BY 1
091500         UNTIL KR-DISP-SUB > 5.
091600     MOVE "SOURCE TOTAL" TO KR-STT-LABEL.
091700     MOVE KR-CHG-SRC-KEYS ( KR-SOURCE-SUB ) TO KR-STT-KEYS.
091800     MOVE KR-CHG-SRC-AMOUNT ( KR-SOURCE-SUB ) TO KR-STT-CHARGE.
091900     WRITE RPT-LINE FROM KR-STMT-TOTAL-LINE.
092000 5200-WRITE-STATEMENT-SOURCE-EXIT.
092100     EXIT.
092200
092300 5300-WRITE-STATEMENT-LINE.
092400     MOVE KR-DISP-TEXT ( KR-DISP-SUB ) TO KR-STL-DISPOSITION.
092500     MOVE KR-CHG-KEYS ( KR-SOURCE-SUB KR-DISP-SUB )
092600         TO KR-STL-KEYS.
092700     MOVE KR-CHG-RATE ( KR-SOURCE-SUB KR-DISP-SUB )
092800         TO KR-STL-RATE.
092900     MOVE KR-CHG-AMOUNT ( KR-SOURCE-SUB KR-DISP-SUB )
093000         TO KR-STL-CHARGE.
093100     MOVE KR-CHG-GL-ACCOUNT ( KR-SOURCE-SUB KR-DISP-SUB )
093200         TO KR-STL-GL-ACCOUNT.
093300     MOVE SPACES TO KR-STL-NOTE.
093400     IF NOT KR-CHG-RATE-FOUND ( KR-SOURCE-SUB KR-DISP-SUB )
093500         MOVE "NO RATE" TO KR-STL-NOTE
093600     END-IF.
093700     WRITE RPT-LINE FROM KR-STMT-LINE.
093800 5300-WRITE-STATEMENT-LINE-EXIT.
093900     EXIT.
094000
094100*****************************************************
094200* 6000-WRITE-GL-FILE - THE HEADER, ONE DETAIL PER    *
094300* SOURCE AND DISPOSITION PRICED, AND THE TRAILER THE *
094400* GENERAL-LEDGER LOAD BALANCES TO                    *
094500*****************************************************
094600 6000-WRITE-GL-FILE.
094700     MOVE SPACES TO CHARGE-GL-RECORD.
094800     MOVE "H" TO CG-RECORD-TYPE.
094900     MOVE KR-CHARGE-MONTH TO CG-PERIOD.
095000     MOVE KR-JOB-ID TO CG-JOB-ID.
095100     MOVE KR-TODAY TO CG-RUN-DATE.
095200     ACCEPT KR-NOW FROM TIME.
095300     MOVE KR-NOW TO CG-RUN-TIME.
095400     WRITE CHARGE-GL-RECORD.
095500
095600     PERFORM 6100-WRITE-GL-SOURCE
095700         THRU 6100-WRITE-GL-SOURCE-EXIT
095800         VARYING KR-SOURCE-SUB FROM 1 BY 1
095900         UNTIL KR-SOURCE-SUB > 3.
096000
096100     MOVE SPACES TO CHARGE-GL-RECORD.
096200     MOVE "T" TO CG-RECORD-TYPE.
096300     MOVE KR-CHARGE-MONTH TO CG-PERIOD.
096400     MOVE KR-JOB-ID TO CG-JOB-ID.
096500     MOVE KR-GL-DETAILS TO CG-DETAIL-COUNT.
096600     MOVE KR-GL-KEYS TO CG-KEY-TOTAL.
096700     MOVE KR-GL-AMOUNT TO CG-CHARGE-TOTAL.
096800     WRITE CHARGE-GL-RECORD.
096900 6000-WRITE-GL-FILE-EXIT.
097000     EXIT.
097100
097200 6100-WRITE-GL-SOURCE.
097300     PERFORM 6200-WRITE-GL-DETAIL
097400         THRU 6200-WRITE-GL-DETAIL-EXIT
097500         VARYING KR-DISP-SUB FROM 1 BY 1
097600         UNTIL KR-DISP-SUB > 5.
097700 6100-WRITE-GL-SOURCE-EXIT.
097800     EXIT.
097900
098000 6200-WRITE-GL-DETAIL.
098100     IF KR-CHG-KEYS ( KR-SOURCE-SUB KR-DISP-SUB ) = 0
098200         OR NOT KR-CHG-RATE-FOUND ( KR-SOURCE-SUB KR-DISP-SUB )
098300         GO TO 6200-WRITE-GL-DETAIL-EXIT
098400     END-IF.
098500     MOVE SPACES TO CHARGE-GL-RECORD.
098600     MOVE "D" TO CG-RECORD-TYPE.
098700     MOVE KR-CHARGE-MONTH TO CG-PERIOD.
098800     MOVE KR-JOB-ID TO CG-JOB-ID.
098900     MOVE KR-CHG-COST-CENTRE ( KR-SOURCE-SUB ) TO CG-COST-CENTRE.
099000     MOVE KR-CHG-GL-ACCOUNT ( KR-SOURCE-SUB KR-DISP-SUB )
099100         TO CG-GL-ACCOUNT.
099200     MOVE KR-SOURCE-CODE ( KR-SOURCE-SUB ) TO CG-SOURCE-SYSTEM.
099300     MOVE KR-DISP-CODE ( KR-DISP-SUB ) TO CG-DISPOSITION.
099400     MOVE KR-CHG-KEYS ( KR-SOURCE-SUB KR-DISP-SUB )
099500         TO CG-KEY-COUNT.
099600     MOVE KR-CHG-RATE ( KR-SOURCE-SUB KR-DISP-SUB )
099700         TO CG-UNIT-RATE.
099800     MOVE KR-CHG-AMOUNT ( KR-SOURCE-SUB KR-DISP-SUB )
099900         TO CG-CHARGE-AMOUNT.
100000     WRITE CHARGE-GL-RECORD.
100100     ADD 1 TO KR-GL-DETAILS.
100200     ADD KR-CHG-KEYS ( KR-SOURCE-SUB KR-DISP-SUB ) TO KR-GL-KEYS.
100300     ADD KR-CHG-AMOUNT ( KR-SOURCE-SUB KR-DISP-SUB )
100400         TO KR-GL-AMOUNT.
100500 6200-WRITE-GL-DETAIL-EXIT.
100600     EXIT.
100700
100800*****************************************************
100900* 8000-PRODUCE-SUMMARY - THE SUMMARY PAGE: EVERY     *
101000* SOURCE'S KEYS BY DISPOSITION AND ITS CHARGE, THE   *
101100* CONTROL TOTALS, AND THE RUN RESULT.  UNPRICED KEYS *
101200* ISSUE KEYR026W AND END THE STEP RETURN-CODE 4      *
101300*****************************************************
101400 8000-PRODUCE-SUMMARY.
101500     MOVE SPACES TO RPT-LINE.
101600     WRITE RPT-LINE BEFORE ADVANCING PAGE.
101700     WRITE RPT-LINE FROM KR-SUMMARY-HEADING-1.
101800     WRITE RPT-LINE FROM KR-SUMMARY-HEADING-2.
101900     WRITE RPT-LINE FROM KR-PERIOD-LINE.
102000     MOVE SPACES TO RPT-LINE.
102100     WRITE RPT-LINE.
102200     WRITE RPT-LINE FROM KR-GRID-HEADING.
102300     INITIALIZE KR-GRID-TOTALS.
102400     PERFORM 8100-WRITE-GRID-LINE
102500         THRU 8100-WRITE-GRID-LINE-EXIT
102600         VARYING KR-SOURCE-SUB FROM 1 BY 1
102700         UNTIL KR-SOURCE-SUB > 5.
102800     MOVE SPACES TO RPT-LINE.
102900     WRITE RPT-LINE.
103000
103100     MOVE "RATE RECORDS READ. . . . . . . ." TO KR-TOT-LABEL.
103200     MOVE KR-RATES-READ TO KR-TOT-VALUE.
103300     WRITE RPT-LINE FROM KR-TOTAL-LINE.
103400
103500     MOVE "RATE RECORDS NOT USED. . . . . ." TO KR-TOT-LABEL.
103600     MOVE KR-RATES-REJECTED TO KR-TOT-VALUE.
103700     WRITE RPT-LINE FROM KR-TOTAL-LINE.
103800
103900     MOVE "ARCHIVE AUDIT ENTRIES READ . . ." TO KR-TOT-LABEL.
104000     MOVE KR-ARC-ENTRIES-READ TO KR-TOT-VALUE.
104100     WRITE RPT-LINE FROM KR-TOTAL-LINE.
104200
104300     MOVE "TRAIL AUDIT ENTRIES READ . . . ." TO KR-TOT-LABEL.
104400     MOVE KR-AUD-ENTRIES-READ TO KR-TOT-VALUE.
104500     WRITE RPT-LINE FROM KR-TOTAL-LINE.
104600
104700     MOVE "ENTRIES OUTSIDE THE MONTH. . . ." TO KR-TOT-LABEL.
104800     MOVE KR-ENTRIES-OUTSIDE TO KR-TOT-VALUE.
104900     WRITE RPT-LINE FROM KR-TOTAL-LINE.
105000
105100     MOVE "ENTRIES IN THE MONTH . . . . . ." TO KR-TOT-LABEL.
105200     MOVE KR-ENTRIES-IN-MONTH TO KR-TOT-VALUE.
105300     WRITE RPT-LINE FROM KR-TOTAL-LINE.
105400
105500     MOVE "  NO DISPOSITION, NOT CHARGED. ." TO KR-TOT-LABEL.
105600     MOVE KR-ENTRIES-UNCODED TO KR-TOT-VALUE.
105700     WRITE RPT-LINE FROM KR-TOTAL-LINE.
105800
105900     MOVE "  KEYS COUNTED . . . . . . . . ." TO KR-TOT-LABEL.
106000     MOVE KR-KEYS-COUNTED TO KR-TOT-VALUE.
106100     WRITE RPT-LINE FROM KR-TOTAL-LINE.
106200
106300     MOVE "  KEYS LEFT UNPRICED . . . . . ." TO KR-TOT-LABEL.
106400     MOVE KR-KEYS-UNPRICED TO KR-TOT-VALUE.
106500     WRITE RPT-LINE FROM KR-TOTAL-LINE.
106600
106700     MOVE "  KEYS CHARGED . . . . . . . . ." TO KR-TOT-LABEL.
106800     MOVE KR-GL-KEYS TO KR-TOT-VALUE.
106900     WRITE RPT-LINE FROM KR-TOTAL-LINE.
107000
107100     MOVE "GL DETAIL RECORDS WRITTEN. . . ." TO KR-TOT-LABEL.
107200     MOVE KR-GL-DETAILS TO KR-TOT-VALUE.
107300     WRITE RPT-LINE FROM KR-TOTAL-LINE.
107400
107500     MOVE "TOTAL CHARGED. . . . . . . . . ." TO KR-AMT-LABEL.
107600     MOVE KR-GL-AMOUNT TO KR-AMT-VALUE.
107700     WRITE RPT-LINE FROM KR-AMOUNT-LINE.
107800
107900     IF KR-KEYS-UNPRICED > 0
108000         IF RETURN-CODE < 4
108100             MOVE 4 TO RETURN-CODE
108200         END-IF
108300         MOVE KR-KEYS-UNPRICED TO KR-ALERT-COUNT
108400         MOVE "KEYR026" TO KMG-MESSAGE-ID
108500         MOVE KR-UNPRICED-ALERT-TEXT TO KMG-VARIABLE-TEXT
108600         PERFORM 9800-ISSUE-MESSAGE
108700             THRU 9800-ISSUE-MESSAGE-EXIT
108800     END-IF.
108900
109000     EVALUATE TRUE
109100         WHEN KR-ENTRIES-IN-MONTH NOT =
109200              KR-KEYS-COUNTED + KR-ENTRIES-UNCODED
109300             MOVE "OUT OF BALANCE - SEE JOB LOG" TO KR-RESULT-TEXT
109400             MOVE 16 TO RETURN-CODE
109500             DISPLAY "CHGBACK - ENTRIES IN MONTH DO NOT BALANCE "
109600                 "TO KEYS COUNTED - RETURN-CODE SET TO 16"
109700         WHEN KR-KEYS-UNPRICED > 0
109800             MOVE "KEYS LEFT UNPRICED - SEE KEYR026W"
109900                 TO KR-RESULT-TEXT
110000         WHEN KR-RATES-REJECTED > 0 OR KR-RATE-WARNINGS > 0
110100             MOVE "CHARGED - RATE TABLE EXCEPTIONS ON PAGE 1"
110200                 TO KR-RESULT-TEXT
110300         WHEN OTHER
110400             MOVE "CHARGED IN FULL" TO KR-RESULT-TEXT
110500     END-EVALUATE.
110600     WRITE RPT-LINE FROM KR-RESULT-LINE.
110700 8000-PRODUCE-SUMMARY-EXIT.
110800     EXIT.
110900
111000*****************************************************
111100* 8100-WRITE-GRID-LINE - ONE SOURCE SYSTEM'S KEYS BY *
111200* DISPOSITION AND ITS CHARGE, SLOT 4 BEING CODES NOT *
111300* KNOWN HERE AND SLOT 5 ALL SOURCES TOGETHER         *
111400*****************************************************
111500 8100-WRITE-GRID-LINE.
111600     MOVE SPACES TO KR-GRID-LINE.
111700     EVALUATE KR-SOURCE-SUB
111800         WHEN 4
111900             MOVE "OTHER" TO KR-GRD-SOURCE
112000         WHEN 5
112100             MOVE "TOTAL" TO KR-GRD-SOURCE
112200         WHEN OTHER
112300             MOVE KR-SOURCE-CODE ( KR-SOURCE-SUB )
112400                 TO KR-GRD-SOURCE
112500             MOVE KR-CHG-COST-CENTRE ( KR-SOURCE-SUB )
112600                 TO KR-GRD-COST-CENTRE
112700     END-EVALUATE.
112800
112900     PERFORM 8110-FILL-GRID-CELL
113000         THRU 8110-FILL-GRID-CELL-EXIT
113100         VARYING KR-DISP-SUB FROM 1 BY 1
113200         UNTIL KR-DISP-SUB > 5.
113300     IF KR-SOURCE-SUB = 5
113400         MOVE KR-GTT-AMOUNT TO KR-GRD-CHARGE
113500     ELSE
113600         MOVE KR-CHG-SRC-AMOUNT ( KR-SOURCE-SUB ) TO KR-GRD-CHARGE
113700         ADD KR-CHG-SRC-AMOUNT ( KR-SOURCE-SUB ) TO KR-GTT-AMOUNT
113800     END-IF.
113900     WRITE RPT-LINE FROM KR-GRID-LINE.
114000 8100-WRITE-GRID-LINE-EXIT.
114100     EXIT.
114200
114300 8110-FILL-GRID-CELL.
114400     IF KR-SOURCE-SUB = 5
114500         MOVE KR-GTT-KEYS ( KR-DISP-SUB )
114600             TO KR-GRD-KEYS ( KR-DISP-SUB )
114700     ELSE
114800         MOVE KR-CHG-KEYS ( KR-SOURCE-SUB KR-DISP-SUB )
114900             TO KR-GRD-KEYS ( KR-DISP-SUB )
115000         ADD KR-CHG-KEYS ( KR-SOURCE-SUB KR-DISP-SUB )
115100             TO KR-GTT-KEYS ( KR-DISP-SUB )
115200     END-IF.
115300 8110-FILL-GRID-CELL-EXIT.
115400     EXIT.
115500
115600*****************************************************
115700* 9000-TERMINATE - CLOSE FILES                       *
115800*****************************************************
115900 9000-TERMINATE.
116000     IF KR-RAT-OPEN
116100         CLOSE RAT-IN
116200     END-IF.
116300     IF KR-ARC-OPEN
116400         CLOSE AUD-ARC
116500     END-IF.
116600     IF KR-AUD-OPEN
116700         CLOSE AUD-IN
116800     END-IF.
116900     IF KR-GL-OPEN
117000         CLOSE CHG-GL
117100     END-IF.
117200     CLOSE CHG-RPT.
117300 9000-TERMINATE-EXIT.
117400     EXIT.
117500
117600*****************************************************
117700* 9800-ISSUE-MESSAGE - FILL IN THE COMMON FIELDS OF  *
117800* THE MESSAGE REQUEST THE CALLER STARTED AND PASS IT *
117900* TO THE COMMON KEYRMSG ROUTINE.  RETURN-CODE IS     *
118000* SAVED ACROSS THE CALL - THE CALLED PROGRAM'S       *
118100* REGISTER COMES BACK ON GOBACK AND WOULD OTHERWISE  *
118200* WIPE OUT THE 4 THIS RUN HAS SET                    *
118300*****************************************************
118400 9800-ISSUE-MESSAGE.
118500     MOVE "CHGBACK" TO KMG-PROGRAM-NAME.
118600     MOVE KR-JOB-ID TO KMG-JOB-ID.
118700     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
118800     CALL "KEYRMSG" USING KEY-MESSAGE-REQUEST.
118900     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
119000 9800-ISSUE-MESSAGE-EXIT.
119100     EXIT.
