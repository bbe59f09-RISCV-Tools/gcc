000100*****************************************************
000200* IDENTIFICATION DIVISION                            *
000300*****************************************************
000400 IDENTIFICATION          DIVISION.
000500 PROGRAM-ID.             intaud.
000600 AUTHOR.                 J W KOWALSKI.
000700 INSTALLATION.           DATA CENTER SERVICES - BATCH.
000800 DATE-WRITTEN.           2026-10-15.
000900 DATE-COMPILED.          2026-10-15.
001000
001100*****************************************************
001200* REMARKS.  CROSS-FILE INTEGRITY AUDIT FOR THE KEY-  *
001300* REVERSAL FAMILY OF JOBS.  THREE FILES EACH TELL    *
001400* THE STORY OF A KEY - THE KEYMST PROCESSED-KEY      *
001500* MASTER (P OR R AND THE LAST OUTPUT KEY), THE       *
001600* KEYAUD TRAIL (ONE ENTRY PER RECORD PROG OR BACKOUT *
001700* WROTE, WITH ITS OUTPUT KEY), AND THE KEYRTK        *
001800* REJECT-TRACKING MASTER (THE REJECT'S LIFECYCLE).   *
001900* THIS STEP SORTS THE AUDARC ARCHIVE AND THE LIVE    *
002000* TRAIL INTO KEY ORDER AND SWEEPS ALL THREE FILES    *
002100* TOGETHER, KEY BY KEY, REPORTING EVERY KEY ON WHICH *
002200* THEY DISAGREE:                                     *
002300*                                                     *
002400*   1. A MASTER P ENTRY WITH NO AUDIT ENTRY FROM THE *
002500*      JOB THE MASTER NAMES (KM-JOB-ID).             *
002600*   2. A MASTER P ENTRY WHOSE OUTPUT KEY IS NOT THE  *
002700*      ONE THAT JOB'S LATEST AUDIT ENTRY CARRIES.    *
002800*   3. A MASTER R ENTRY WITH NO TRACKING ENTRY.      *
002900*   4. A TRACKING ENTRY STILL OPEN (O, F, S, A, OR   *
003000*      D) THOUGH THE MASTER SAYS THE KEY PROCESSED   *
003100*      ON A LATER DATE THAN THE REJECT WAS OPENED.   *
003200*   5. AUDIT ENTRIES FOR A KEY WITH NO MASTER ENTRY. *
003300*   6. A TRACKING ENTRY FOR A KEY WITH NO MASTER     *
003400*      ENTRY.                                        *
003500*                                                     *
003600* NOT EXCEPTIONS: A KEY MSTMAINT HAS MOVED TO THE    *
003700* KEYARC ARCHIVE; A KEY WHOSE LAST AUDIT ENTRY IS A  *
003800* BACKOUT REMOVAL; A TRACKING ENTRY REJFIX HAS       *
003900* RE-KEYED TO ITS REPAIRED VALUE (STATUS F, WAITING  *
004000* ON THE RESUBMIT); AND AN R ENTRY WHOSE KEY THE     *
004100* KEYEVT HISTORY SHOWS REPAIRED INTO A DIFFERENT     *
004200* VALUE.  MASTER ENTRIES WITH NO STATUS BYTE PREDATE *
004300* THE OUTPUT KEY AND ARE COUNTED, NOT CHECKED.       *
004400*                                                     *
004500* EVERY EXCEPTION LISTS ON INTRPT, AND A GRID COUNTS *
004600* THEM BY SOURCE SYSTEM.  ANY EXCEPTION ENDS THE     *
004700* STEP RETURN-CODE 4.  MORE THAN THE ERRTOL          *
004800* TOLERANCE ISSUES KEYR025E THROUGH KEYRMSG AND      *
004900* FAILS THE STEP WITH RETURN-CODE 16.  THE MASTER,   *
005000* THE TRAIL, AND THE TRACKING MASTER MUST ALL OPEN;  *
005100* NO AUDARC, KEYARC, OR KEYEVT ONLY MEANS NOTHING    *
005200* CAN BE EXCUSED BY IT.                              *
005300*                                                     *
005400* MODIFICATION HISTORY.                               *
005500* 2026-10-15  JWK  ORIGINAL PROGRAM.                  *
005510* 2026-10-15  JWK  KEYS ON THE EXCEPTION LINES ARE    *
005520*                  NOW MASKED THROUGH THE COMMON      *
005530*                  KEYMASK ROUTINE.  UNMASK=Y PRINTS  *
005540*                  THEM IN FULL ONLY WHEN THE         *
005550*                  SUBMITTER CAN OPEN THE             *
005551*                  RACF-PROTECTED KEYUAU DD, WITH A   *
005552*                  KEYALT ENTRY.                      *
005600*****************************************************
005700
005800 ENVIRONMENT              DIVISION.
005900 CONFIGURATION            SECTION.
006000 SOURCE-COMPUTER.         IBM-370.
006100 OBJECT-COMPUTER.         IBM-370.
006200
006300 INPUT-OUTPUT             SECTION.
006400 FILE-CONTROL.
006500     SELECT KEY-MST       ASSIGN TO KEYMST
006600                           ORGANIZATION IS INDEXED
006700                           ACCESS MODE IS SEQUENTIAL
006800                           RECORD KEY IS KM-KEY
006900                           FILE STATUS IS KR-MST-STATUS.
007000
007100     SELECT KEY-RTK       ASSIGN TO KEYRTK
007200                           ORGANIZATION IS INDEXED
007300                           ACCESS MODE IS SEQUENTIAL
007400                           RECORD KEY IS RT-KEY
007500                           FILE STATUS IS KR-RTK-STATUS.
007600
007700     SELECT KEY-ARC       ASSIGN TO KEYARC
007800                           ORGANIZATION IS INDEXED
007900                           ACCESS MODE IS RANDOM
008000                           RECORD KEY IS KA-KEY
008100                           FILE STATUS IS KR-KARC-STATUS.
008200
008300     SELECT KEY-EVT       ASSIGN TO KEYEVT
008400                           ORGANIZATION IS INDEXED
008500                           ACCESS MODE IS DYNAMIC
008600                           RECORD KEY IS EV-EVENT-KEY
008700                           FILE STATUS IS KR-EVT-STATUS.
008800
008900     SELECT AUD-ARC       ASSIGN TO AUDARC
009000                           ORGANIZATION IS LINE SEQUENTIAL
009100                           FILE STATUS IS KR-ARC-STATUS.
009200
009300     SELECT AUD-IN        ASSIGN TO KEYAUD
009400                           ORGANIZATION IS LINE SEQUENTIAL
009500                           FILE STATUS IS KR-AUD-STATUS.
009600
009700     SELECT INT-RPT       ASSIGN TO INTRPT
009800                           ORGANIZATION IS LINE SEQUENTIAL.
009900
010000     SELECT SORT-WORK     ASSIGN TO SORTWK01.
010100
010200 DATA                     DIVISION.
010300 FILE                     SECTION.
010400 FD  KEY-MST
010500     LABEL RECORDS ARE STANDARD.
010600     COPY "keymst.cpy".
010700
010800 FD  KEY-RTK
010900     LABEL RECORDS ARE STANDARD.
011000     COPY "keyrtk.cpy".
011100
011200 FD  KEY-ARC
011300     LABEL RECORDS ARE STANDARD.
011400     COPY "keymst.cpy" REPLACING KEY-MASTER-RECORD BY
011500         KEY-ARCHIVE-RECORD LEADING ==KM-== BY ==KA-==.
011600
011700 FD  KEY-EVT
011800     LABEL RECORDS ARE STANDARD.
011900     COPY "keyevt.cpy".
012000
012100 FD  AUD-ARC
012200     LABEL RECORDS ARE OMITTED.
012300     COPY "keyaud.cpy" REPLACING AUD-RECORD BY
012400         AUD-ARCHIVE-RECORD LEADING ==AUD-== BY ==AR-==.
012500
012600 FD  AUD-IN
012700     LABEL RECORDS ARE OMITTED.
012800     COPY "keyaud.cpy".
012900
013000 FD  INT-RPT
013100     LABEL RECORDS ARE OMITTED.
013200 01  RPT-LINE                PIC X(80).
013300
013400 SD  SORT-WORK.
013500 01  SORT-RECORD.
013600     05  SRT-INPUT-KEY        PIC X(30).
013700     05  SRT-ORDINAL          PIC 9(09).
013800     05  SRT-JOB-ID           PIC X(08).
013900     05  SRT-SOURCE-SYSTEM    PIC X(01).
014000     05  SRT-OUTPUT-KEY       PIC X(30).
014100
014200 WORKING-STORAGE          SECTION.
014300*-------------------------------------------------------*
014400* SWITCHES                                               *
014500*-------------------------------------------------------*
014600 01  KR-SWITCHES.
014700     05  KR-ABEND-SWITCH      PIC X(01)    VALUE 'N'.
014800         88  KR-ABEND                       VALUE 'Y'.
014900     05  KR-MST-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
015000         88  KR-MST-OPEN                    VALUE 'Y'.
015100     05  KR-RTK-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
015200         88  KR-RTK-OPEN                    VALUE 'Y'.
015300     05  KR-KARC-OPEN-SWITCH  PIC X(01)    VALUE 'N'.
015400         88  KR-KARC-OPEN                   VALUE 'Y'.
015500     05  KR-EVT-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
015600         88  KR-EVT-OPEN                    VALUE 'Y'.
015700     05  KR-ARC-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
015800         88  KR-ARC-OPEN                    VALUE 'Y'.
015900     05  KR-AUD-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
016000         88  KR-AUD-OPEN                    VALUE 'Y'.
016100     05  KR-ARC-EOF-SWITCH    PIC X(01)    VALUE 'N'.
016200         88  KR-ARC-EOF                     VALUE 'Y'.
016300     05  KR-AUD-EOF-SWITCH    PIC X(01)    VALUE 'N'.
016400         88  KR-AUD-EOF                     VALUE 'Y'.
016500     05  KR-CUT-SHORT-SWITCH  PIC X(01)    VALUE 'N'.
016600         88  KR-CUT-SHORT                   VALUE 'Y'.
016700
016800 01  KR-MST-STATUS            PIC X(02).
016900 01  KR-RTK-STATUS            PIC X(02).
017000 01  KR-KARC-STATUS           PIC X(02).
017100 01  KR-EVT-STATUS            PIC X(02).
017200 01  KR-ARC-STATUS            PIC X(02).
017300 01  KR-AUD-STATUS            PIC X(02).
017400 01  KR-JOB-ID                PIC X(08)    VALUE SPACES.
017500
017600*-------------------------------------------------------*
017700* RUN PARAMETERS                                         *
017800*-------------------------------------------------------*
017900 01  KR-TOLERANCE-CONTROLS.
018000     05  KR-TOLERANCE-TEXT    PIC X(07)    VALUE SPACES.
018100     05  KR-TOLERANCE         PIC 9(07)    COMP VALUE 0.
018200
018300*-------------------------------------------------------*
018400* MATCH CONTROLS - THE CURRENT KEY ON EACH OF THE THREE  *
018500* STREAMS (HIGH-VALUES ONCE A STREAM IS USED UP), THE    *
018600* LOWEST OF THEM, AND WHICH FILES HOLD IT                *
018700*-------------------------------------------------------*
018800 01  KR-MATCH-CONTROLS.
018900     05  KR-MST-KEY           PIC X(30)    VALUE SPACES.
019000     05  KR-RTK-KEY           PIC X(30)    VALUE SPACES.
019100     05  KR-AUD-KEY           PIC X(30)    VALUE SPACES.
019200     05  KR-LOW-KEY           PIC X(30)    VALUE SPACES.
019300     05  KR-MST-HIT-SWITCH    PIC X(01)    VALUE 'N'.
019400         88  KR-MST-HIT                     VALUE 'Y'.
019500     05  KR-RTK-HIT-SWITCH    PIC X(01)    VALUE 'N'.
019600         88  KR-RTK-HIT                     VALUE 'Y'.
019700     05  KR-ARCHIVED-SWITCH   PIC X(01)    VALUE 'N'.
019800         88  KR-ARCHIVED                    VALUE 'Y'.
019900     05  KR-REKEYED-SWITCH    PIC X(01)    VALUE 'N'.
020000         88  KR-REKEYED                     VALUE 'Y'.
020100     05  KR-EVT-DONE-SWITCH   PIC X(01)    VALUE 'N'.
020200         88  KR-EVT-DONE                    VALUE 'Y'.
020300     05  KR-RELEASE-ORDINAL   PIC 9(09)    VALUE 0.
020400
020500*-------------------------------------------------------*
020600* WHAT THE AUDIT TRAIL SAYS ABOUT THE CURRENT KEY,       *
020700* GATHERED FROM ITS ENTRIES OLDEST FIRST                 *
020800*-------------------------------------------------------*
020900 01  KR-AUDIT-SUMMARY.
021000     05  KR-AK-ENTRIES        PIC 9(07)    COMP VALUE 0.
021100     05  KR-AK-JOB-SWITCH     PIC X(01)    VALUE 'N'.
021200         88  KR-AK-JOB-FOUND                VALUE 'Y'.
021300     05  KR-AK-OUTPUT-SWITCH  PIC X(01)    VALUE 'N'.
021400         88  KR-AK-ANY-OUTPUT               VALUE 'Y'.
021500     05  KR-AK-JOB-OUTPUT     PIC X(30)    VALUE SPACES.
021600     05  KR-AK-LAST-OUTPUT    PIC X(30)    VALUE SPACES.
021700     05  KR-AK-LAST-JOB       PIC X(08)    VALUE SPACES.
021800     05  KR-AK-SOURCE         PIC X(01)    VALUE SPACE.
021900
022000*-------------------------------------------------------*
022100* EXCEPTION GRID - SOURCE SYSTEM BY EXCEPTION TYPE.      *
022200* SLOT 4 OF THE SOURCE AXIS TAKES ANY CODE THIS PROGRAM  *
022300* DOES NOT KNOW; SLOT 5 IS ALL SOURCES TOGETHER          *
022400*-------------------------------------------------------*
022500 01  KR-SOURCE-CODE-LIST.
022600     05  FILLER               PIC X(01)    VALUE "B".
022700     05  FILLER               PIC X(01)    VALUE "W".
022800     05  FILLER               PIC X(01)    VALUE "E".
022900     05  FILLER               PIC X(01)    VALUE "?".
023000 01  KR-SOURCE-CODE-TABLE REDEFINES KR-SOURCE-CODE-LIST.
023100     05  KR-SOURCE-CODE       OCCURS 4 TIMES PIC X(01).
023200
023300 01  KR-EXCEPTION-TEXT-LIST.
023400     05  FILLER               PIC X(28)    VALUE
023500         "PROCESSED - NO AUDIT ENTRY".
023600     05  FILLER               PIC X(28)    VALUE
023700         "PROCESSED - OUTPUT DIFFERS".
023800     05  FILLER               PIC X(28)    VALUE
023900         "REJECTED - NO TRACKING".
024000     05  FILLER               PIC X(28)    VALUE
024100         "TRACKING OPEN AFTER PROCESS".
024200     05  FILLER               PIC X(28)    VALUE
024300         "AUDIT ENTRY - NO MASTER".
024400     05  FILLER               PIC X(28)    VALUE
024500         "TRACKING ENTRY - NO MASTER".
024600 01  KR-EXCEPTION-TEXT-TABLE REDEFINES KR-EXCEPTION-TEXT-LIST.
024700     05  KR-EXCEPTION-TEXT    OCCURS 6 TIMES PIC X(28).
024800
024900 01  KR-EXCEPTION-TABLE.
025000     05  KR-EXC-SOURCE-ENTRY  OCCURS 5 TIMES.
025100         10  KR-EXC-COUNT     OCCURS 6 TIMES
025200                              PIC 9(07)    COMP.
025300
025400 01  KR-SOURCE-SUB            PIC 9(02)    COMP VALUE 0.
025500 01  KR-TYPE-SUB              PIC 9(02)    COMP VALUE 0.
025600 01  KR-ROW-TOTAL             PIC 9(07)    COMP VALUE 0.
025700
025800*-------------------------------------------------------*
025900* THE EXCEPTION BEING RECORDED, AS THE CALLER SETS IT    *
026000*-------------------------------------------------------*
026100 01  KR-EXC-TYPE              PIC 9(02)    COMP VALUE 0.
026200 01  KR-EXC-SOURCE            PIC X(01)    VALUE SPACE.
026300 01  KR-EXC-DETAIL            PIC X(15)    VALUE SPACES.
026400
026500 01  KR-DETAIL-JOB.
026600     05  FILLER               PIC X(04)    VALUE "JOB ".
026700     05  KR-DTL-JOB           PIC X(08).
026800     05  FILLER               PIC X(03)    VALUE SPACES.
026900
027000 01  KR-DETAIL-TRACKING.
027100     05  FILLER               PIC X(04)    VALUE "RTK ".
027200     05  KR-DTL-RT-STATUS     PIC X(01).
027300     05  FILLER               PIC X(01)    VALUE SPACE.
027400     05  KR-DTL-RT-DATE       PIC X(08).
027500     05  FILLER               PIC X(01)    VALUE SPACE.
027600
027700 01  KR-DETAIL-REASON.
027800     05  FILLER               PIC X(07)    VALUE "REASON ".
027900     05  KR-DTL-REASON        PIC X(02).
028000     05  FILLER               PIC X(06)    VALUE SPACES.
028100
028200*-------------------------------------------------------*
028300* CONTROL-TOTAL COUNTERS                                 *
028400*-------------------------------------------------------*
028500 01  KR-COUNTERS.
028600     05  KR-MST-ENTRIES-READ  PIC 9(09)    COMP VALUE 0.
028700     05  KR-RTK-ENTRIES-READ  PIC 9(09)    COMP VALUE 0.
028800     05  KR-ARC-ENTRIES-READ  PIC 9(09)    COMP VALUE 0.
028900     05  KR-AUD-ENTRIES-READ  PIC 9(09)    COMP VALUE 0.
029000     05  KR-KEYS-COMPARED     PIC 9(09)    COMP VALUE 0.
029100     05  KR-MST-NOT-CHECKED   PIC 9(09)    COMP VALUE 0.
029200     05  KR-KEYS-ARCHIVED     PIC 9(09)    COMP VALUE 0.
029300     05  KR-KEYS-BACKED-OUT   PIC 9(09)    COMP VALUE 0.
029400     05  KR-KEYS-REKEYED      PIC 9(09)    COMP VALUE 0.
029500     05  KR-EXCEPTIONS-FOUND  PIC 9(07)    COMP VALUE 0.
029600
029700*-------------------------------------------------------*
029800* OPERATOR-MESSAGE REQUEST AREA (SEE KEYRMSG)            *
029900*-------------------------------------------------------*
030000     COPY "keymsg.cpy".
030100
030200 01  KR-SAVED-RETURN-CODE     PIC S9(04)   COMP VALUE 0.
030300
030310*-------------------------------------------------------*
030320* KEY-MASKING REQUEST AREA (SEE KEYMASK) - EVERY KEY     *
030330* THAT PRINTS ON THE REPORT GOES THROUGH IT              *
030340*-------------------------------------------------------*
030350     COPY "keymsk.cpy".
030360
030400 01  KR-TOLERANCE-ALERT-TEXT.
030500     05  FILLER               PIC X(11)    VALUE "EXCEPTIONS=".
030600     05  KR-ALERT-COUNT       PIC 9(07).
030700     05  FILLER               PIC X(02)    VALUE SPACES.
030800
030900*-------------------------------------------------------*
031000* INTEGRITY REPORT LINE IMAGES                           *
031100*-------------------------------------------------------*
031200 01  KR-HEADING-LINE-1.
031300     05  FILLER               PIC X(80)    VALUE
031400         "KEY FILE INTEGRITY AUDIT - KEYMST, KEYAUD, KEYRTK".
031500
031600 01  KR-HEADING-LINE-2.
031700     05  FILLER               PIC X(80)    VALUE
031800         "=================================================".
031900
032000 01  KR-PARM-LINE.
032100     05  FILLER               PIC X(32)    VALUE
032200         "EXCEPTION TOLERANCE (ERRTOL) . .".
032300     05  KR-RPT-TOLERANCE     PIC Z,ZZZ,ZZ9.
032400     05  FILLER               PIC X(39)    VALUE SPACES.
032500
032600 01  KR-NO-ARCHIVE-LINE.
032700     05  FILLER               PIC X(80)    VALUE
032800         "NO AUDARC ARCHIVE ON FILE - KEYAUD ENTRIES ONLY".
032900
033000 01  KR-NO-KEYARC-LINE.
033100     05  FILLER               PIC X(80)    VALUE
033200         "NO KEYARC MASTER ARCHIVE - NO KEY EXCUSED AS ARCHIVED".
033300
033400 01  KR-NO-KEYEVT-LINE.
033500     05  FILLER               PIC X(80)    VALUE
033600         "NO KEYEVT HISTORY - NO R ENTRY EXCUSED AS RE-KEYED".
033700
033800 01  KR-DETAIL-HEADING.
033900     05  FILLER               PIC X(40)    VALUE
034000         "SRC  EXCEPTION                     KEY".
034100     05  FILLER               PIC X(40)    VALUE
034200         "                         DETAIL".
034300
034400 01  KR-DETAIL-LINE.
034500     05  FILLER               PIC X(01)    VALUE SPACE.
034600     05  KR-DTL-SOURCE        PIC X(01).
034700     05  FILLER               PIC X(03)    VALUE SPACES.
034800     05  KR-DTL-EXCEPTION     PIC X(28).
034900     05  FILLER               PIC X(01)    VALUE SPACE.
035000     05  KR-DTL-KEY           PIC X(30).
035100     05  FILLER               PIC X(01)    VALUE SPACE.
035200     05  KR-DTL-DETAIL        PIC X(15).
035300
035400 01  KR-GRID-HEADING-1.
035500     05  FILLER               PIC X(39)    VALUE
035600         "EXCEPTIONS BY SOURCE  PROC'D  PROC'D   ".
035700     05  FILLER               PIC X(41)    VALUE
035800         "REJ'D RTK OPN   AUDIT     RTK".
035900
036000 01  KR-GRID-HEADING-2.
036100     05  FILLER               PIC X(38)    VALUE
036200         "SOURCE                NO AUD OUT KEY  ".
036300     05  FILLER               PIC X(42)    VALUE
036400         "NO RTK AFT PRC  NO MST  NO MST   TOTAL".
036500
036600 01  KR-GRID-LINE.
036700     05  FILLER               PIC X(01)    VALUE SPACE.
036800     05  KR-GRD-SOURCE        PIC X(08).
036900     05  FILLER               PIC X(11)    VALUE SPACES.
037000     05  KR-GRD-CELL          OCCURS 6 TIMES.
037100         10  FILLER           PIC X(01).
037200         10  KR-GRD-COUNT     PIC ZZZ,ZZ9.
037300     05  FILLER               PIC X(01)    VALUE SPACE.
037400     05  KR-GRD-TOTAL         PIC ZZZ,ZZ9.
037500     05  FILLER               PIC X(04)    VALUE SPACES.
037600
037700 01  KR-TOTAL-LINE.
037800     05  KR-TOT-LABEL         PIC X(32).
037900     05  KR-TOT-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.
038000     05  FILLER               PIC X(35)    VALUE SPACES.
038100
038200 01  KR-RESULT-LINE.
038300     05  FILLER               PIC X(33)    VALUE
038400         "RESULT . . . . . . . . . . . . .".
038500     05  KR-RESULT-TEXT       PIC X(47)    VALUE SPACES.
038600
038700 PROCEDURE                DIVISION.
038800
038900*****************************************************
039000* 0000-MAINLINE                                      *
039100*****************************************************
039200 0000-MAINLINE.
039300     PERFORM 1000-INITIALIZE
039400         THRU 1000-INITIALIZE-EXIT.
039500
039600     IF NOT KR-ABEND
039700         PERFORM 2000-AUDIT-FILES
039800             THRU 2000-AUDIT-FILES-EXIT
039900         PERFORM 8000-PRODUCE-TOTALS
040000             THRU 8000-PRODUCE-TOTALS-EXIT
040100     END-IF.
040200
040300     PERFORM 9000-TERMINATE
040400         THRU 9000-TERMINATE-EXIT.
040500
040600     STOP RUN.
040700
040800*****************************************************
040900* 1000-INITIALIZE - PICK UP THE TOLERANCE, OPEN THE  *
041000* FILES.  THE MASTER, THE TRACKING MASTER, AND THE   *
041100* LIVE TRAIL MUST ALL OPEN OR THERE IS NOTHING TO    *
041200* COMPARE - ABEND.  THE AUDARC AND KEYARC ARCHIVES   *
041300* AND THE KEYEVT HISTORY ONLY EXCUSE KEYS, SO ONE    *
041400* MISSING IS NOTED ON THE REPORT AND THE RUN GOES ON *
041500*****************************************************
041600 1000-INITIALIZE.
041700     OPEN OUTPUT INT-RPT.
041800     ACCEPT KR-JOB-ID FROM ENVIRONMENT "JOBID".
041825     PERFORM 1500-CHECK-UNMASK
041850         THRU 1500-CHECK-UNMASK-EXIT.
041900
042000     ACCEPT KR-TOLERANCE-TEXT FROM ENVIRONMENT "ERRTOL".
042100     IF KR-TOLERANCE-TEXT NOT = SPACES
042200         MOVE FUNCTION NUMVAL ( KR-TOLERANCE-TEXT )
042300             TO KR-TOLERANCE
042400     END-IF.
042500
042600     WRITE RPT-LINE FROM KR-HEADING-LINE-1.
042700     WRITE RPT-LINE FROM KR-HEADING-LINE-2.
042800     MOVE KR-TOLERANCE TO KR-RPT-TOLERANCE.
042900     WRITE RPT-LINE FROM KR-PARM-LINE.
043000
043100     OPEN INPUT KEY-MST.
043200     IF KR-MST-STATUS = "00"
043300         SET KR-MST-OPEN TO TRUE
043400     ELSE
043500         SET KR-ABEND TO TRUE
043600         MOVE 16 TO RETURN-CODE
043700         DISPLAY "INTAUD - KEYMST OPEN FAILED, STATUS "
043800             KR-MST-STATUS " - RUN ABENDED, RETURN-CODE "
043900             "SET TO 16"
044000         GO TO 1000-INITIALIZE-EXIT
044100     END-IF.
044200
044300     OPEN INPUT KEY-RTK.
044400     IF KR-RTK-STATUS = "00"
044500         SET KR-RTK-OPEN TO TRUE
044600     ELSE
044700         SET KR-ABEND TO TRUE
044800         MOVE 16 TO RETURN-CODE
044900         DISPLAY "INTAUD - KEYRTK OPEN FAILED, STATUS "
045000             KR-RTK-STATUS " - RUN ABENDED, RETURN-CODE "
045100             "SET TO 16"
045200         GO TO 1000-INITIALIZE-EXIT
045300     END-IF.
045400
045500     OPEN INPUT AUD-IN.
045600     IF KR-AUD-STATUS = "00"
045700         SET KR-AUD-OPEN TO TRUE
045800     ELSE
045900         SET KR-ABEND TO TRUE
046000         MOVE 16 TO RETURN-CODE
046100         DISPLAY "INTAUD - KEYAUD OPEN FAILED, STATUS "
046200             KR-AUD-STATUS " - RUN ABENDED, RETURN-CODE "
046300             "SET TO 16"
046400         GO TO 1000-INITIALIZE-EXIT
046500     END-IF.
046600
046700     OPEN INPUT AUD-ARC.
046800     IF KR-ARC-STATUS = "00"
046900         SET KR-ARC-OPEN TO TRUE
047000     ELSE
047100         SET KR-ARC-EOF TO TRUE
047200         WRITE RPT-LINE FROM KR-NO-ARCHIVE-LINE
047300     END-IF.
047400
047500     OPEN INPUT KEY-ARC.
047600     IF KR-KARC-STATUS = "00"
047700         SET KR-KARC-OPEN TO TRUE
047800     ELSE
047900         WRITE RPT-LINE FROM KR-NO-KEYARC-LINE
048000     END-IF.
048100
048200     OPEN INPUT KEY-EVT.
048300     IF KR-EVT-STATUS = "00"
048400         SET KR-EVT-OPEN TO TRUE
048500     ELSE
048600         WRITE RPT-LINE FROM KR-NO-KEYEVT-LINE
048700     END-IF.
048800
048900     MOVE SPACES TO RPT-LINE.
049000     WRITE RPT-LINE.
049100     WRITE RPT-LINE FROM KR-DETAIL-HEADING.
049200     INITIALIZE KR-EXCEPTION-TABLE.
049300 1000-INITIALIZE-EXIT.
049400     EXIT.
049500
049502*****************************************************
049504* 1500-CHECK-UNMASK - PICK UP THE UNMASK REQUEST AND *
049506* HAVE KEYMASK RULE ON IT, WHICH LEAVES A KEYALT     *
049508* ENTRY FOR AN UNMASKED OR A REFUSED RUN.  A REFUSED *
049510* REQUEST PRINTS MASKED AND ENDS RC 4                *
049512*****************************************************
049514 1500-CHECK-UNMASK.
049516     MOVE SPACES TO KEY-MASK-REQUEST.
049518     MOVE "INTAUD" TO KMK-PROGRAM-NAME.
049520     MOVE KR-JOB-ID TO KMK-JOB-ID.
049522     ACCEPT KMK-UNMASK-PARM FROM ENVIRONMENT "UNMASK".
049526     ACCEPT KMK-REQUESTED-BY FROM ENVIRONMENT "UNMASKBY".
049528     SET KMK-CHECK-UNMASK TO TRUE.
049530     PERFORM 9850-CALL-KEYMASK
049532         THRU 9850-CALL-KEYMASK-EXIT.
049534     SET KMK-MASK-KEY TO TRUE.
049536
049538     IF KMK-UNMASK-REFUSED
049540         AND RETURN-CODE < 4
049542         MOVE 4 TO RETURN-CODE
049544     END-IF.
049546 1500-CHECK-UNMASK-EXIT.
049548     EXIT.
049568
049600*****************************************************
049700* 2000-AUDIT-FILES - SORT THE TRAIL INTO KEY ORDER   *
049800* (OLDEST ENTRY FIRST WITHIN A KEY) AND SWEEP IT     *
049900* AGAINST THE TWO MASTERS, THEN JUDGE THE COUNT      *
050000* AGAINST THE TOLERANCE                              *
050100*****************************************************
050200 2000-AUDIT-FILES.
050300     SORT SORT-WORK
050400         ASCENDING KEY SRT-INPUT-KEY
050500                       SRT-ORDINAL
050600         INPUT PROCEDURE IS 2100-RELEASE-AUDIT
050700             THRU 2100-RELEASE-AUDIT-EXIT
050800         OUTPUT PROCEDURE IS 3000-MATCH-FILES
050900             THRU 3000-MATCH-FILES-EXIT.
051000
051100     PERFORM 7500-CHECK-TOLERANCE
051200         THRU 7500-CHECK-TOLERANCE-EXIT.
051300 2000-AUDIT-FILES-EXIT.
051400     EXIT.
051500
051600*****************************************************
051700* 2100-RELEASE-AUDIT - SORT INPUT: THE ARCHIVE, THEN *
051800* THE LIVE TRAIL, EACH ENTRY NUMBERED IN THE ORDER   *
051900* WRITTEN SO A KEY'S ENTRIES COME BACK OLDEST FIRST  *
052000*****************************************************
052100 2100-RELEASE-AUDIT.
052200     PERFORM 2200-RELEASE-ARCHIVE-ENTRY
052300         THRU 2200-RELEASE-ARCHIVE-ENTRY-EXIT
052400         UNTIL KR-ARC-EOF.
052500
052600     PERFORM 2300-RELEASE-TRAIL-ENTRY
052700         THRU 2300-RELEASE-TRAIL-ENTRY-EXIT
052800         UNTIL KR-AUD-EOF.
052900 2100-RELEASE-AUDIT-EXIT.
053000     EXIT.
053100
053200 2200-RELEASE-ARCHIVE-ENTRY.
053300     READ AUD-ARC
053400         AT END
053500             SET KR-ARC-EOF TO TRUE
053600             GO TO 2200-RELEASE-ARCHIVE-ENTRY-EXIT
053700     END-READ.
053800     ADD 1 TO KR-ARC-ENTRIES-READ.
053900     MOVE AR-INPUT-KEY     TO SRT-INPUT-KEY.
054000     MOVE AR-JOB-ID        TO SRT-JOB-ID.
054100     MOVE AR-SOURCE-SYSTEM TO SRT-SOURCE-SYSTEM.
054200     MOVE AR-OUTPUT-KEY    TO SRT-OUTPUT-KEY.
054300     PERFORM 2400-RELEASE-ENTRY
054400         THRU 2400-RELEASE-ENTRY-EXIT.
054500 2200-RELEASE-ARCHIVE-ENTRY-EXIT.
054600     EXIT.
054700
054800 2300-RELEASE-TRAIL-ENTRY.
054900     READ AUD-IN
055000         AT END
055100             SET KR-AUD-EOF TO TRUE
055200             GO TO 2300-RELEASE-TRAIL-ENTRY-EXIT
055300     END-READ.
055400     ADD 1 TO KR-AUD-ENTRIES-READ.
055500     MOVE AUD-INPUT-KEY     TO SRT-INPUT-KEY.
055600     MOVE AUD-JOB-ID        TO SRT-JOB-ID.
055700     MOVE AUD-SOURCE-SYSTEM TO SRT-SOURCE-SYSTEM.
055800     MOVE AUD-OUTPUT-KEY    TO SRT-OUTPUT-KEY.
055900     PERFORM 2400-RELEASE-ENTRY
056000         THRU 2400-RELEASE-ENTRY-EXIT.
056100 2300-RELEASE-TRAIL-ENTRY-EXIT.
056200     EXIT.
056300
056400*****************************************************
056500* 2400-RELEASE-ENTRY - A BLANK INPUT KEY (A REASON   *
056600* 01 REJECT) HAS NO MASTER ENTRY TO AGREE WITH       *
056700*****************************************************
056800 2400-RELEASE-ENTRY.
056900     IF SRT-INPUT-KEY = SPACES
057000         GO TO 2400-RELEASE-ENTRY-EXIT
057100     END-IF.
057200     ADD 1 TO KR-RELEASE-ORDINAL.
057300     MOVE KR-RELEASE-ORDINAL TO SRT-ORDINAL.
057400     RELEASE SORT-RECORD.
057500 2400-RELEASE-ENTRY-EXIT.
057600     EXIT.
057700
057800*****************************************************
057900* 3000-MATCH-FILES - SORT OUTPUT: PRIME ALL THREE    *
058000* STREAMS AND TAKE THE LOWEST KEY ON ANY OF THEM     *
058100* UNTIL ALL THREE ARE USED UP                        *
058200*****************************************************
058300 3000-MATCH-FILES.
058400     PERFORM 3100-RETURN-AUDIT
058500         THRU 3100-RETURN-AUDIT-EXIT.
058600     PERFORM 3200-READ-MASTER
058700         THRU 3200-READ-MASTER-EXIT.
058800     PERFORM 3300-READ-TRACKING
058900         THRU 3300-READ-TRACKING-EXIT.
059000
059100     PERFORM 4000-MATCH-ONE-KEY
059200         THRU 4000-MATCH-ONE-KEY-EXIT
059300         UNTIL KR-MST-KEY = HIGH-VALUES
059400           AND KR-RTK-KEY = HIGH-VALUES
059500           AND KR-AUD-KEY = HIGH-VALUES.
059600 3000-MATCH-FILES-EXIT.
059700     EXIT.
059800
059900 3100-RETURN-AUDIT.
060000     RETURN SORT-WORK
060100         AT END
060200             MOVE HIGH-VALUES TO KR-AUD-KEY
060300             GO TO 3100-RETURN-AUDIT-EXIT
060400     END-RETURN.
060500     MOVE SRT-INPUT-KEY TO KR-AUD-KEY.
060600 3100-RETURN-AUDIT-EXIT.
060700     EXIT.
060800
060900*****************************************************
061000* 3200-READ-MASTER - READ THE NEXT MASTER ENTRY.  A  *
061100* READ ERROR ENDS THE STREAM EARLY AND FAILS THE     *
061200* STEP - WHAT WAS NOT READ CANNOT BE VOUCHED FOR     *
061300*****************************************************
061400 3200-READ-MASTER.
061500     READ KEY-MST NEXT RECORD
061600         AT END
061700             MOVE HIGH-VALUES TO KR-MST-KEY
061800             GO TO 3200-READ-MASTER-EXIT
061900     END-READ.
062000     IF KR-MST-STATUS NOT = "00"
062100         MOVE HIGH-VALUES TO KR-MST-KEY
062200         SET KR-CUT-SHORT TO TRUE
062300         MOVE 16 TO RETURN-CODE
062400         DISPLAY "INTAUD - KEYMST READ FAILED, STATUS "
062500             KR-MST-STATUS " - SWEEP CUT SHORT, RETURN-CODE "
062600             "SET TO 16"
062700         GO TO 3200-READ-MASTER-EXIT
062800     END-IF.
062900     ADD 1 TO KR-MST-ENTRIES-READ.
063000     MOVE KM-KEY TO KR-MST-KEY.
063100 3200-READ-MASTER-EXIT.
063200     EXIT.
063300
063400*****************************************************
063500* 3300-READ-TRACKING - READ THE NEXT TRACKING ENTRY, *
063600* ON THE SAME TERMS AS THE MASTER                    *
063700*****************************************************
063800 3300-READ-TRACKING.
063900     READ KEY-RTK NEXT RECORD
064000         AT END
064100             MOVE HIGH-VALUES TO KR-RTK-KEY
064200             GO TO 3300-READ-TRACKING-EXIT
064300     END-READ.
064400     IF KR-RTK-STATUS NOT = "00"
064500         MOVE HIGH-VALUES TO KR-RTK-KEY
064600         SET KR-CUT-SHORT TO TRUE
064700         MOVE 16 TO RETURN-CODE
064800         DISPLAY "INTAUD - KEYRTK READ FAILED, STATUS "
064900             KR-RTK-STATUS " - SWEEP CUT SHORT, RETURN-CODE "
065000             "SET TO 16"
065100         GO TO 3300-READ-TRACKING-EXIT
065200     END-IF.
065300     ADD 1 TO KR-RTK-ENTRIES-READ.
065400     MOVE RT-KEY TO KR-RTK-KEY.
065500 3300-READ-TRACKING-EXIT.
065600     EXIT.
065700
065800*****************************************************
065900* 4000-MATCH-ONE-KEY - FIND THE LOWEST KEY ON THE    *
066000* THREE STREAMS AND WHICH MASTERS HOLD IT, GATHER    *
066100* ITS AUDIT ENTRIES WITH THE MASTER ENTRY IN HAND,   *
066200* JUDGE IT, AND MOVE ON EVERY STREAM THAT HELD IT    *
066300*****************************************************
066400 4000-MATCH-ONE-KEY.
066500     MOVE KR-MST-KEY TO KR-LOW-KEY.
066600     IF KR-RTK-KEY < KR-LOW-KEY
066700         MOVE KR-RTK-KEY TO KR-LOW-KEY
066800     END-IF.
066900     IF KR-AUD-KEY < KR-LOW-KEY
067000         MOVE KR-AUD-KEY TO KR-LOW-KEY
067100     END-IF.
067200     ADD 1 TO KR-KEYS-COMPARED.
067300
067400     MOVE 'N' TO KR-MST-HIT-SWITCH.
067500     IF KR-MST-KEY = KR-LOW-KEY
067600         SET KR-MST-HIT TO TRUE
067700     END-IF.
067800     MOVE 'N' TO KR-RTK-HIT-SWITCH.
067900     IF KR-RTK-KEY = KR-LOW-KEY
068000         SET KR-RTK-HIT TO TRUE
068100     END-IF.
068200
068300     INITIALIZE KR-AUDIT-SUMMARY.
068400     PERFORM 4100-TAKE-AUDIT-ENTRY
068500         THRU 4100-TAKE-AUDIT-ENTRY-EXIT
068600         UNTIL KR-AUD-KEY NOT = KR-LOW-KEY.
068700
068800     IF KR-MST-HIT
068900         PERFORM 5000-CHECK-MASTER
069000             THRU 5000-CHECK-MASTER-EXIT
069100     ELSE
069200         PERFORM 6000-CHECK-ORPHANS
069300             THRU 6000-CHECK-ORPHANS-EXIT
069400     END-IF.
069500
069600     IF KR-MST-HIT
069700         PERFORM 3200-READ-MASTER
069800             THRU 3200-READ-MASTER-EXIT
069900     END-IF.
070000     IF KR-RTK-HIT
070100         PERFORM 3300-READ-TRACKING
070200             THRU 3300-READ-TRACKING-EXIT
070300     END-IF.
070400 4000-MATCH-ONE-KEY-EXIT.
070500     EXIT.
070600
070700*****************************************************
070800* 4100-TAKE-AUDIT-ENTRY - FOLD ONE AUDIT ENTRY FOR   *
070900* THE CURRENT KEY INTO ITS SUMMARY.  AN ENTRY THAT   *
071000* CARRIES AN OUTPUT KEY AND WAS WRITTEN BY THE JOB   *
071100* THE MASTER NAMES IS THE ONE THE MASTER MUST AGREE  *
071200* WITH - THE LATEST SUCH ENTRY WINS.  RETURN NEXT    *
071300*****************************************************
071400 4100-TAKE-AUDIT-ENTRY.
071500     ADD 1 TO KR-AK-ENTRIES.
071600     MOVE SRT-OUTPUT-KEY    TO KR-AK-LAST-OUTPUT.
071700     MOVE SRT-JOB-ID        TO KR-AK-LAST-JOB.
071800     MOVE SRT-SOURCE-SYSTEM TO KR-AK-SOURCE.
071900     IF SRT-OUTPUT-KEY NOT = SPACES
072000         SET KR-AK-ANY-OUTPUT TO TRUE
072100         IF KR-MST-HIT
072200             AND SRT-JOB-ID = KM-JOB-ID
072300             SET KR-AK-JOB-FOUND TO TRUE
072400             MOVE SRT-OUTPUT-KEY TO KR-AK-JOB-OUTPUT
072500         END-IF
072600     END-IF.
072700
072800     PERFORM 3100-RETURN-AUDIT
072900         THRU 3100-RETURN-AUDIT-EXIT.
073000 4100-TAKE-AUDIT-ENTRY-EXIT.
073100     EXIT.
073200
073300*****************************************************
073400* 5000-CHECK-MASTER - THE KEY IS ON THE MASTER.      *
073500* JUDGE IT BY ITS STATUS; AN ENTRY WITH NO STATUS    *
073600* BYTE PREDATES THE OUTPUT KEY AND IS ONLY COUNTED   *
073700*****************************************************
073800 5000-CHECK-MASTER.
073900     MOVE KM-SOURCE-SYSTEM TO KR-EXC-SOURCE.
074000     EVALUATE TRUE
074100         WHEN KM-PROCESSED
074200             PERFORM 5100-CHECK-PROCESSED
074300                 THRU 5100-CHECK-PROCESSED-EXIT
074400         WHEN KM-REJECTED
074500             PERFORM 5200-CHECK-REJECTED
074600                 THRU 5200-CHECK-REJECTED-EXIT
074700         WHEN OTHER
074800             ADD 1 TO KR-MST-NOT-CHECKED
074900     END-EVALUATE.
075000 5000-CHECK-MASTER-EXIT.
075100     EXIT.
075200
075300*****************************************************
075400* 5100-CHECK-PROCESSED - A P ENTRY NEEDS AN AUDIT    *
075500* ENTRY FROM THE JOB THAT WROTE IT, CARRYING THE     *
075600* SAME OUTPUT KEY; AND ANY TRACKING ENTRY OPENED     *
075700* BEFORE THE DAY THE KEY PROCESSED SHOULD HAVE BEEN  *
075800* CLOSED BY THAT RUN                                 *
075900*****************************************************
076000 5100-CHECK-PROCESSED.
076100     MOVE KM-JOB-ID TO KR-DTL-JOB.
076200     MOVE KR-DETAIL-JOB TO KR-EXC-DETAIL.
076300     IF NOT KR-AK-JOB-FOUND
076400         MOVE 1 TO KR-EXC-TYPE
076500         PERFORM 7000-RECORD-EXCEPTION
076600             THRU 7000-RECORD-EXCEPTION-EXIT
076700     ELSE
076800         IF KR-AK-JOB-OUTPUT NOT = KM-LAST-OUTPUT-KEY
076900             MOVE 2 TO KR-EXC-TYPE
077000             PERFORM 7000-RECORD-EXCEPTION
077100                 THRU 7000-RECORD-EXCEPTION-EXIT
077200         END-IF
077300     END-IF.
077400
077500     IF NOT KR-RTK-HIT
077600         GO TO 5100-CHECK-PROCESSED-EXIT
077700     END-IF.
077800     IF RT-CLOSED OR RT-WITHDRAWN
077900         GO TO 5100-CHECK-PROCESSED-EXIT
078000     END-IF.
078100     IF KM-LAST-DATE IS NOT NUMERIC
078200         OR RT-OPEN-DATE IS NOT NUMERIC
078300         GO TO 5100-CHECK-PROCESSED-EXIT
078400     END-IF.
078500     IF KM-LAST-DATE > RT-OPEN-DATE
078600         MOVE RT-STATUS TO KR-DTL-RT-STATUS
078700         MOVE RT-OPEN-DATE TO KR-DTL-RT-DATE
078800         MOVE KR-DETAIL-TRACKING TO KR-EXC-DETAIL
078900         MOVE 4 TO KR-EXC-TYPE
079000         PERFORM 7000-RECORD-EXCEPTION
079100             THRU 7000-RECORD-EXCEPTION-EXIT
079200     END-IF.
079300 5100-CHECK-PROCESSED-EXIT.
079400     EXIT.
079500
079600*****************************************************
079700* 5200-CHECK-REJECTED - AN R ENTRY NEEDS A TRACKING  *
079800* ENTRY, UNLESS REJFIX REPAIRED THE KEY INTO A       *
079900* DIFFERENT VALUE AND RE-KEYED ITS TRACKING ENTRY    *
080000* TO MATCH                                           *
080100*****************************************************
080200 5200-CHECK-REJECTED.
080300     IF KR-RTK-HIT
080400         GO TO 5200-CHECK-REJECTED-EXIT
080500     END-IF.
080600
080700     PERFORM 5300-LOOK-FOR-REKEY
080800         THRU 5300-LOOK-FOR-REKEY-EXIT.
080900     IF KR-REKEYED
081000         ADD 1 TO KR-KEYS-REKEYED
081100         GO TO 5200-CHECK-REJECTED-EXIT
081200     END-IF.
081300
081400     MOVE KM-REASON-CODE TO KR-DTL-REASON.
081500     MOVE KR-DETAIL-REASON TO KR-EXC-DETAIL.
081600     MOVE 3 TO KR-EXC-TYPE.
081700     PERFORM 7000-RECORD-EXCEPTION
081800         THRU 7000-RECORD-EXCEPTION-EXIT.
081900 5200-CHECK-REJECTED-EXIT.
082000     EXIT.
082100
082200*****************************************************
082300* 5300-LOOK-FOR-REKEY - BROWSE THE KEY'S EVENT       *
082400* HISTORY FOR A REPAIR (F) WHOSE OUTPUT IS A         *
082500* DIFFERENT VALUE                                    *
082600*****************************************************
082700 5300-LOOK-FOR-REKEY.
082800     MOVE 'N' TO KR-REKEYED-SWITCH.
082900     IF NOT KR-EVT-OPEN
083000         GO TO 5300-LOOK-FOR-REKEY-EXIT
083100     END-IF.
083200
083300     MOVE KR-LOW-KEY TO EV-KEY.
083400     MOVE 0 TO EV-DATE.
083500     MOVE 0 TO EV-TIME.
083600     MOVE 0 TO EV-SEQUENCE.
083700     START KEY-EVT KEY IS NOT LESS THAN EV-EVENT-KEY
083800         INVALID KEY
083900             GO TO 5300-LOOK-FOR-REKEY-EXIT
084000     END-START.
084100
084200     MOVE 'N' TO KR-EVT-DONE-SWITCH.
084300     PERFORM 5310-READ-EVENT
084400         THRU 5310-READ-EVENT-EXIT
084500         UNTIL KR-EVT-DONE.
084600 5300-LOOK-FOR-REKEY-EXIT.
084700     EXIT.
084800
084900 5310-READ-EVENT.
085000     READ KEY-EVT NEXT RECORD
085100         AT END
085200             SET KR-EVT-DONE TO TRUE
085300             GO TO 5310-READ-EVENT-EXIT
085400     END-READ.
085500     IF KR-EVT-STATUS NOT = "00"
085600         OR EV-KEY NOT = KR-LOW-KEY
085700         SET KR-EVT-DONE TO TRUE
085800         GO TO 5310-READ-EVENT-EXIT
085900     END-IF.
086000     IF EV-REPAIRED
086100         AND EV-OUTPUT-KEY NOT = SPACES
086200         AND EV-OUTPUT-KEY NOT = KR-LOW-KEY
086300         SET KR-REKEYED TO TRUE
086400         SET KR-EVT-DONE TO TRUE
086500     END-IF.
086600 5310-READ-EVENT-EXIT.
086700     EXIT.
086800
086900*****************************************************
087000* 6000-CHECK-ORPHANS - THE KEY IS NOT ON THE LIVE    *
087100* MASTER.  A KEY MSTMAINT ARCHIVED IS ACCOUNTED FOR. *
087200* OTHERWISE ITS AUDIT ENTRIES ARE ORPHANS UNLESS THE *
087300* LAST ONE IS A BACKOUT REMOVAL (NO OUTPUT KEY AFTER *
087400* ONE THAT HAD ONE), AND ITS TRACKING ENTRY IS AN    *
087500* ORPHAN UNLESS IT IS A REPAIR WAITING ON THE        *
087600* RESUBMIT                                           *
087700*****************************************************
087800 6000-CHECK-ORPHANS.
087900     PERFORM 6100-LOOK-IN-ARCHIVE
088000         THRU 6100-LOOK-IN-ARCHIVE-EXIT.
088100     IF KR-ARCHIVED
088200         ADD 1 TO KR-KEYS-ARCHIVED
088300         GO TO 6000-CHECK-ORPHANS-EXIT
088400     END-IF.
088500
088600     IF KR-AK-ENTRIES > 0
088700         IF KR-AK-LAST-OUTPUT = SPACES
088800             AND KR-AK-ANY-OUTPUT
088900             ADD 1 TO KR-KEYS-BACKED-OUT
089000         ELSE
089100             MOVE KR-AK-SOURCE TO KR-EXC-SOURCE
089200             MOVE KR-AK-LAST-JOB TO KR-DTL-JOB
089300             MOVE KR-DETAIL-JOB TO KR-EXC-DETAIL
089400             MOVE 5 TO KR-EXC-TYPE
089500             PERFORM 7000-RECORD-EXCEPTION
089600                 THRU 7000-RECORD-EXCEPTION-EXIT
089700         END-IF
089800     END-IF.
089900
090000     IF KR-RTK-HIT
090100         AND NOT RT-REPAIRED
090200         MOVE RT-SOURCE-SYSTEM TO KR-EXC-SOURCE
090300         MOVE RT-STATUS TO KR-DTL-RT-STATUS
090400         MOVE RT-OPEN-DATE TO KR-DTL-RT-DATE
090500         MOVE KR-DETAIL-TRACKING TO KR-EXC-DETAIL
090600         MOVE 6 TO KR-EXC-TYPE
090700         PERFORM 7000-RECORD-EXCEPTION
090800             THRU 7000-RECORD-EXCEPTION-EXIT
090900     END-IF.
091000 6000-CHECK-ORPHANS-EXIT.
091100     EXIT.
091200
091300 6100-LOOK-IN-ARCHIVE.
091400     MOVE 'N' TO KR-ARCHIVED-SWITCH.
091500     IF NOT KR-KARC-OPEN
091600         GO TO 6100-LOOK-IN-ARCHIVE-EXIT
091700     END-IF.
091800     MOVE KR-LOW-KEY TO KA-KEY.
091900     READ KEY-ARC
092000         INVALID KEY
092100             GO TO 6100-LOOK-IN-ARCHIVE-EXIT
092200     END-READ.
092300     IF KR-KARC-STATUS = "00"
092400         SET KR-ARCHIVED TO TRUE
092500     END-IF.
092600 6100-LOOK-IN-ARCHIVE-EXIT.
092700     EXIT.
092800
092900*****************************************************
093000* 7000-RECORD-EXCEPTION - COUNT THE EXCEPTION THE    *
093100* CALLER SET UNDER ITS SOURCE AND LIST IT            *
093200*****************************************************
093300 7000-RECORD-EXCEPTION.
093400     EVALUATE KR-EXC-SOURCE
093500         WHEN "B"
093600             MOVE 1 TO KR-SOURCE-SUB
093700         WHEN "W"
093800             MOVE 2 TO KR-SOURCE-SUB
093900         WHEN "E"
094000             MOVE 3 TO KR-SOURCE-SUB
094100         WHEN OTHER
094200             MOVE 4 TO KR-SOURCE-SUB
094300     END-EVALUATE.
094400     ADD 1 TO KR-EXC-COUNT ( KR-SOURCE-SUB KR-EXC-TYPE ).
094500     ADD 1 TO KR-EXC-COUNT ( 5 KR-EXC-TYPE ).
094600     ADD 1 TO KR-EXCEPTIONS-FOUND.
094700
094800     MOVE KR-EXC-SOURCE TO KR-DTL-SOURCE.
094900     MOVE KR-EXCEPTION-TEXT ( KR-EXC-TYPE ) TO KR-DTL-EXCEPTION.
094925     MOVE 0 TO KMK-KEY-LENGTH.
094950     MOVE KR-LOW-KEY TO KMK-KEY-VALUE.
094975     PERFORM 9850-CALL-KEYMASK
095000         THRU 9850-CALL-KEYMASK-EXIT.
095025     MOVE KMK-MASKED-KEY TO KR-DTL-KEY.
095100     MOVE KR-EXC-DETAIL TO KR-DTL-DETAIL.
095200     WRITE RPT-LINE FROM KR-DETAIL-LINE.
095300 7000-RECORD-EXCEPTION-EXIT.
095400     EXIT.
095500
095600*****************************************************
095700* 7500-CHECK-TOLERANCE - ANY EXCEPTION IS A WARNING  *
095800* (RETURN-CODE 4); MORE THAN THE TOLERANCE ISSUES    *
095900* KEYR025E AND FAILS THE STEP (RETURN-CODE 16).  A   *
096000* SWEEP CUT SHORT HAS ALREADY SET 16                 *
096100*****************************************************
096200 7500-CHECK-TOLERANCE.
096300     IF KR-EXCEPTIONS-FOUND = 0
096400         GO TO 7500-CHECK-TOLERANCE-EXIT
096500     END-IF.
096600
096700     IF KR-EXCEPTIONS-FOUND > KR-TOLERANCE
096800         MOVE 16 TO RETURN-CODE
096900         MOVE KR-EXCEPTIONS-FOUND TO KR-ALERT-COUNT
097000         MOVE "KEYR025" TO KMG-MESSAGE-ID
097100         MOVE KR-TOLERANCE-ALERT-TEXT TO KMG-VARIABLE-TEXT
097200         PERFORM 9800-ISSUE-MESSAGE
097300             THRU 9800-ISSUE-MESSAGE-EXIT
097400         GO TO 7500-CHECK-TOLERANCE-EXIT
097500     END-IF.
097600
097700     IF RETURN-CODE < 4
097800         MOVE 4 TO RETURN-CODE
097900     END-IF.
098000 7500-CHECK-TOLERANCE-EXIT.
098100     EXIT.
098200
098300*****************************************************
098400* 8000-PRODUCE-TOTALS - THE EXCEPTION GRID BY SOURCE *
098500* SYSTEM, CONTROL TOTALS, AND THE VERDICT            *
098600*****************************************************
098700 8000-PRODUCE-TOTALS.
098800     IF KR-EXCEPTIONS-FOUND = 0
098900         MOVE "  NONE" TO RPT-LINE
099000         WRITE RPT-LINE
099100     END-IF.
099200     MOVE SPACES TO RPT-LINE.
099300     WRITE RPT-LINE.
099400
099500     WRITE RPT-LINE FROM KR-GRID-HEADING-1.
099600     WRITE RPT-LINE FROM KR-GRID-HEADING-2.
099700     PERFORM 8100-WRITE-GRID-LINE
099800         THRU 8100-WRITE-GRID-LINE-EXIT
099900         VARYING KR-SOURCE-SUB FROM 1 BY 1
100000         UNTIL KR-SOURCE-SUB > 5.
100100     MOVE SPACES TO RPT-LINE.
100200     WRITE RPT-LINE.
100300
100400     MOVE "MASTER ENTRIES READ. . . . . . ." TO KR-TOT-LABEL.
100500     MOVE KR-MST-ENTRIES-READ TO KR-TOT-VALUE.
100600     WRITE RPT-LINE FROM KR-TOTAL-LINE.
100700
100800     MOVE "TRACKING ENTRIES READ. . . . . ." TO KR-TOT-LABEL.
100900     MOVE KR-RTK-ENTRIES-READ TO KR-TOT-VALUE.
101000     WRITE RPT-LINE FROM KR-TOTAL-LINE.
101100
101200     MOVE "ARCHIVE AUDIT ENTRIES READ . . ." TO KR-TOT-LABEL.
101300     MOVE KR-ARC-ENTRIES-READ TO KR-TOT-VALUE.
101400     WRITE RPT-LINE FROM KR-TOTAL-LINE.
101500
101600     MOVE "TRAIL AUDIT ENTRIES READ . . . ." TO KR-TOT-LABEL.
101700     MOVE KR-AUD-ENTRIES-READ TO KR-TOT-VALUE.
101800     WRITE RPT-LINE FROM KR-TOTAL-LINE.
101900
102000     MOVE "DISTINCT KEYS COMPARED . . . . ." TO KR-TOT-LABEL.
102100     MOVE KR-KEYS-COMPARED TO KR-TOT-VALUE.
102200     WRITE RPT-LINE FROM KR-TOTAL-LINE.
102300
102400     MOVE "MASTER ENTRIES WITH NO STATUS. ." TO KR-TOT-LABEL.
102500     MOVE KR-MST-NOT-CHECKED TO KR-TOT-VALUE.
102600     WRITE RPT-LINE FROM KR-TOTAL-LINE.
102700
102800     MOVE "KEYS ON THE KEYARC ARCHIVE . . ." TO KR-TOT-LABEL.
102900     MOVE KR-KEYS-ARCHIVED TO KR-TOT-VALUE.
103000     WRITE RPT-LINE FROM KR-TOTAL-LINE.
103100
103200     MOVE "KEYS REMOVED BY BACKOUT. . . . ." TO KR-TOT-LABEL.
103300     MOVE KR-KEYS-BACKED-OUT TO KR-TOT-VALUE.
103400     WRITE RPT-LINE FROM KR-TOTAL-LINE.
103500
103600     MOVE "REJECTS RE-KEYED BY REPAIR . . ." TO KR-TOT-LABEL.
103700     MOVE KR-KEYS-REKEYED TO KR-TOT-VALUE.
103800     WRITE RPT-LINE FROM KR-TOTAL-LINE.
103900
104000     MOVE "EXCEPTIONS FOUND . . . . . . . ." TO KR-TOT-LABEL.
104100     MOVE KR-EXCEPTIONS-FOUND TO KR-TOT-VALUE.
104200     WRITE RPT-LINE FROM KR-TOTAL-LINE.
104300
104400     EVALUATE TRUE
104500         WHEN KR-CUT-SHORT
104600             MOVE "SWEEP CUT SHORT BY A READ ERROR - SEE JOB LOG"
104700                 TO KR-RESULT-TEXT
104800         WHEN KR-EXCEPTIONS-FOUND > KR-TOLERANCE
104900             MOVE "OVER TOLERANCE - SEE KEYR025E"
105000                 TO KR-RESULT-TEXT
105100         WHEN KR-EXCEPTIONS-FOUND > 0
105200             MOVE "EXCEPTIONS WITHIN TOLERANCE" TO KR-RESULT-TEXT
105300         WHEN OTHER
105400             MOVE "FILES AGREE" TO KR-RESULT-TEXT
105500     END-EVALUATE.
105600     WRITE RPT-LINE FROM KR-RESULT-LINE.
105700 8000-PRODUCE-TOTALS-EXIT.
105800     EXIT.
105900
106000*****************************************************
106100* 8100-WRITE-GRID-LINE - ONE SOURCE SYSTEM'S COUNTS  *
106200* BY EXCEPTION TYPE, SLOT 5 BEING ALL SOURCES        *
106300*****************************************************
106400 8100-WRITE-GRID-LINE.
106500     MOVE SPACES TO KR-GRID-LINE.
106600     EVALUATE KR-SOURCE-SUB
106700         WHEN 4
106800             MOVE "OTHER" TO KR-GRD-SOURCE
106900         WHEN 5
107000             MOVE "TOTAL" TO KR-GRD-SOURCE
107100         WHEN OTHER
107200             MOVE KR-SOURCE-CODE ( KR-SOURCE-SUB )
107300                 TO KR-GRD-SOURCE
107400     END-EVALUATE.
107500
107600     MOVE 0 TO KR-ROW-TOTAL.
107700     PERFORM 8110-FILL-GRID-CELL
107800         THRU 8110-FILL-GRID-CELL-EXIT
107900         VARYING KR-TYPE-SUB FROM 1 BY 1
108000         UNTIL KR-TYPE-SUB > 6.
108100     MOVE KR-ROW-TOTAL TO KR-GRD-TOTAL.
108200     WRITE RPT-LINE FROM KR-GRID-LINE.
108300 8100-WRITE-GRID-LINE-EXIT.
108400     EXIT.
108500
108600 8110-FILL-GRID-CELL.
108700     MOVE KR-EXC-COUNT ( KR-SOURCE-SUB KR-TYPE-SUB )
108800         TO KR-GRD-COUNT ( KR-TYPE-SUB ).
108900     ADD KR-EXC-COUNT ( KR-SOURCE-SUB KR-TYPE-SUB )
109000         TO KR-ROW-TOTAL.
109100 8110-FILL-GRID-CELL-EXIT.
109200     EXIT.
109300
109400*****************************************************
109500* 9000-TERMINATE - CLOSE FILES                       *
109600*****************************************************
109700 9000-TERMINATE.
109800     IF KR-MST-OPEN
109900         CLOSE KEY-MST
110000     END-IF.
110100     IF KR-RTK-OPEN
110200         CLOSE KEY-RTK
110300     END-IF.
110400     IF KR-KARC-OPEN
110500         CLOSE KEY-ARC
110600     END-IF.
110700     IF KR-EVT-OPEN
110800         CLOSE KEY-EVT
110900     END-IF.
111000     IF KR-ARC-OPEN
111100         CLOSE AUD-ARC
111200     END-IF.
111300     IF KR-AUD-OPEN
111400         CLOSE AUD-IN
111500     END-IF.
111600     CLOSE INT-RPT.
111700 9000-TERMINATE-EXIT.
111800     EXIT.
111900
112000*****************************************************
112100* 9800-ISSUE-MESSAGE - FILL IN THE COMMON FIELDS OF  *
112200* THE MESSAGE REQUEST THE CALLER STARTED AND PASS IT *
112300* TO THE COMMON KEYRMSG ROUTINE.  RETURN-CODE IS     *
112400* SAVED ACROSS THE CALL - THE CALLED PROGRAM'S       *
112500* REGISTER COMES BACK ON GOBACK AND WOULD OTHERWISE  *
112600* WIPE OUT THE 16 THIS RUN HAS SET                   *
112700*****************************************************
112800 9800-ISSUE-MESSAGE.
112900     MOVE "INTAUD"  TO KMG-PROGRAM-NAME.
113000     MOVE KR-JOB-ID TO KMG-JOB-ID.
113100     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
113200     CALL "KEYRMSG" USING KEY-MESSAGE-REQUEST.
113300     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
113400 9800-ISSUE-MESSAGE-EXIT.
113500     EXIT.
113600
113700*****************************************************
113800* 9850-CALL-KEYMASK - PASS THE MASKING REQUEST TO    *
113900* THE COMMON KEYMASK ROUTINE: THE UNMASK RULING AT   *
114000* START-UP, THEN THE PRINTED FORM OF EACH KEY IN     *
114100* KMK-KEY-VALUE (TRUE LENGTH IN KMK-KEY-LENGTH, OR   *
114200* ZERO) BACK IN KMK-MASKED-KEY.  RETURN-CODE IS      *
114300* SAVED ACROSS THE CALL, AS FOR KEYRMSG              *
114400*****************************************************
114500 9850-CALL-KEYMASK.
114600     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
114700     CALL "KEYMASK" USING KEY-MASK-REQUEST.
114800     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
114900 9850-CALL-KEYMASK-EXIT.
115000     EXIT.
