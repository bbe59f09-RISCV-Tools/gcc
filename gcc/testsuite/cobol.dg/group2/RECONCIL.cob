002100* POSITION, SO A RESTART APPEND OR A REJECTED INPUT  *
002200* RECORD NO LONGER MISALIGNS EVERY LATER PAIR.  AN   *
002300* EXPECTED RECORD WHOSE INPUT PROG REJECTED (FOUND   *
002400* BY RE-APPLYING TO EACH KEY ON THE KEYREJ FILE THE  *
002500* FUNCTION PROG RAN FOR THAT KEY'S SOURCE) IS        *
002600* REPORTED AS REJECTED AT TRANSFORM, NOT AS A        *
002700* MISMATCH.  ANY OTHER RECMODE VALUE, OR NONE, KEEPS *
002800* THE POSITIONAL COMPARE.                            *
002900*                                                     *
003000* MODIFICATION HISTORY.                               *
003100* 2024-04-15  JWK  ORIGINAL PROGRAM.                  *
003200* 2024-06-03  JWK  MISMATCHES NOW SET A NONZERO       *
003300*                  RETURN-CODE, AND THE RUN ABENDS    *
003400*                  ONCE MISMATCHES PASS A CONFIGURABLE*
003500*                  FAILURE THRESHOLD.                 *
003600* 2024-09-02  JWK  ADDED THE KEY-MATCHED MODE         *
003700*                  (RECMODE=K) WITH THE KEYREJ LOOK-  *
003800*                  ASIDE.  HEADER AND TRAILER RECORDS *
003900*                  ON EITHER FILE ARE SKIPPED IN BOTH *
004000*                  MODES.  MEMBER RESEQUENCED.        *
004100* 2024-10-14  JWK  END OF JOB NOW APPENDS A RUN-      *
004200*                  SUMMARY RECORD TO THE KEYHST RUN   *
004300*                  HISTORY (KEYHST.CPY) SO THE        *
004400*                  RECONCILIATION TOTALS SURVIVE THE  *
004500*                  SPOOL FOR THE TRENDRPT ROLL-UP.    *
004600* 2024-11-04  JWK  OPERATOR MESSAGES ARE NOW ISSUED   *
004700*                  AS NUMBERED, SEVERITY-CODED        *
004800*                  KEYRNNN MESSAGES THROUGH THE       *
004900*                  COMMON KEYRMSG ROUTINE, WHICH      *
005000*                  ALSO APPENDS EACH ONE TO THE       *
005100*                  KEYALT ALERTS DATASET FOR THE      *
005200*                  OPERATIONS AUTOMATION CONSOLE.     *
005300* 2025-03-23  JWK  END OF JOB NOW APPENDS A RUN-      *
005400*                  CONTROL RECORD (KEYCTL.CPY) TO THE *
005500*                  SHARED KEYCTL DATASET FOR THE      *
005600*                  CTLBAL CROSS-STEP BALANCE.         *
005700* 2025-07-13  JWK  THE KEYHST RUN-SUMMARY RECORD NOW  *
005800*                  CARRIES THE RUN'S START DATE/TIME  *
005900*                  FOR THE RUNMON MISSED-RUN MONITOR. *
006000* 2026-10-15  JWK  KEYS ON THE EXCEPTION LINES ARE    *
006100*                  NOW MASKED THROUGH THE COMMON      *
006200*                  KEYMASK ROUTINE.  UNMASK=Y PRINTS  *
006300*                  THEM IN FULL ONLY WHEN THE         *
006400*                  SUBMITTER CAN OPEN THE             *
006500*                  RACF-PROTECTED KEYUAU DD, WITH A   *
006600*                  KEYALT ENTRY.                      *
006700* 2026-10-15  JWK  THE KEYREJ LOOK-ASIDE NOW REBUILDS *
006800*                  EACH REJECTED KEY UNDER THE        *
006900*                  FUNCTION PROG RAN FOR ITS SOURCE - *
007000*                  THE KEYPRF PROFILE'S DEFAULT, C    *
007100*                  INCLUDED, UNLESS THE FUNCTION      *
007200*                  PARAMETER FORCES ONE.  READS THE   *
007300*                  KEYPRF PROFILE MASTER.  MEMBER     *
007400*                  RESEQUENCED.                       *
007500*****************************************************
007600
007700 ENVIRONMENT              DIVISION.
007800 CONFIGURATION            SECTION.
007900 SOURCE-COMPUTER.         IBM-370.
008000 OBJECT-COMPUTER.         IBM-370.
008100
008200 INPUT-OUTPUT             SECTION.
008300 FILE-CONTROL.
008400     SELECT KEY-ACT       ASSIGN TO KEYACT
008500                           ORGANIZATION IS SEQUENTIAL.
008600
008700     SELECT KEY-EXP       ASSIGN TO KEYEXP
008800                           ORGANIZATION IS SEQUENTIAL.
008900
009000     SELECT RECON-RPT     ASSIGN TO RECRPT
009100                           ORGANIZATION IS LINE SEQUENTIAL.
009200
009300     SELECT KEY-REJ       ASSIGN TO KEYREJ
009400                           ORGANIZATION IS SEQUENTIAL
009500                           FILE STATUS IS KR-REJ-STATUS.
009600
009700     SELECT KEY-HST       ASSIGN TO KEYHST
009800                           ORGANIZATION IS LINE SEQUENTIAL
009900                           FILE STATUS IS KR-HST-STATUS.
010000
010100     SELECT KEY-CTL       ASSIGN TO KEYCTL
010200                           ORGANIZATION IS LINE SEQUENTIAL
010300                           FILE STATUS IS KR-CTL-STATUS.
010400
010500     SELECT KEY-PRF       ASSIGN TO KEYPRF
010600                           ORGANIZATION IS LINE SEQUENTIAL
010700                           FILE STATUS IS KR-PRF-STATUS.
010800
010900 DATA                     DIVISION.
011000 FILE                     SECTION.
011100 FD  KEY-ACT
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400     COPY "keyrec.cpy" REPLACING KEY-RECORD BY
011500         KEY-ACTUAL-RECORD.
011600
011700 FD  KEY-EXP
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000     COPY "keyrec.cpy" REPLACING KEY-RECORD BY
012100         KEY-EXPECTED-RECORD.
012200
012300 FD  RECON-RPT
012400     LABEL RECORDS ARE OMITTED.
012500 01  RPT-LINE                PIC X(80).
012600
012700 FD  KEY-REJ
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000     COPY "keyrej.cpy".
013100
013200 FD  KEY-HST
013300     LABEL RECORDS ARE OMITTED.
013400     COPY "keyhst.cpy".
013500
013600 FD  KEY-CTL
013700     LABEL RECORDS ARE OMITTED.
013800     COPY "keyctl.cpy".
013900
014000 FD  KEY-PRF
014100     LABEL RECORDS ARE OMITTED.
014200     COPY "keyprf.cpy".
014300
014400 WORKING-STORAGE          SECTION.
014500*-------------------------------------------------------*
014600* SWITCHES                                               *
014700*-------------------------------------------------------*
014800 01  KR-ACT-EOF-SWITCH         PIC X(01)    VALUE 'N'.
014900     88  KR-ACT-EOF                         VALUE 'Y'.
015000
015100 01  KR-EXP-EOF-SWITCH         PIC X(01)    VALUE 'N'.
015200     88  KR-EXP-EOF                         VALUE 'Y'.
015300
015400 01  KR-REJ-EOF-SWITCH         PIC X(01)    VALUE 'N'.
015500     88  KR-REJ-EOF                         VALUE 'Y'.
015600
015700 01  KR-REJ-STATUS             PIC X(02).
015800 01  KR-HST-STATUS             PIC X(02).
015900 01  KR-CTL-STATUS             PIC X(02).
016000 01  KR-PRF-STATUS             PIC X(02).
016100 01  KR-JOB-ID                 PIC X(08)    VALUE SPACES.
016200
016300 01  KR-START-STAMP.
016400     05  KR-START-DATE         PIC 9(08)    VALUE 0.
016500     05  KR-START-TIME         PIC 9(08)    VALUE 0.
016600
016700*-------------------------------------------------------*
016800* RECONCILE-MODE AND FUNCTION-SELECT CONTROLS.  EACH     *
016900* REJECTED KEY IS REBUILT UNDER THE FUNCTION PROG RAN    *
017000* FOR ITS SOURCE - THE FUNCTION PARAMETER WHEN THE RUN   *
017100* FORCES ONE, OTHERWISE THE SOURCE PROFILE'S DEFAULT,    *
017200* OR R FOR A SOURCE WITH NO PROFILE - SO THE KEYREJ      *
017300* LOOK-ASIDE CAN REBUILD WHAT IT WOULD HAVE TRANSFORMED  *
017400* TO.                                                    *
017500*-------------------------------------------------------*
017600 01  KR-MODE-TEXT              PIC X(01)    VALUE SPACE.
017700 01  KR-MODE-SWITCH            PIC X(01)    VALUE 'P'.
017800     88  KR-KEYED-MODE                      VALUE 'K'.
017900
018000 01  KR-FUNCTION-CODE          PIC X(01)    VALUE "R".
018100     88  KR-FUNCTION-REVERSE                VALUE "R".
018200     88  KR-FUNCTION-UPPER-CASE              VALUE "U".
018300     88  KR-FUNCTION-LOWER-CASE              VALUE "L".
018400     88  KR-FUNCTION-TRANSLATE               VALUE "X".
018500     88  KR-FUNCTION-CHECK-DIGIT             VALUE "C".
018600
018700 01  KR-FUNCTION-FORCED-SW     PIC X(01)    VALUE 'N'.
018800     88  KR-FUNCTION-FORCED                 VALUE 'Y'.
018900
019000 01  KR-EFF-FUNCTION-CODE      PIC X(01)    VALUE "R".
019100     88  KR-EFF-FUNCTION-REVERSE            VALUE "R".
019200     88  KR-EFF-FUNCTION-UPPER-CASE         VALUE "U".
019300     88  KR-EFF-FUNCTION-LOWER-CASE         VALUE "L".
019400     88  KR-EFF-FUNCTION-TRANSLATE          VALUE "X".
019500     88  KR-EFF-FUNCTION-CHECK-DIGIT        VALUE "C".
019600
019700*-------------------------------------------------------*
019800* PER-SOURCE PROCESSING PROFILES (SEE KEYPRF) - ONLY THE *
019900* DEFAULT FUNCTION CODE MATTERS HERE                     *
020000*-------------------------------------------------------*
020100 01  KR-PROFILE-CONTROLS.
020200     05  KR-PRF-COUNT         PIC 9(02)    COMP VALUE 0.
020300     05  KR-PRF-MAX           PIC 9(02)    COMP VALUE 10.
020400     05  KR-PRF-SUB           PIC 9(02)    COMP VALUE 0.
020500     05  KR-PRF-HIT-SUB       PIC 9(02)    COMP VALUE 0.
020600     05  KR-PRF-EOF-SWITCH    PIC X(01)    VALUE 'N'.
020700         88  KR-PRF-EOF                     VALUE 'Y'.
020800
020900 01  KR-PROFILE-TABLE.
021000     05  KR-PRF-ENTRY         OCCURS 10 TIMES.
021100         10  KR-PRF-SOURCE    PIC X(01).
021200         10  KR-PRF-FUNCTION  PIC X(01).
021300
021400*-------------------------------------------------------*
021500* CHECK-DIGIT WORK FIELDS.  UNDER FUNCTION C PROG        *
021600* APPENDS THE MOD-10 (LUHN) DIGIT TO AN ALL-NUMERIC KEY, *
021700* SO A REJECTED KEY IS REBUILT THE SAME WAY              *
021800*-------------------------------------------------------*
021900 01  KR-CDG-CONTROLS.
022000     05  KR-CDG-DOUBLE-SW     PIC X(01)    VALUE 'N'.
022100         88  KR-CDG-DOUBLE                  VALUE 'Y'.
022200     05  KR-CDG-SUB           PIC 9(02)    COMP VALUE 0.
022300     05  KR-CDG-DIGIT         PIC 9(01)    VALUE 0.
022400     05  KR-CDG-PRODUCT       PIC 9(02)    VALUE 0.
022500     05  KR-CDG-SUM           PIC 9(03)    COMP VALUE 0.
022600     05  KR-CDG-QUOTIENT      PIC 9(03)    COMP VALUE 0.
022700     05  KR-CDG-REMAINDER     PIC 9(01)    VALUE 0.
022800     05  KR-CDG-COMPUTED      PIC 9(01)    VALUE 0.
022900
023000*-------------------------------------------------------*
023100* CONTROL-TOTAL COUNTERS                                 *
023200*-------------------------------------------------------*
023300 01  KR-RECORD-NUMBER          PIC 9(07)    COMP VALUE 0.
023400 01  KR-RECORDS-COMPARED       PIC 9(07)    COMP VALUE 0.
023500 01  KR-RECORDS-MATCHED        PIC 9(07)    COMP VALUE 0.
023600 01  KR-RECORDS-MISMATCHED     PIC 9(07)    COMP VALUE 0.
023700 01  KR-RECORDS-REJ-EXPLAINED  PIC 9(07)    COMP VALUE 0.
023800
023900 01  KR-EXCEPTION-REASON       PIC X(24)    VALUE SPACES.
024000 01  KR-EXC-ACT-VALUE          PIC X(30)    VALUE SPACES.
024100 01  KR-EXC-EXP-VALUE          PIC X(30)    VALUE SPACES.
024200
024300*-------------------------------------------------------*
024400* FAILURE-THRESHOLD CONTROLS                             *
024500*-------------------------------------------------------*
024600 01  KR-THRESHOLD-TEXT          PIC X(05)    VALUE SPACES.
024700 01  KR-FAILURE-THRESHOLD       PIC 9(05)    COMP
024800                                 VALUE 50.
024900 01  KR-ABEND-SWITCH            PIC X(01)    VALUE 'N'.
025000     88  KR-ABEND                            VALUE 'Y'.
025100
025200 01  KR-THRESHOLD-WARNINGS.
025300     05  KR-WARNED-50-SWITCH  PIC X(01)    VALUE 'N'.
025400         88  KR-WARNED-50                   VALUE 'Y'.
025500     05  KR-WARNED-75-SWITCH  PIC X(01)    VALUE 'N'.
025600         88  KR-WARNED-75                   VALUE 'Y'.
025700     05  KR-WARNED-100-SWITCH PIC X(01)    VALUE 'N'.
025800         88  KR-WARNED-100                  VALUE 'Y'.
025900
026000*-------------------------------------------------------*
026100* OPERATOR-MESSAGE REQUEST AREA (SEE KEYRMSG) AND THE    *
026200* FILE-STATUS DETAIL CARRIED IN ITS VARIABLE TEXT        *
026300*-------------------------------------------------------*
026400     COPY "keymsg.cpy".
026500
026600 01  KR-STATUS-TEXT.
026700     05  FILLER               PIC X(07)    VALUE "STATUS=".
026800     05  KR-STATUS-VALUE      PIC X(02).
026900     05  FILLER               PIC X(11)    VALUE SPACES.
027000
027100 01  KR-SAVED-RETURN-CODE     PIC S9(04)   COMP VALUE 0.
027200
027300*-------------------------------------------------------*
027400* KEY-MASKING REQUEST AREA (SEE KEYMASK) - EVERY KEY     *
027500* THAT PRINTS ON THE REPORT GOES THROUGH IT              *
027600*-------------------------------------------------------*
027700     COPY "keymsk.cpy".
027800
027900*-------------------------------------------------------*
028000* KEY-MATCHED-MODE TABLES.  THE EXPECTED MASTER IS HELD  *
028100* IN CORE AND TICKED OFF AS ACTUAL RECORDS MATCH; THE    *
028200* REJECT FILE IS HELD AS THE VALUE EACH REJECTED KEY     *
028300* WOULD HAVE TRANSFORMED TO.                             *
028400*-------------------------------------------------------*
028500 01  KR-EXP-TABLE-CONTROLS.
028600     05  KR-EXP-COUNT         PIC 9(05)    COMP VALUE 0.
028700     05  KR-EXP-MAX           PIC 9(05)    COMP VALUE 50000.
028800     05  KR-EXP-SUB           PIC 9(05)    COMP VALUE 0.
028900     05  KR-MATCH-SUB         PIC 9(05)    COMP VALUE 0.
029000
029100 01  KR-EXP-TABLE.
029200     05  KR-EXP-ENTRY         OCCURS 50000 TIMES.
029300         10  KR-EXP-LENGTH    PIC 9(02)    COMP.
029400         10  KR-EXP-DATA      PIC X(30).
029500         10  KR-EXP-MATCHED   PIC X(01).
029600
029700 01  KR-REJ-TABLE-CONTROLS.
029800     05  KR-REJ-COUNT         PIC 9(05)    COMP VALUE 0.
029900     05  KR-REJ-MAX           PIC 9(05)    COMP VALUE 10000.
030000     05  KR-REJ-SUB           PIC 9(05)    COMP VALUE 0.
030100     05  KR-REJ-HIT-SUB       PIC 9(05)    COMP VALUE 0.
030200
030300 01  KR-REJ-TABLE.
030400     05  KR-REJ-ENTRY         OCCURS 10000 TIMES.
030500         10  KR-REJ-EXP-LENGTH PIC 9(02)   COMP.
030600         10  KR-REJ-EXP-DATA  PIC X(30).
030700
030800*-------------------------------------------------------*
030900* END-OF-JOB REPORT LINE IMAGES                          *
031000*-------------------------------------------------------*
031100 01  KR-HEADING-LINE-1.
031200     05  FILLER               PIC X(80)    VALUE
031300         "KEY REVERSAL RECONCILIATION REPORT".
031400
031500 01  KR-HEADING-LINE-2.
031600     05  FILLER               PIC X(80)    VALUE
031700         "=======================================".
031800
031900 01  KR-MODE-LINE.
032000     05  FILLER               PIC X(24)    VALUE
032100         "RECONCILE MODE . . . . ".
032200     05  KR-RPT-MODE          PIC X(11).
032300     05  FILLER               PIC X(45)    VALUE SPACES.
032400
032500 01  KR-EXC-LINE-1.
032600     05  FILLER               PIC X(08)    VALUE "RECORD ".
032700     05  KR-RPT-RECNO         PIC ZZZZZZ9.
032800     05  FILLER               PIC X(03)    VALUE SPACES.
032900     05  KR-RPT-REASON        PIC X(24).
033000     05  FILLER               PIC X(38)    VALUE SPACES.
033100
033200 01  KR-EXC-LINE-2.
033300     05  FILLER               PIC X(12)    VALUE
033400         "  ACTUAL:   ".
033500     05  KR-RPT-ACTUAL        PIC X(30).
033600     05  FILLER               PIC X(38)    VALUE SPACES.
033700
033800 01  KR-EXC-LINE-3.
033900     05  FILLER               PIC X(12)    VALUE
034000         "  EXPECTED: ".
034100     05  KR-RPT-EXPECTED      PIC X(30).
034200     05  FILLER               PIC X(38)    VALUE SPACES.
034300
034400 01  KR-TOTAL-LINE-COMPARED.
034500     05  FILLER               PIC X(24)    VALUE
034600         "RECORDS COMPARED. . . .".
034700     05  KR-RPT-COMPARED      PIC ZZZ,ZZ9.
034800     05  FILLER               PIC X(49)    VALUE SPACES.
034900
035000 01  KR-TOTAL-LINE-MATCHED.
035100     05  FILLER               PIC X(24)    VALUE
035200         "RECORDS MATCHED. . . . ".
035300     05  KR-RPT-MATCHED       PIC ZZZ,ZZ9.
035400     05  FILLER               PIC X(49)    VALUE SPACES.
035500
035600 01  KR-TOTAL-LINE-MISMATCHED.
035700     05  FILLER               PIC X(24)    VALUE
035800         "RECORDS MISMATCHED. . .".
035900     05  KR-RPT-MISMATCHED    PIC ZZZ,ZZ9.
036000     05  FILLER               PIC X(49)    VALUE SPACES.
036100
036200 01  KR-TOTAL-LINE-EXPLAINED.
036300     05  FILLER               PIC X(24)    VALUE
036400         "REJECTED AT TRANSFORM .".
036500     05  KR-RPT-EXPLAINED     PIC ZZZ,ZZ9.
036600     05  FILLER               PIC X(49)    VALUE SPACES.
036700
036800 PROCEDURE                DIVISION.
036900
037000*****************************************************
037100* 0000-MAINLINE                                      *
037200*****************************************************
037300 0000-MAINLINE.
037400     PERFORM 1000-INITIALIZE
037500         THRU 1000-INITIALIZE-EXIT.
037600
037700     IF KR-KEYED-MODE
037800         PERFORM 4000-RECONCILE-BY-KEY
037900             THRU 4000-RECONCILE-BY-KEY-EXIT
038000     ELSE
038100         PERFORM 2000-COMPARE-RECORDS
038200             THRU 2000-COMPARE-RECORDS-EXIT
038300             UNTIL KR-ACT-EOF AND KR-EXP-EOF
038400     END-IF.
038500
038600     PERFORM 8000-PRODUCE-REPORT
038700         THRU 8000-PRODUCE-REPORT-EXIT.
038800
038900     PERFORM 9000-TERMINATE
039000         THRU 9000-TERMINATE-EXIT.
039100
039200     STOP RUN.
039300
039400*****************************************************
039500* 1000-INITIALIZE - OPEN FILES, PICK UP THE RUN      *
039600* CONTROLS, PRIME BOTH READS                         *
039700*****************************************************
039800 1000-INITIALIZE.
039900     ACCEPT KR-START-DATE FROM DATE YYYYMMDD.
040000     ACCEPT KR-START-TIME FROM TIME.
040100     OPEN INPUT  KEY-ACT.
040200     OPEN INPUT  KEY-EXP.
040300     OPEN OUTPUT RECON-RPT.
040400
040500     ACCEPT KR-JOB-ID FROM ENVIRONMENT "JOBID".
040600
040700     PERFORM 1500-CHECK-UNMASK
040800         THRU 1500-CHECK-UNMASK-EXIT.
040900
041000     ACCEPT KR-THRESHOLD-TEXT FROM ENVIRONMENT
041100         "THRESHOLD".
041200     IF KR-THRESHOLD-TEXT NOT = SPACES
041300         MOVE FUNCTION NUMVAL ( KR-THRESHOLD-TEXT )
041400             TO KR-FAILURE-THRESHOLD
041500     END-IF.
041600
041700     ACCEPT KR-MODE-TEXT FROM ENVIRONMENT "RECMODE".
041800     IF KR-MODE-TEXT = "K"
041900         MOVE "K" TO KR-MODE-SWITCH
042000     END-IF.
042100
042200     ACCEPT KR-FUNCTION-CODE FROM ENVIRONMENT "FUNCTION".
042300     IF KR-FUNCTION-CODE = "R"
042400             OR KR-FUNCTION-CODE = "U"
042500             OR KR-FUNCTION-CODE = "L"
042600             OR KR-FUNCTION-CODE = "X"
042700             OR KR-FUNCTION-CODE = "C"
042800         SET KR-FUNCTION-FORCED TO TRUE
042900     ELSE
043000         MOVE "R" TO KR-FUNCTION-CODE
043100     END-IF.
043200
043300     PERFORM 2100-READ-ACTUAL
043400         THRU 2100-READ-ACTUAL-EXIT.
043500     PERFORM 2200-READ-EXPECTED
043600         THRU 2200-READ-EXPECTED-EXIT.
043700 1000-INITIALIZE-EXIT.
043800     EXIT.
043900
044000*****************************************************
044100* 1500-CHECK-UNMASK - PICK UP THE UNMASK REQUEST AND *
044200* HAVE KEYMASK RULE ON IT, WHICH LEAVES A KEYALT     *
044300* ENTRY FOR AN UNMASKED OR A REFUSED RUN.  A REFUSED *
044400* REQUEST PRINTS MASKED AND ENDS RC 4                *
044500*****************************************************
044600 1500-CHECK-UNMASK.
044700     MOVE SPACES TO KEY-MASK-REQUEST.
044800     MOVE "RECONCIL" TO KMK-PROGRAM-NAME.
044900     MOVE KR-JOB-ID TO KMK-JOB-ID.
045000     ACCEPT KMK-UNMASK-PARM FROM ENVIRONMENT "UNMASK".
045100     ACCEPT KMK-REQUESTED-BY FROM ENVIRONMENT "UNMASKBY".
045200     SET KMK-CHECK-UNMASK TO TRUE.
045300     PERFORM 9850-CALL-KEYMASK
045400         THRU 9850-CALL-KEYMASK-EXIT.
045500     SET KMK-MASK-KEY TO TRUE.
045600
045700     IF KMK-UNMASK-REFUSED
045800         AND RETURN-CODE < 4
045900         MOVE 4 TO RETURN-CODE
046000     END-IF.
046100 1500-CHECK-UNMASK-EXIT.
046200     EXIT.
046300
046400*****************************************************
046500* 2000-COMPARE-RECORDS - CONTROL-BREAK COMPARE OF    *
046600* ONE ACTUAL/EXPECTED PAIR                           *
046700*****************************************************
046800 2000-COMPARE-RECORDS.
046900     ADD 1 TO KR-RECORD-NUMBER.
047000
047100     IF KR-ACT-EOF AND NOT KR-EXP-EOF
047200         MOVE "ACTUAL FILE RAN SHORT" TO
047300             KR-EXCEPTION-REASON
047400         ADD 1 TO KR-RECORDS-MISMATCHED
047500         PERFORM 6000-WRITE-EXCEPTION
047600             THRU 6000-WRITE-EXCEPTION-EXIT
047700         IF NOT KR-EXP-EOF
047800             PERFORM 2200-READ-EXPECTED
047900                 THRU 2200-READ-EXPECTED-EXIT
048000         END-IF
048100     ELSE
048200         IF KR-EXP-EOF AND NOT KR-ACT-EOF
048300             MOVE "EXPECTED FILE RAN SHORT" TO
048400                 KR-EXCEPTION-REASON
048500             ADD 1 TO KR-RECORDS-MISMATCHED
048600             PERFORM 6000-WRITE-EXCEPTION
048700                 THRU 6000-WRITE-EXCEPTION-EXIT
048800             IF NOT KR-ACT-EOF
048900                 PERFORM 2100-READ-ACTUAL
049000                     THRU 2100-READ-ACTUAL-EXIT
049100             END-IF
049200         ELSE
049300             ADD 1 TO KR-RECORDS-COMPARED
049400             IF KR-KEY-LENGTH OF KEY-ACTUAL-RECORD =
049500                 KR-KEY-LENGTH OF KEY-EXPECTED-RECORD
049600                 AND KR-KEY-DATA OF KEY-ACTUAL-RECORD =
049700                     KR-KEY-DATA OF KEY-EXPECTED-RECORD
049800                 ADD 1 TO KR-RECORDS-MATCHED
049900             ELSE
050000                 ADD 1 TO KR-RECORDS-MISMATCHED
050100                 MOVE "VALUE MISMATCH" TO
050200                     KR-EXCEPTION-REASON
050300                 PERFORM 6000-WRITE-EXCEPTION
050400                     THRU 6000-WRITE-EXCEPTION-EXIT
050500             END-IF
050600             IF NOT KR-ACT-EOF
050700                 PERFORM 2100-READ-ACTUAL
050800                     THRU 2100-READ-ACTUAL-EXIT
050900             END-IF
051000             IF NOT KR-EXP-EOF
051100                 PERFORM 2200-READ-EXPECTED
051200                     THRU 2200-READ-EXPECTED-EXIT
051300             END-IF
051400         END-IF
051500     END-IF.
051600 2000-COMPARE-RECORDS-EXIT.
051700     EXIT.
051800
051900*****************************************************
052000* 2100-READ-ACTUAL - READ THE NEXT REVERSED-OUTPUT   *
052100* RECORD.  FEED HEADER AND TRAILER RECORDS ARE       *
052200* SKIPPED - ONLY DATA RECORDS RECONCILE              *
052300*****************************************************
052400 2100-READ-ACTUAL.
052500     READ KEY-ACT
052600         AT END
052700             SET KR-ACT-EOF TO TRUE
052800             GO TO 2100-READ-ACTUAL-EXIT
052900     END-READ.
053000     IF KR-RECORD-TYPE OF KEY-ACTUAL-RECORD = "H"
053100         OR KR-RECORD-TYPE OF KEY-ACTUAL-RECORD = "T"
053200         GO TO 2100-READ-ACTUAL
053300     END-IF.
053400 2100-READ-ACTUAL-EXIT.
053500     EXIT.
053600
053700*****************************************************
053800* 2200-READ-EXPECTED - READ THE NEXT MASTER RECORD.  *
053900* FEED HEADER AND TRAILER RECORDS ARE SKIPPED        *
054000*****************************************************
054100 2200-READ-EXPECTED.
054200     READ KEY-EXP
054300         AT END
054400             SET KR-EXP-EOF TO TRUE
054500             GO TO 2200-READ-EXPECTED-EXIT
054600     END-READ.
054700     IF KR-RECORD-TYPE OF KEY-EXPECTED-RECORD = "H"
054800         OR KR-RECORD-TYPE OF KEY-EXPECTED-RECORD = "T"
054900         GO TO 2200-READ-EXPECTED
055000     END-IF.
055100 2200-READ-EXPECTED-EXIT.
055200     EXIT.
055300
055400*****************************************************
055500* 4000-RECONCILE-BY-KEY - KEY-MATCHED MODE.  LOAD    *
055600* THE EXPECTED MASTER INTO CORE, TICK ENTRIES OFF AS *
055700* ACTUAL RECORDS MATCH THEM ON THE KEY VALUE, THEN   *
055800* SWEEP THE LEFTOVERS AGAINST THE REJECT FILE SO AN  *
055900* INPUT PROG REJECTED READS AS REJECTED AT           *
056000* TRANSFORM, NOT AS A MISMATCH                       *
056100*****************************************************
056200 4000-RECONCILE-BY-KEY.
056300     PERFORM 4100-LOAD-EXPECTED
056400         THRU 4100-LOAD-EXPECTED-EXIT
056500         UNTIL KR-EXP-EOF OR KR-ABEND.
056600
056700     PERFORM 4300-MATCH-ONE-ACTUAL
056800         THRU 4300-MATCH-ONE-ACTUAL-EXIT
056900         UNTIL KR-ACT-EOF OR KR-ABEND.
057000
057100     PERFORM 4600-LOAD-REJECTS
057200         THRU 4600-LOAD-REJECTS-EXIT.
057300
057400     PERFORM 4700-SWEEP-EXPECTED
057500         THRU 4700-SWEEP-EXPECTED-EXIT
057600         VARYING KR-EXP-SUB FROM 1 BY 1
057700         UNTIL KR-EXP-SUB > KR-EXP-COUNT
057800             OR KR-ABEND.
057900 4000-RECONCILE-BY-KEY-EXIT.
058000     EXIT.
058100
058200*****************************************************
058300* 4100-LOAD-EXPECTED - TABLE THE CURRENT EXPECTED    *
058400* RECORD, READ NEXT                                  *
058500*****************************************************
058600 4100-LOAD-EXPECTED.
058700     IF KR-EXP-COUNT >= KR-EXP-MAX
058800         PERFORM 9600-TABLE-ABEND
058900             THRU 9600-TABLE-ABEND-EXIT
059000         GO TO 4100-LOAD-EXPECTED-EXIT
059100     END-IF.
059200
059300     ADD 1 TO KR-EXP-COUNT.
059400     MOVE KR-KEY-LENGTH OF KEY-EXPECTED-RECORD
059500         TO KR-EXP-LENGTH ( KR-EXP-COUNT ).
059600     MOVE KR-KEY-DATA OF KEY-EXPECTED-RECORD
059700         TO KR-EXP-DATA ( KR-EXP-COUNT ).
059800     MOVE 'N' TO KR-EXP-MATCHED ( KR-EXP-COUNT ).
059900
060000     PERFORM 2200-READ-EXPECTED
060100         THRU 2200-READ-EXPECTED-EXIT.
060200 4100-LOAD-EXPECTED-EXIT.
060300     EXIT.
060400
060500*****************************************************
060600* 4300-MATCH-ONE-ACTUAL - FIND THE CURRENT ACTUAL    *
060700* RECORD ON THE EXPECTED TABLE BY KEY VALUE.  AN     *
060800* ACTUAL WITH NO EXPECTED ENTRY IS ITS OWN           *
060900* EXCEPTION.  READ NEXT                              *
061000*****************************************************
061100 4300-MATCH-ONE-ACTUAL.
061200     ADD 1 TO KR-RECORD-NUMBER.
061300     ADD 1 TO KR-RECORDS-COMPARED.
061400
061500     PERFORM 4350-SCAN-EXPECTED
061600         THRU 4350-SCAN-EXPECTED-EXIT.
061700
061800     IF KR-MATCH-SUB > 0
061900         MOVE 'Y' TO KR-EXP-MATCHED ( KR-MATCH-SUB )
062000         ADD 1 TO KR-RECORDS-MATCHED
062100     ELSE
062200         ADD 1 TO KR-RECORDS-MISMATCHED
062300         MOVE "NOT ON EXPECTED MASTER" TO
062400             KR-EXCEPTION-REASON
062500         MOVE KR-KEY-DATA OF KEY-ACTUAL-RECORD
062600             TO KR-EXC-ACT-VALUE
062700         MOVE SPACES TO KR-EXC-EXP-VALUE
062800         PERFORM 6100-WRITE-KEYED-EXCEPTION
062900             THRU 6100-WRITE-KEYED-EXCEPTION-EXIT
063000     END-IF.
063100
063200     PERFORM 2100-READ-ACTUAL
063300         THRU 2100-READ-ACTUAL-EXIT.
063400 4300-MATCH-ONE-ACTUAL-EXIT.
063500     EXIT.
063600
063700*****************************************************
063800* 4350-SCAN-EXPECTED - SERIAL SCAN OF THE EXPECTED   *
063900* TABLE FOR AN UNMATCHED ENTRY EQUAL TO THE CURRENT  *
064000* ACTUAL KEY.  KR-MATCH-SUB COMES BACK ZERO ON A     *
064100* MISS                                               *
064200*****************************************************
064300 4350-SCAN-EXPECTED.
064400     MOVE 0 TO KR-MATCH-SUB.
064500     PERFORM 4360-TEST-ONE-EXPECTED
064600         THRU 4360-TEST-ONE-EXPECTED-EXIT
064700         VARYING KR-EXP-SUB FROM 1 BY 1
064800         UNTIL KR-EXP-SUB > KR-EXP-COUNT
064900             OR KR-MATCH-SUB > 0.
065000 4350-SCAN-EXPECTED-EXIT.
065100     EXIT.
065200
065300 4360-TEST-ONE-EXPECTED.
065400     IF KR-EXP-MATCHED ( KR-EXP-SUB ) = 'N'
065500         AND KR-EXP-LENGTH ( KR-EXP-SUB ) =
065600             KR-KEY-LENGTH OF KEY-ACTUAL-RECORD
065700         AND KR-EXP-DATA ( KR-EXP-SUB ) =
065800             KR-KEY-DATA OF KEY-ACTUAL-RECORD
065900         MOVE KR-EXP-SUB TO KR-MATCH-SUB
066000     END-IF.
066100 4360-TEST-ONE-EXPECTED-EXIT.
066200     EXIT.
066300
066400*****************************************************
066500* 4500-LOAD-PROFILES - TABLE EACH SOURCE'S DEFAULT   *
066600* FUNCTION FROM THE KEYPRF PROFILE MASTER.  A MASTER *
066700* THAT WILL NOT OPEN IS REPORTED AND EVERY SOURCE    *
066800* FALLS BACK TO THE RUN'S FUNCTION CODE - THE        *
066900* LOOK-ASIDE ONLY EXPLAINS MISMATCHES, SO IT NEVER   *
067000* STOPS THE RECONCILIATION ITSELF                    *
067100*****************************************************
067200 4500-LOAD-PROFILES.
067300     OPEN INPUT KEY-PRF.
067400     IF KR-PRF-STATUS NOT = "00"
067500         MOVE "KEYR013" TO KMG-MESSAGE-ID
067600         MOVE KR-PRF-STATUS TO KR-STATUS-VALUE
067700         MOVE KR-STATUS-TEXT TO KMG-VARIABLE-TEXT
067800         PERFORM 9800-ISSUE-MESSAGE
067900             THRU 9800-ISSUE-MESSAGE-EXIT
068000         GO TO 4500-LOAD-PROFILES-EXIT
068100     END-IF.
068200
068300     PERFORM 4510-STORE-ONE-PROFILE
068400         THRU 4510-STORE-ONE-PROFILE-EXIT
068500         UNTIL KR-PRF-EOF.
068600
068700     CLOSE KEY-PRF.
068800 4500-LOAD-PROFILES-EXIT.
068900     EXIT.
069000
069100 4510-STORE-ONE-PROFILE.
069200     READ KEY-PRF
069300         AT END
069400             SET KR-PRF-EOF TO TRUE
069500             GO TO 4510-STORE-ONE-PROFILE-EXIT
069600     END-READ.
069700     IF KR-PRF-COUNT >= KR-PRF-MAX
069800         GO TO 4510-STORE-ONE-PROFILE-EXIT
069900     END-IF.
070000     ADD 1 TO KR-PRF-COUNT.
070100     MOVE KP-SOURCE-SYSTEM TO
070200         KR-PRF-SOURCE ( KR-PRF-COUNT ).
070300     MOVE KP-DEFAULT-FUNCTION TO
070400         KR-PRF-FUNCTION ( KR-PRF-COUNT ).
070500 4510-STORE-ONE-PROFILE-EXIT.
070600     EXIT.
070700
070800*****************************************************
070900* 4600-LOAD-REJECTS - READ THE KEYREJ FILE PROG      *
071000* WROTE AND TABLE, FOR EACH REJECT, THE VALUE THE    *
071100* KEY WOULD HAVE TRANSFORMED TO UNDER ITS SOURCE'S   *
071200* FUNCTION CODE.  NO KEYREJ DD, OR AN EMPTY FILE,    *
071300* JUST MEANS NOTHING TO EXPLAIN                      *
071400*****************************************************
071500 4600-LOAD-REJECTS.
071600     PERFORM 4500-LOAD-PROFILES
071700         THRU 4500-LOAD-PROFILES-EXIT.
071800
071900     OPEN INPUT KEY-REJ.
072000     IF KR-REJ-STATUS NOT = "00"
072100         IF KR-REJ-STATUS NOT = "35"
072200             MOVE "KEYR004" TO KMG-MESSAGE-ID
072300             MOVE KR-REJ-STATUS TO KR-STATUS-VALUE
072400             MOVE KR-STATUS-TEXT TO KMG-VARIABLE-TEXT
072500             PERFORM 9800-ISSUE-MESSAGE
072600                 THRU 9800-ISSUE-MESSAGE-EXIT
072700         END-IF
072800         GO TO 4600-LOAD-REJECTS-EXIT
072900     END-IF.
073000
073100     PERFORM 4620-READ-REJECT
073200         THRU 4620-READ-REJECT-EXIT.
073300     PERFORM 4650-STORE-ONE-REJECT
073400         THRU 4650-STORE-ONE-REJECT-EXIT
073500         UNTIL KR-REJ-EOF OR KR-ABEND.
073600
073700     CLOSE KEY-REJ.
073800 4600-LOAD-REJECTS-EXIT.
073900     EXIT.
074000
074100 4620-READ-REJECT.
074200     READ KEY-REJ
074300         AT END
074400             SET KR-REJ-EOF TO TRUE
074500     END-READ.
074600     IF NOT KR-REJ-EOF
074700         AND KR-REJ-STATUS NOT = "00"
074800         MOVE "KEYR004" TO KMG-MESSAGE-ID
074900         MOVE KR-REJ-STATUS TO KR-STATUS-VALUE
075000         MOVE KR-STATUS-TEXT TO KMG-VARIABLE-TEXT
075100         PERFORM 9800-ISSUE-MESSAGE
075200             THRU 9800-ISSUE-MESSAGE-EXIT
075300         SET KR-REJ-EOF TO TRUE
075400     END-IF.
075500 4620-READ-REJECT-EXIT.
075600     EXIT.
075700
075800*****************************************************
075900* 4650-STORE-ONE-REJECT - TRANSFORM THE REJECTED     *
076000* KEY THE WAY PROG WOULD HAVE AND TABLE THE RESULT.  *
076100* A KEY WHOSE LENGTH IS OUT OF RANGE COULD NEVER     *
076200* HAVE TRANSFORMED, SO IT IS NOT TABLED; NOR IS ONE  *
076300* UNDER C THAT IS NOT NUMERIC OR IS ALREADY 30       *
076400* BYTES, NOR ONE UNDER X, WHOSE NEW VALUE ONLY THE   *
076500* KEYXRF CROSS-REFERENCE KNOWS.  READ NEXT           *
076600*****************************************************
076700 4650-STORE-ONE-REJECT.
076800     IF KJ-KEY-LENGTH < 1
076900         OR KJ-KEY-LENGTH > 30
077000         GO TO 4650-STORE-ONE-REJECT-NEXT
077100     END-IF.
077200
077300     PERFORM 4660-SELECT-FUNCTION
077400         THRU 4660-SELECT-FUNCTION-EXIT.
077500     IF KR-EFF-FUNCTION-TRANSLATE
077600         GO TO 4650-STORE-ONE-REJECT-NEXT
077700     END-IF.
077800     IF KR-EFF-FUNCTION-CHECK-DIGIT
077900         IF KJ-KEY-LENGTH NOT < 30
078000             OR KJ-KEY-DATA ( 1 : KJ-KEY-LENGTH )
078100                 IS NOT NUMERIC
078200             GO TO 4650-STORE-ONE-REJECT-NEXT
078300         END-IF
078400     END-IF.
078500
078600     IF KR-REJ-COUNT >= KR-REJ-MAX
078700         PERFORM 9600-TABLE-ABEND
078800             THRU 9600-TABLE-ABEND-EXIT
078900         GO TO 4650-STORE-ONE-REJECT-EXIT
079000     END-IF.
079100
079200     ADD 1 TO KR-REJ-COUNT.
079300     MOVE KJ-KEY-LENGTH
079400         TO KR-REJ-EXP-LENGTH ( KR-REJ-COUNT ).
079500     MOVE SPACES TO KR-REJ-EXP-DATA ( KR-REJ-COUNT ).
079600     EVALUATE TRUE
079700         WHEN KR-EFF-FUNCTION-UPPER-CASE
079800             MOVE FUNCTION UPPER-CASE ( KJ-KEY-DATA
079900                 ( 1 : KJ-KEY-LENGTH ) )
080000                 TO KR-REJ-EXP-DATA ( KR-REJ-COUNT )
080100                 ( 1 : KJ-KEY-LENGTH )
080200         WHEN KR-EFF-FUNCTION-LOWER-CASE
080300             MOVE FUNCTION LOWER-CASE ( KJ-KEY-DATA
080400                 ( 1 : KJ-KEY-LENGTH ) )
080500                 TO KR-REJ-EXP-DATA ( KR-REJ-COUNT )
080600                 ( 1 : KJ-KEY-LENGTH )
080700         WHEN KR-EFF-FUNCTION-CHECK-DIGIT
080800             MOVE KJ-KEY-DATA ( 1 : KJ-KEY-LENGTH )
080900                 TO KR-REJ-EXP-DATA ( KR-REJ-COUNT )
081000                 ( 1 : KJ-KEY-LENGTH )
081100             PERFORM 4670-COMPUTE-CHECK-DIGIT
081200                 THRU 4670-COMPUTE-CHECK-DIGIT-EXIT
081300             ADD 1 TO KR-REJ-EXP-LENGTH ( KR-REJ-COUNT )
081400             MOVE KR-CDG-COMPUTED TO KR-REJ-EXP-DATA
081500                 ( KR-REJ-COUNT )
081600                 ( KR-REJ-EXP-LENGTH ( KR-REJ-COUNT ) : 1 )
081700         WHEN OTHER
081800             MOVE FUNCTION REVERSE ( KJ-KEY-DATA
081900                 ( 1 : KJ-KEY-LENGTH ) )
082000                 TO KR-REJ-EXP-DATA ( KR-REJ-COUNT )
082100                 ( 1 : KJ-KEY-LENGTH )
082200     END-EVALUATE.
082300
082400 4650-STORE-ONE-REJECT-NEXT.
082500     PERFORM 4620-READ-REJECT
082600         THRU 4620-READ-REJECT-EXIT.
082700 4650-STORE-ONE-REJECT-EXIT.
082800     EXIT.
082900
083000*****************************************************
083100* 4660-SELECT-FUNCTION - THE FUNCTION PROG RAN FOR   *
083200* THE REJECTED KEY'S SOURCE: THE RUN'S FUNCTION      *
083300* PARAMETER WHEN IT FORCES ONE, ELSE THE SOURCE      *
083400* PROFILE'S DEFAULT, ELSE THE RUN DEFAULT (R)        *
083500*****************************************************
083600 4660-SELECT-FUNCTION.
083700     MOVE KR-FUNCTION-CODE TO KR-EFF-FUNCTION-CODE.
083800     IF KR-FUNCTION-FORCED
083900         GO TO 4660-SELECT-FUNCTION-EXIT
084000     END-IF.
084100
084200     MOVE 0 TO KR-PRF-HIT-SUB.
084300     PERFORM 4665-MATCH-ONE-PROFILE
084400         THRU 4665-MATCH-ONE-PROFILE-EXIT
084500         VARYING KR-PRF-SUB FROM 1 BY 1
084600         UNTIL KR-PRF-SUB > KR-PRF-COUNT
084700             OR KR-PRF-HIT-SUB > 0.
084800
084900     IF KR-PRF-HIT-SUB > 0
085000         AND ( KR-PRF-FUNCTION ( KR-PRF-HIT-SUB ) = "R"
085100             OR KR-PRF-FUNCTION ( KR-PRF-HIT-SUB ) = "U"
085200             OR KR-PRF-FUNCTION ( KR-PRF-HIT-SUB ) = "L"
085300             OR KR-PRF-FUNCTION ( KR-PRF-HIT-SUB ) = "X"
085400             OR KR-PRF-FUNCTION ( KR-PRF-HIT-SUB ) = "C" )
085500         MOVE KR-PRF-FUNCTION ( KR-PRF-HIT-SUB )
085600             TO KR-EFF-FUNCTION-CODE
085700     END-IF.
085800 4660-SELECT-FUNCTION-EXIT.
085900     EXIT.
086000
086100 4665-MATCH-ONE-PROFILE.
086200     IF KR-PRF-SOURCE ( KR-PRF-SUB ) = KJ-SOURCE-SYSTEM
086300         MOVE KR-PRF-SUB TO KR-PRF-HIT-SUB
086400     END-IF.
086500 4665-MATCH-ONE-PROFILE-EXIT.
086600     EXIT.
086700
086800*****************************************************
086900* 4670-COMPUTE-CHECK-DIGIT - MOD-10 (LUHN) CHECK     *
087000* DIGIT OVER THE WHOLE REJECTED KEY, AS PROG         *
087100* COMPUTES IT.  WORKING RIGHT TO LEFT, EVERY OTHER   *
087200* DIGIT STARTING WITH THE RIGHTMOST IS DOUBLED (LESS *
087300* 9 WHEN THAT GOES OVER 9) AND ALL ARE SUMMED; THE   *
087400* DIGIT IS WHAT BRINGS THE SUM UP TO A MULTIPLE OF   *
087500* 10.  ANSWER IN KR-CDG-COMPUTED                     *
087600*****************************************************
087700 4670-COMPUTE-CHECK-DIGIT.
087800     MOVE 0 TO KR-CDG-SUM.
087900     SET KR-CDG-DOUBLE TO TRUE.
088000     PERFORM 4675-ADD-ONE-DIGIT
088100         THRU 4675-ADD-ONE-DIGIT-EXIT
088200         VARYING KR-CDG-SUB FROM KJ-KEY-LENGTH BY -1
088300         UNTIL KR-CDG-SUB < 1.
088400     DIVIDE KR-CDG-SUM BY 10
088500         GIVING KR-CDG-QUOTIENT
088600         REMAINDER KR-CDG-REMAINDER.
088700     IF KR-CDG-REMAINDER = 0
088800         MOVE 0 TO KR-CDG-COMPUTED
088900     ELSE
089000         SUBTRACT KR-CDG-REMAINDER FROM 10
089100             GIVING KR-CDG-COMPUTED
089200     END-IF.
089300 4670-COMPUTE-CHECK-DIGIT-EXIT.
089400     EXIT.
089500
089600 4675-ADD-ONE-DIGIT.
089700     MOVE KJ-KEY-DATA ( KR-CDG-SUB : 1 ) TO KR-CDG-DIGIT.
089800     IF KR-CDG-DOUBLE
089900         MULTIPLY KR-CDG-DIGIT BY 2
090000             GIVING KR-CDG-PRODUCT
090100         IF KR-CDG-PRODUCT > 9
090200             SUBTRACT 9 FROM KR-CDG-PRODUCT
090300         END-IF
090400         ADD KR-CDG-PRODUCT TO KR-CDG-SUM
090500         MOVE 'N' TO KR-CDG-DOUBLE-SW
090600     ELSE
090700         ADD KR-CDG-DIGIT TO KR-CDG-SUM
090800         SET KR-CDG-DOUBLE TO TRUE
090900     END-IF.
091000 4675-ADD-ONE-DIGIT-EXIT.
091100     EXIT.
091200
091300*****************************************************
091400* 4700-SWEEP-EXPECTED - EVERY EXPECTED ENTRY STILL   *
091500* UNMATCHED IS EITHER EXPLAINED BY A REJECTED INPUT  *
091600* OR A TRUE EXCEPTION                                *
091700*****************************************************
091800 4700-SWEEP-EXPECTED.
091900     IF KR-EXP-MATCHED ( KR-EXP-SUB ) NOT = 'N'
092000         GO TO 4700-SWEEP-EXPECTED-EXIT
092100     END-IF.
092200
092300     PERFORM 4750-SCAN-REJECTS
092400         THRU 4750-SCAN-REJECTS-EXIT.
092500
092600     MOVE KR-EXP-SUB TO KR-RECORD-NUMBER.
092700     MOVE SPACES TO KR-EXC-ACT-VALUE.
092800     MOVE KR-EXP-DATA ( KR-EXP-SUB )
092900         TO KR-EXC-EXP-VALUE.
093000
093100     IF KR-REJ-HIT-SUB > 0
093200         ADD 1 TO KR-RECORDS-REJ-EXPLAINED
093300         MOVE "REJECTED AT TRANSFORM" TO
093400             KR-EXCEPTION-REASON
093500         PERFORM 6200-WRITE-EXPLAINED
093600             THRU 6200-WRITE-EXPLAINED-EXIT
093700     ELSE
093800         ADD 1 TO KR-RECORDS-MISMATCHED
093900         MOVE "NOT IN ACTUAL OUTPUT" TO
094000             KR-EXCEPTION-REASON
094100         PERFORM 6100-WRITE-KEYED-EXCEPTION
094200             THRU 6100-WRITE-KEYED-EXCEPTION-EXIT
094300     END-IF.
094400 4700-SWEEP-EXPECTED-EXIT.
094500     EXIT.
094600
094700*****************************************************
094800* 4750-SCAN-REJECTS - SERIAL SCAN OF THE REJECT      *
094900* TABLE FOR THE TRANSFORMED VALUE OF THE CURRENT     *
095000* EXPECTED ENTRY.  KR-REJ-HIT-SUB COMES BACK ZERO    *
095100* ON A MISS                                          *
095200*****************************************************
095300 4750-SCAN-REJECTS.
095400     MOVE 0 TO KR-REJ-HIT-SUB.
095500     PERFORM 4760-TEST-ONE-REJECT
095600         THRU 4760-TEST-ONE-REJECT-EXIT
095700         VARYING KR-REJ-SUB FROM 1 BY 1
095800         UNTIL KR-REJ-SUB > KR-REJ-COUNT
095900             OR KR-REJ-HIT-SUB > 0.
096000 4750-SCAN-REJECTS-EXIT.
096100     EXIT.
096200
096300 4760-TEST-ONE-REJECT.
096400     IF KR-REJ-EXP-LENGTH ( KR-REJ-SUB ) =
096500             KR-EXP-LENGTH ( KR-EXP-SUB )
096600         AND KR-REJ-EXP-DATA ( KR-REJ-SUB ) =
096700             KR-EXP-DATA ( KR-EXP-SUB )
096800         MOVE KR-REJ-SUB TO KR-REJ-HIT-SUB
096900     END-IF.
097000 4760-TEST-ONE-REJECT-EXIT.
097100     EXIT.
097200
097300*****************************************************
097400* 6000-WRITE-EXCEPTION - LOG A MISMATCH TO THE       *
097500* RECONCILIATION REPORT                              *
097600*****************************************************
097700 6000-WRITE-EXCEPTION.
097800     MOVE KR-RECORD-NUMBER TO KR-RPT-RECNO.
097900     MOVE KR-EXCEPTION-REASON TO KR-RPT-REASON.
098000     WRITE RPT-LINE FROM KR-EXC-LINE-1.
098100
098200     IF KR-ACT-EOF
098300         MOVE SPACES TO KR-RPT-ACTUAL
098400     ELSE
098500         MOVE KR-KEY-LENGTH OF KEY-ACTUAL-RECORD
098600             TO KMK-KEY-LENGTH
098700         MOVE KR-KEY-DATA OF KEY-ACTUAL-RECORD
098800             TO KMK-KEY-VALUE
098900         PERFORM 9850-CALL-KEYMASK
099000             THRU 9850-CALL-KEYMASK-EXIT
099100         MOVE KMK-MASKED-KEY TO KR-RPT-ACTUAL
099200     END-IF.
099300     WRITE RPT-LINE FROM KR-EXC-LINE-2.
099400
099500     IF KR-EXP-EOF
099600         MOVE SPACES TO KR-RPT-EXPECTED
099700     ELSE
099800         MOVE KR-KEY-LENGTH OF KEY-EXPECTED-RECORD
099900             TO KMK-KEY-LENGTH
100000         MOVE KR-KEY-DATA OF KEY-EXPECTED-RECORD
100100             TO KMK-KEY-VALUE
100200         PERFORM 9850-CALL-KEYMASK
100300             THRU 9850-CALL-KEYMASK-EXIT
100400         MOVE KMK-MASKED-KEY TO KR-RPT-EXPECTED
100500     END-IF.
100600     WRITE RPT-LINE FROM KR-EXC-LINE-3.
100700
100800     IF RETURN-CODE < 4
100900         MOVE 4 TO RETURN-CODE
101000     END-IF.
101100     PERFORM 9700-CHECK-THRESHOLD
101200         THRU 9700-CHECK-THRESHOLD-EXIT.
101300     IF KR-RECORDS-MISMATCHED > KR-FAILURE-THRESHOLD
101400         PERFORM 9500-FORCE-ABEND
101500             THRU 9500-FORCE-ABEND-EXIT
101600     END-IF.
101700 6000-WRITE-EXCEPTION-EXIT.
101800     EXIT.
101900
102000*****************************************************
102100* 6100-WRITE-KEYED-EXCEPTION - LOG A KEY-MATCHED-    *
102200* MODE EXCEPTION FROM THE WORK FIELDS THE CALLER     *
102300* SET, WITH THE SAME RETURN-CODE AND THRESHOLD       *
102400* HANDLING AS THE POSITIONAL COMPARE                 *
102500*****************************************************
102600 6100-WRITE-KEYED-EXCEPTION.
102700     PERFORM 6300-WRITE-EXCEPTION-LINES
102800         THRU 6300-WRITE-EXCEPTION-LINES-EXIT.
102900
103000     IF RETURN-CODE < 4
103100         MOVE 4 TO RETURN-CODE
103200     END-IF.
103300     PERFORM 9700-CHECK-THRESHOLD
103400         THRU 9700-CHECK-THRESHOLD-EXIT.
103500     IF KR-RECORDS-MISMATCHED > KR-FAILURE-THRESHOLD
103600         PERFORM 9500-FORCE-ABEND
103700             THRU 9500-FORCE-ABEND-EXIT
103800     END-IF.
103900 6100-WRITE-KEYED-EXCEPTION-EXIT.
104000     EXIT.
104100
104200*****************************************************
104300* 6200-WRITE-EXPLAINED - LOG AN EXPECTED RECORD      *
104400* EXPLAINED BY A REJECTED INPUT.  INFORMATIONAL      *
104500* ONLY - NO RETURN-CODE, NO THRESHOLD                *
104600*****************************************************
104700 6200-WRITE-EXPLAINED.
104800     PERFORM 6300-WRITE-EXCEPTION-LINES
104900         THRU 6300-WRITE-EXCEPTION-LINES-EXIT.
105000 6200-WRITE-EXPLAINED-EXIT.
105100     EXIT.
105200
105300 6300-WRITE-EXCEPTION-LINES.
105400     MOVE KR-RECORD-NUMBER TO KR-RPT-RECNO.
105500     MOVE KR-EXCEPTION-REASON TO KR-RPT-REASON.
105600     WRITE RPT-LINE FROM KR-EXC-LINE-1.
105700
105800     MOVE 0 TO KMK-KEY-LENGTH.
105900     MOVE KR-EXC-ACT-VALUE TO KMK-KEY-VALUE.
106000     PERFORM 9850-CALL-KEYMASK
106100         THRU 9850-CALL-KEYMASK-EXIT.
106200     MOVE KMK-MASKED-KEY TO KR-RPT-ACTUAL.
106300     WRITE RPT-LINE FROM KR-EXC-LINE-2.
106400
106500     MOVE 0 TO KMK-KEY-LENGTH.
106600     MOVE KR-EXC-EXP-VALUE TO KMK-KEY-VALUE.
106700     PERFORM 9850-CALL-KEYMASK
106800         THRU 9850-CALL-KEYMASK-EXIT.
106900     MOVE KMK-MASKED-KEY TO KR-RPT-EXPECTED.
107000     WRITE RPT-LINE FROM KR-EXC-LINE-3.
107100 6300-WRITE-EXCEPTION-LINES-EXIT.
107200     EXIT.
107300
107400*****************************************************
107500* 8000-PRODUCE-REPORT - WRITE THE RECONCILIATION     *
107600* CONTROL TOTALS                                     *
107700*****************************************************
107800 8000-PRODUCE-REPORT.
107900     WRITE RPT-LINE FROM KR-HEADING-LINE-1.
108000     WRITE RPT-LINE FROM KR-HEADING-LINE-2.
108100
108200     IF KR-KEYED-MODE
108300         MOVE "KEY MATCHED" TO KR-RPT-MODE
108400     ELSE
108500         MOVE "POSITIONAL" TO KR-RPT-MODE
108600     END-IF.
108700     WRITE RPT-LINE FROM KR-MODE-LINE.
108800
108900     MOVE KR-RECORDS-COMPARED TO KR-RPT-COMPARED.
109000     WRITE RPT-LINE FROM KR-TOTAL-LINE-COMPARED.
109100
109200     MOVE KR-RECORDS-MATCHED TO KR-RPT-MATCHED.
109300     WRITE RPT-LINE FROM KR-TOTAL-LINE-MATCHED.
109400
109500     MOVE KR-RECORDS-MISMATCHED TO KR-RPT-MISMATCHED.
109600     WRITE RPT-LINE FROM KR-TOTAL-LINE-MISMATCHED.
109700
109800     MOVE KR-RECORDS-REJ-EXPLAINED TO KR-RPT-EXPLAINED.
109900     WRITE RPT-LINE FROM KR-TOTAL-LINE-EXPLAINED.
110000
110100     PERFORM 8200-WRITE-RUN-HISTORY
110200         THRU 8200-WRITE-RUN-HISTORY-EXIT.
110300
110400     PERFORM 8300-WRITE-RUN-CONTROL
110500         THRU 8300-WRITE-RUN-CONTROL-EXIT.
110600 8000-PRODUCE-REPORT-EXIT.
110700     EXIT.
110800
110900*****************************************************
111000* 8200-WRITE-RUN-HISTORY - APPEND ONE RUN-SUMMARY    *
111100* RECORD TO THE PERMANENT RUN HISTORY SO THE         *
111200* RECONCILIATION TOTALS SURVIVE THE SPOOL.  A        *
111300* HISTORY FILE THAT WILL NOT OPEN NEVER STOPS THE    *
111400* RUN ITSELF                                         *
111500*****************************************************
111600 8200-WRITE-RUN-HISTORY.
111700     OPEN EXTEND KEY-HST.
111800     IF KR-HST-STATUS NOT = "00"
111900         OPEN OUTPUT KEY-HST
112000     END-IF.
112100     IF KR-HST-STATUS NOT = "00"
112200         GO TO 8200-WRITE-RUN-HISTORY-EXIT
112300     END-IF.
112400
112500     MOVE SPACES TO RUN-HISTORY-RECORD.
112600     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
112700     ACCEPT RH-RUN-TIME FROM TIME.
112800     MOVE KR-JOB-ID        TO RH-JOB-ID.
112900     MOVE "RECONCIL"       TO RH-PROGRAM-NAME.
113000     MOVE KR-FUNCTION-CODE TO RH-FUNCTION-CODE.
113100     MOVE 0 TO RH-RECORDS-READ.
113200     MOVE 0 TO RH-RECORDS-TRANSFORMED.
113300     MOVE 0 TO RH-RECORDS-REJECTED.
113400     MOVE KR-RECORDS-COMPARED
113500         TO RH-RECORDS-COMPARED.
113600     MOVE KR-RECORDS-MATCHED
113700         TO RH-RECORDS-MATCHED.
113800     MOVE KR-RECORDS-MISMATCHED
113900         TO RH-RECORDS-MISMATCHED.
114000     MOVE "C" TO RH-RESTART-FLAG.
114100     IF KR-ABEND
114200         MOVE "Y" TO RH-THRESHOLD-FLAG
114300     ELSE
114400         MOVE "N" TO RH-THRESHOLD-FLAG
114500     END-IF.
114600     MOVE KR-START-DATE TO RH-START-DATE.
114700     MOVE KR-START-TIME TO RH-START-TIME.
114800     WRITE RUN-HISTORY-RECORD.
114900     CLOSE KEY-HST.
115000 8200-WRITE-RUN-HISTORY-EXIT.
115100     EXIT.
115200
115300*****************************************************
115400* 8300-WRITE-RUN-CONTROL - APPEND THIS RUN'S COUNTS  *
115500* TO THE SHARED RUN-CONTROL DATASET FOR THE CTLBAL   *
115600* CROSS-STEP BALANCE.  A CONTROL DATASET THAT WILL   *
115700* NOT OPEN NEVER STOPS THE RUN ITSELF - THE MISSING  *
115800* RECORD FAILS THE BALANCE STEP INSTEAD              *
115900*****************************************************
116000 8300-WRITE-RUN-CONTROL.
116100     OPEN EXTEND KEY-CTL.
116200     IF KR-CTL-STATUS NOT = "00"
116300         OPEN OUTPUT KEY-CTL
116400     END-IF.
116500     IF KR-CTL-STATUS NOT = "00"
116600         GO TO 8300-WRITE-RUN-CONTROL-EXIT
116700     END-IF.
116800
116900     MOVE SPACES TO RUN-CONTROL-RECORD.
117000     MOVE KR-JOB-ID    TO RC-JOB-ID.
117100     MOVE "RECONCIL"   TO RC-PROGRAM-NAME.
117200     ACCEPT RC-DATE FROM DATE YYYYMMDD.
117300     ACCEPT RC-TIME FROM TIME.
117400     MOVE KR-RECORDS-COMPARED TO RC-RECORDS-IN.
117500     MOVE KR-RECORDS-MATCHED TO RC-RECORDS-OUT.
117600     MOVE KR-RECORDS-MISMATCHED TO RC-RECORDS-REJECTED.
117700     MOVE 0 TO RC-RECORDS-DUPLICATE.
117800     MOVE 0 TO RC-FEED-GROUPS.
117900     WRITE RUN-CONTROL-RECORD.
118000     CLOSE KEY-CTL.
118100 8300-WRITE-RUN-CONTROL-EXIT.
118200     EXIT.
118300
118400*****************************************************
118500* 9000-TERMINATE - CLOSE FILES                       *
118600*****************************************************
118700 9000-TERMINATE.
118800     CLOSE KEY-ACT.
118900     CLOSE KEY-EXP.
119000     CLOSE RECON-RPT.
119100 9000-TERMINATE-EXIT.
119200     EXIT.
119300
119400*****************************************************
119500* 9500-FORCE-ABEND - THE MISMATCH COUNT HAS PASSED   *
119600* THE CONFIGURABLE FAILURE THRESHOLD.  STOP COMPARING*
119700* AND RAISE RETURN-CODE TO A SEVERE VALUE SO THE      *
119800* SCHEDULER AND THE JCL COND CHECK ON THIS STEP SEE   *
119900* AN ABNORMAL END RATHER THAN A CLEAN JOB LOG         *
120000*****************************************************
120100 9500-FORCE-ABEND.
120200     SET KR-ABEND TO TRUE.
120300     SET KR-ACT-EOF TO TRUE.
120400     SET KR-EXP-EOF TO TRUE.
120500     MOVE 16 TO RETURN-CODE.
120600     MOVE "KEYR001" TO KMG-MESSAGE-ID.
120700     MOVE SPACES TO KMG-VARIABLE-TEXT.
120800     PERFORM 9800-ISSUE-MESSAGE
120900         THRU 9800-ISSUE-MESSAGE-EXIT.
121000 9500-FORCE-ABEND-EXIT.
121100     EXIT.
121200
121300*****************************************************
121400* 9600-TABLE-ABEND - AN IN-CORE TABLE FOR THE KEY-   *
121500* MATCHED MODE HAS OVERFLOWED.  THE COMPARE CANNOT   *
121600* BE TRUSTED PAST THIS POINT, SO TAKE THE SAME       *
121700* ABEND PATH AS THE FAILURE THRESHOLD                *
121800*****************************************************
121900 9600-TABLE-ABEND.
122000     SET KR-ABEND TO TRUE.
122100     SET KR-ACT-EOF TO TRUE.
122200     SET KR-EXP-EOF TO TRUE.
122300     MOVE 16 TO RETURN-CODE.
122400     MOVE "KEYR010" TO KMG-MESSAGE-ID.
122500     MOVE SPACES TO KMG-VARIABLE-TEXT.
122600     PERFORM 9800-ISSUE-MESSAGE
122700         THRU 9800-ISSUE-MESSAGE-EXIT.
122800 9600-TABLE-ABEND-EXIT.
122900     EXIT.
123000
123100*****************************************************
123200* 9700-CHECK-THRESHOLD - ISSUE THE CODED OPERATOR    *
123300* WARNING AS THE MISMATCH COUNT REACHES 50, 75, AND  *
123400* 100 PERCENT OF THE FAILURE THRESHOLD, EACH ONCE    *
123500* PER RUN, SO THE AUTOMATION CONSOLE SEES TROUBLE    *
123600* COMING BEFORE THE ABEND                            *
123700*****************************************************
123800 9700-CHECK-THRESHOLD.
123900     IF NOT KR-WARNED-50
124000         AND KR-RECORDS-MISMATCHED * 2 >=
124100             KR-FAILURE-THRESHOLD
124200         SET KR-WARNED-50 TO TRUE
124300         MOVE "KEYR005" TO KMG-MESSAGE-ID
124400         MOVE SPACES TO KMG-VARIABLE-TEXT
124500         PERFORM 9800-ISSUE-MESSAGE
124600             THRU 9800-ISSUE-MESSAGE-EXIT
124700     END-IF.
124800     IF NOT KR-WARNED-75
124900         AND KR-RECORDS-MISMATCHED * 4 >=
125000             KR-FAILURE-THRESHOLD * 3
125100         SET KR-WARNED-75 TO TRUE
125200         MOVE "KEYR006" TO KMG-MESSAGE-ID
125300         MOVE SPACES TO KMG-VARIABLE-TEXT
125400         PERFORM 9800-ISSUE-MESSAGE
125500             THRU 9800-ISSUE-MESSAGE-EXIT
125600     END-IF.
125700     IF NOT KR-WARNED-100
125800         AND KR-RECORDS-MISMATCHED >=
125900             KR-FAILURE-THRESHOLD
126000         SET KR-WARNED-100 TO TRUE
126100         MOVE "KEYR007" TO KMG-MESSAGE-ID
126200         MOVE SPACES TO KMG-VARIABLE-TEXT
126300         PERFORM 9800-ISSUE-MESSAGE
126400             THRU 9800-ISSUE-MESSAGE-EXIT
126500     END-IF.
126600 9700-CHECK-THRESHOLD-EXIT.
126700     EXIT.
126800
126900*****************************************************
127000* 9800-ISSUE-MESSAGE - FILL IN THE COMMON FIELDS OF  *
127100* THE MESSAGE REQUEST THE CALLER STARTED AND PASS IT *
127200* TO THE COMMON KEYRMSG ROUTINE, WHICH DISPLAYS THE  *
127300* NUMBERED MESSAGE AND APPENDS THE KEYALT ALERT.     *
127400* RETURN-CODE IS SAVED ACROSS THE CALL - THE CALLED  *
127500* PROGRAM'S REGISTER COMES BACK ON GOBACK AND WOULD  *
127600* OTHERWISE WIPE OUT THE 4 OR 16 THIS RUN HAS SET    *
127700*****************************************************
127800 9800-ISSUE-MESSAGE.
127900     MOVE "RECONCIL" TO KMG-PROGRAM-NAME.
128000     MOVE KR-JOB-ID  TO KMG-JOB-ID.
128100     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
128200     CALL "KEYRMSG" USING KEY-MESSAGE-REQUEST.
128300     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
128400 9800-ISSUE-MESSAGE-EXIT.
128500     EXIT.
128600
128700*****************************************************
128800* 9850-CALL-KEYMASK - PASS THE MASKING REQUEST TO    *
128900* THE COMMON KEYMASK ROUTINE: THE UNMASK RULING AT   *
129000* START-UP, THEN THE PRINTED FORM OF EACH KEY IN     *
129100* KMK-KEY-VALUE (TRUE LENGTH IN KMK-KEY-LENGTH, OR   *
129200* ZERO) BACK IN KMK-MASKED-KEY.  RETURN-CODE IS      *
129300* SAVED ACROSS THE CALL, AS FOR KEYRMSG              *
129400*****************************************************
129500 9850-CALL-KEYMASK.
129600     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
129700     CALL "KEYMASK" USING KEY-MASK-REQUEST.
129800     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
129900 9850-CALL-KEYMASK-EXIT.
130000     EXIT.
