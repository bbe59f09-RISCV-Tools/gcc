000100*****************************************************
000200* IDENTIFICATION DIVISION                            *
000300*****************************************************
000400 IDENTIFICATION          DIVISION.
000500 PROGRAM-ID.             prfmaint.
000600 AUTHOR.                 J W KOWALSKI.
000700 INSTALLATION.           DATA CENTER SERVICES - BATCH.
000800 DATE-WRITTEN.           2026-10-15.
000900 DATE-COMPILED.          2026-10-15.
001000
001100*****************************************************
001200* REMARKS.  MAINTENANCE FOR THE KEYPRF PER-SOURCE    *
001300* PROFILE MASTER AND THE KEYSCH RUN-SCHEDULE MASTER. *
001400* BOTH MASTERS ARE TABLED, THE MNTTRN ADD/CHANGE/    *
001500* DELETE TRANSACTIONS (KEYMNT.CPY) ARE EDITED AND    *
001600* APPLIED TO THE TABLES IN INPUT ORDER, AND THE      *
001700* MASTERS ARE WRITTEN OUT WHOLE TO PRFNEW AND SCHNEW *
001800* AT END OF JOB FOR OPERATIONS TO RENAME OVER THE    *
001900* LIVE ONES, THE SAME WAY AUDRPT'S AUDNEW IS         *
002000* HANDLED.                                           *
002100*                                                     *
002200* EDITS - A TRANSACTION FAILING ANY OF THEM IS       *
002300* REJECTED WITH ITS REASON ON THE REPORT AND NOTHING *
002400* IS APPLIED FOR IT:                                 *
002500*   PROFILE  - SOURCE CODE AND NAME PRESENT, MIN AND *
002600*              MAX KEY LENGTH NUMERIC, BOTH WITHIN   *
002700*              06-30, MIN NOT OVER MAX, DUPLICATE    *
002800*              WINDOW AND FAILURE THRESHOLD NUMERIC, *
002900*              AND A DEFAULT FUNCTION PROG RUNS      *
003000*              (R/U/L/X/C), AND A CHECK-DIGIT OPTION *
003050*              OF Y, N, OR BLANK.                    *
003100*   SCHEDULE - JOB ID AND PROGRAM PRESENT, EVERY RUN *
003200*              DAY Y OR N, AND A LATEST END TIME     *
003300*              THAT IS A REAL HHMMSSHH TIME OF DAY.  *
003400*   BOTH     - AN ADD MUST BE NEW, A CHANGE OR       *
003500*              DELETE MUST FIND ITS RECORD, AND THE  *
003600*              REQUESTER MUST BE NAMED.              *
003700*                                                     *
003800* EVERY APPLIED TRANSACTION APPENDS A BEFORE/AFTER   *
003900* IMAGE TO THE KEYCHG CHANGE LOG (KEYCHG.CPY).  THE  *
004000* REPORT LISTS EACH TRANSACTION WITH ITS RESULT AND  *
004100* THEN BOTH MASTERS AS THEY STAND AFTER THE RUN.     *
004200*                                                     *
004300* RETURN-CODE 4 WHEN ANY TRANSACTION WAS REJECTED.   *
004400* RETURN-CODE 16 WHEN A MASTER, A NEW MASTER, OR THE *
004500* CHANGE LOG CANNOT BE USED - A CHANGE THAT CANNOT   *
004600* BE LOGGED IS NOT A CHANGE THAT SHOULD REACH THE    *
004700* MASTERS, AND NO NEW MASTER FROM AN RC 16 RUN IS TO *
004710* BE RENAMED OVER A LIVE ONE.  AN RC 16 RUN THAT HAD *
004720* ALREADY LOGGED CHANGES ENDS THE LOG WITH A "RUN    *
004730* ABENDED - NOT APPLIED" RECORD VOIDING THEM, SO THE *
004740* LOG NEVER CLAIMS A CHANGE THAT DID NOT HAPPEN.     *
004800*                                                     *
004900* MODIFICATION HISTORY.                               *
005000* 2026-10-15  JWK  ORIGINAL PROGRAM.                  *
005010* 2026-10-15  JWK  PROFILE EDIT NOW TAKES FUNCTION C  *
005020*                  (APPEND CHECK DIGIT) AND THE NEW   *
005030*                  CHECK-DIGIT OPTION; THE OPTION IS  *
005040*                  LISTED WITH THE PROFILE MASTER.    *
005100*****************************************************
005200
005300 ENVIRONMENT              DIVISION.
005400 CONFIGURATION            SECTION.
005500 SOURCE-COMPUTER.         IBM-370.
005600 OBJECT-COMPUTER.         IBM-370.
005700
005800 INPUT-OUTPUT             SECTION.
005900 FILE-CONTROL.
006000     SELECT MNT-TRN       ASSIGN TO MNTTRN
006100                           ORGANIZATION IS LINE SEQUENTIAL
006200                           FILE STATUS IS KR-TRN-STATUS.
006300
006400     SELECT KEY-PRF       ASSIGN TO KEYPRF
006500                           ORGANIZATION IS LINE SEQUENTIAL
006600                           FILE STATUS IS KR-PRF-STATUS.
006700
006800     SELECT KEY-SCH       ASSIGN TO KEYSCH
006900                           ORGANIZATION IS LINE SEQUENTIAL
007000                           FILE STATUS IS KR-SCH-STATUS.
007100
007200     SELECT PRF-NEW       ASSIGN TO PRFNEW
007300                           ORGANIZATION IS LINE SEQUENTIAL
007400                           FILE STATUS IS KR-PNW-STATUS.
007500
007600     SELECT SCH-NEW       ASSIGN TO SCHNEW
007700                           ORGANIZATION IS LINE SEQUENTIAL
007800                           FILE STATUS IS KR-SNW-STATUS.
007900
008000     SELECT KEY-CHG       ASSIGN TO KEYCHG
008100                           ORGANIZATION IS LINE SEQUENTIAL
008200                           FILE STATUS IS KR-CHG-STATUS.
008300
008400     SELECT PRF-RPT       ASSIGN TO PRFRPT
008500                           ORGANIZATION IS LINE SEQUENTIAL.
008600
008700 DATA                     DIVISION.
008800 FILE                     SECTION.
008900 FD  MNT-TRN
009000     LABEL RECORDS ARE OMITTED.
009100     COPY "keymnt.cpy".
009200
009300 FD  KEY-PRF
009400     LABEL RECORDS ARE OMITTED.
009500     COPY "keyprf.cpy".
009600
009700 FD  KEY-SCH
009800     LABEL RECORDS ARE OMITTED.
009900     COPY "keysch.cpy".
010000
010100 FD  PRF-NEW
010200     LABEL RECORDS ARE OMITTED.
010300     COPY "keyprf.cpy" REPLACING KEY-PROFILE-RECORD BY
010400         PROFILE-NEW-RECORD LEADING ==KP-== BY ==PN-==.
010500
010600 FD  SCH-NEW
010700     LABEL RECORDS ARE OMITTED.
010800     COPY "keysch.cpy" REPLACING SCHEDULE-RECORD BY
010900         SCHEDULE-NEW-RECORD LEADING ==SC-== BY ==SN-==.
011000
011100 FD  KEY-CHG
011200     LABEL RECORDS ARE OMITTED.
011300     COPY "keychg.cpy".
011400
011500 FD  PRF-RPT
011600     LABEL RECORDS ARE OMITTED.
011700 01  RPT-LINE                PIC X(80).
011800
011900 WORKING-STORAGE          SECTION.
012000*-------------------------------------------------------*
012100* SWITCHES                                               *
012200*-------------------------------------------------------*
012300 01  KR-SWITCHES.
012400     05  KR-EOF-SWITCH        PIC X(01)    VALUE 'N'.
012500         88  KR-EOF                         VALUE 'Y'.
012600     05  KR-ABEND-SWITCH      PIC X(01)    VALUE 'N'.
012700         88  KR-ABEND                       VALUE 'Y'.
012800     05  KR-PRF-EOF-SWITCH    PIC X(01)    VALUE 'N'.
012900         88  KR-PRF-EOF                     VALUE 'Y'.
013000     05  KR-SCH-EOF-SWITCH    PIC X(01)    VALUE 'N'.
013100         88  KR-SCH-EOF                     VALUE 'Y'.
013200     05  KR-TRN-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
013300         88  KR-TRN-OPEN                    VALUE 'Y'.
013400     05  KR-CHG-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
013500         88  KR-CHG-OPEN                    VALUE 'Y'.
013600     05  KR-BAD-DAY-SWITCH    PIC X(01)    VALUE 'N'.
013700         88  KR-BAD-DAY                     VALUE 'Y'.
013800
013900 01  KR-TRN-STATUS            PIC X(02).
014000 01  KR-PRF-STATUS            PIC X(02).
014100 01  KR-SCH-STATUS            PIC X(02).
014200 01  KR-PNW-STATUS            PIC X(02).
014300 01  KR-SNW-STATUS            PIC X(02).
014400 01  KR-CHG-STATUS            PIC X(02).
014500 01  KR-JOB-ID                PIC X(08)    VALUE SPACES.
014600
014700*-------------------------------------------------------*
014800* THE TWO MASTERS, TABLED WHOLE.  THE PROFILE TABLE IS   *
014900* THE SAME SIZE AS PROG'S, SO NO PROFILE CAN BE ADDED    *
015000* THAT PROG WOULD SILENTLY IGNORE; THE SCHEDULE TABLE    *
015100* IS RUNMON'S SIZE.                                      *
015200*-------------------------------------------------------*
015300 01  KR-PROFILE-CONTROLS.
015400     05  KR-PRF-COUNT         PIC 9(02)    COMP VALUE 0.
015500     05  KR-PRF-MAX           PIC 9(02)    COMP VALUE 10.
015600     05  KR-PRF-SUB           PIC 9(02)    COMP VALUE 0.
015700     05  KR-PRF-HIT-SUB       PIC 9(02)    COMP VALUE 0.
015800
015900 01  KR-PROFILE-TABLE.
016000     05  KR-PRF-IMAGE         OCCURS 10 TIMES PIC X(32).
016100
016200 01  KR-SCHEDULE-CONTROLS.
016300     05  KR-SCH-COUNT         PIC 9(03)    COMP VALUE 0.
016400     05  KR-SCH-MAX           PIC 9(03)    COMP VALUE 50.
016500     05  KR-SCH-SUB           PIC 9(03)    COMP VALUE 0.
016600     05  KR-SCH-HIT-SUB       PIC 9(03)    COMP VALUE 0.
016700     05  KR-DAY-SUB           PIC 9(02)    COMP VALUE 0.
016800
016900 01  KR-SCHEDULE-TABLE.
017000     05  KR-SCH-IMAGE         OCCURS 50 TIMES PIC X(34).
017100
017200*-------------------------------------------------------*
017300* THE TRANSACTION'S RECORD IMAGE, LAID OUT AS THE        *
017400* MASTER RECORD IT IS FOR, FOR THE EDITS                 *
017500*-------------------------------------------------------*
017600     COPY "keyprf.cpy" REPLACING KEY-PROFILE-RECORD BY
017700         KR-EDIT-PROFILE LEADING ==KP-== BY ==EP-==.
017800
017900     COPY "keysch.cpy" REPLACING SCHEDULE-RECORD BY
018000         KR-EDIT-SCHEDULE LEADING ==SC-== BY ==ES-==.
018100
018200 01  KR-END-TIME              PIC 9(08)    VALUE 0.
018300 01  KR-END-TIME-PARTS        REDEFINES KR-END-TIME.
018400     05  KR-END-HH            PIC 9(02).
018500     05  KR-END-MM            PIC 9(02).
018600     05  KR-END-SS            PIC 9(02).
018700     05  KR-END-HS            PIC 9(02).
018800
018900 01  KR-REJECT-REASON         PIC X(34)    VALUE SPACES.
019000 01  KR-BEFORE-IMAGE          PIC X(40)    VALUE SPACES.
019100 01  KR-AFTER-IMAGE           PIC X(40)    VALUE SPACES.
019110
019120 01  KR-VOID-TEXT.
019130     05  FILLER               PIC X(05)    VALUE "LAST ".
019140     05  KR-VOID-COUNT        PIC 9(07)    VALUE 0.
019150     05  FILLER               PIC X(28)    VALUE
019160         " CHANGES ABOVE ARE VOID".
019200
019300*-------------------------------------------------------*
019400* CONTROL-TOTAL COUNTERS                                 *
019500*-------------------------------------------------------*
019600 01  KR-COUNTERS.
019700     05  KR-TRANS-READ        PIC 9(07)    COMP VALUE 0.
019800     05  KR-TRANS-APPLIED     PIC 9(07)    COMP VALUE 0.
019900     05  KR-TRANS-REJECTED    PIC 9(07)    COMP VALUE 0.
020000     05  KR-PRF-ADDS          PIC 9(07)    COMP VALUE 0.
020100     05  KR-PRF-CHANGES       PIC 9(07)    COMP VALUE 0.
020200     05  KR-PRF-DELETES       PIC 9(07)    COMP VALUE 0.
020300     05  KR-SCH-ADDS          PIC 9(07)    COMP VALUE 0.
020400     05  KR-SCH-CHANGES       PIC 9(07)    COMP VALUE 0.
020500     05  KR-SCH-DELETES       PIC 9(07)    COMP VALUE 0.
020550     05  KR-CHANGES-LOGGED    PIC 9(07)    COMP VALUE 0.
020600
020700*-------------------------------------------------------*
020800* MAINTENANCE REPORT LINE IMAGES                         *
020900*-------------------------------------------------------*
021000 01  KR-HEADING-LINE-1.
021100     05  FILLER               PIC X(80)    VALUE
021200         "PROFILE AND SCHEDULE MASTER MAINTENANCE REPORT".
021300
021400 01  KR-HEADING-LINE-2.
021500     05  FILLER               PIC X(80)    VALUE
021600         "==============================================".
021700
021800 01  KR-HEADING-LINE-3.
021900     05  FILLER               PIC X(80)    VALUE
022000         "M  A  REQUESTR  RECORD KEY         RESULT".
022100
022200 01  KR-DETAIL-LINE.
022300     05  KR-DET-MASTER        PIC X(01).
022400     05  FILLER               PIC X(02)    VALUE SPACES.
022500     05  KR-DET-ACTION        PIC X(01).
022600     05  FILLER               PIC X(02)    VALUE SPACES.
022700     05  KR-DET-REQUESTED-BY  PIC X(08).
022800     05  FILLER               PIC X(02)    VALUE SPACES.
022900     05  KR-DET-KEY           PIC X(17).
023000     05  FILLER               PIC X(02)    VALUE SPACES.
023100     05  KR-DET-RESULT        PIC X(08).
023200     05  FILLER               PIC X(03)    VALUE SPACES.
023300     05  KR-DET-REASON        PIC X(34).
023400
023500 01  KR-BLANK-LINE.
023600     05  FILLER               PIC X(80)    VALUE SPACES.
023700
023800 01  KR-PRF-LIST-HEADING-1.
023900     05  FILLER               PIC X(80)    VALUE
024000         "PROFILE MASTER AFTER THIS RUN".
024100
024200 01  KR-PRF-LIST-HEADING-2.
024300     05  FILLER               PIC X(50)    VALUE
024400         "SRC  NAME      MIN  MAX  DUP DAYS  FUNC  THRESHOLD".
024450     05  FILLER               PIC X(30)    VALUE "  CDG".
024500
024600 01  KR-PRF-LIST-LINE.
024700     05  FILLER               PIC X(01)    VALUE SPACE.
024800     05  KR-LST-PRF-SOURCE    PIC X(01).
024900     05  FILLER               PIC X(03)    VALUE SPACES.
025000     05  KR-LST-PRF-NAME      PIC X(08).
025100     05  FILLER               PIC X(03)    VALUE SPACES.
025200     05  KR-LST-PRF-MIN       PIC X(02).
025300     05  FILLER               PIC X(03)    VALUE SPACES.
025400     05  KR-LST-PRF-MAX       PIC X(02).
025500     05  FILLER               PIC X(04)    VALUE SPACES.
025600     05  KR-LST-PRF-WINDOW    PIC X(05).
025700     05  FILLER               PIC X(05)    VALUE SPACES.
025800     05  KR-LST-PRF-FUNCTION  PIC X(01).
025900     05  FILLER               PIC X(06)    VALUE SPACES.
026000     05  KR-LST-PRF-THRESHOLD PIC X(05).
026050     05  FILLER               PIC X(04)    VALUE SPACES.
026075     05  KR-LST-PRF-CHECK-DIGIT PIC X(01).
026100     05  FILLER               PIC X(26)    VALUE SPACES.
026200
026300 01  KR-SCH-LIST-HEADING-1.
026400     05  FILLER               PIC X(80)    VALUE
026500         "SCHEDULE MASTER AFTER THIS RUN".
026600
026700 01  KR-SCH-LIST-HEADING-2.
026800     05  FILLER               PIC X(80)    VALUE
026900         "JOB ID    PROGRAM   MTWTFSS   LATEST END".
027000
027100 01  KR-SCH-LIST-LINE.
027200     05  KR-LST-SCH-JOB-ID    PIC X(08).
027300     05  FILLER               PIC X(02)    VALUE SPACES.
027400     05  KR-LST-SCH-PROGRAM   PIC X(08).
027500     05  FILLER               PIC X(02)    VALUE SPACES.
027600     05  KR-LST-SCH-DAYS      PIC X(07).
027700     05  FILLER               PIC X(03)    VALUE SPACES.
027800     05  KR-LST-SCH-END-TIME  PIC X(08).
027900     05  FILLER               PIC X(42)    VALUE SPACES.
028000
028100 01  KR-TOTAL-LINE-READ.
028200     05  FILLER               PIC X(24)    VALUE
028300         "TRANSACTIONS READ . . .".
028400     05  KR-RPT-READ          PIC ZZZZ,ZZ9.
028500     05  FILLER               PIC X(48)    VALUE SPACES.
028600
028700 01  KR-TOTAL-LINE-APPLIED.
028800     05  FILLER               PIC X(24)    VALUE
028900         "TRANSACTIONS APPLIED . ".
029000     05  KR-RPT-APPLIED       PIC ZZZZ,ZZ9.
029100     05  FILLER               PIC X(48)    VALUE SPACES.
029200
029300 01  KR-TOTAL-LINE-REJECTED.
029400     05  FILLER               PIC X(24)    VALUE
029500         "TRANSACTIONS REJECTED .".
029600     05  KR-RPT-REJECTED      PIC ZZZZ,ZZ9.
029700     05  FILLER               PIC X(48)    VALUE SPACES.
029800
029900 01  KR-TOTAL-LINE-MASTER.
030000     05  KR-RPT-MASTER-NAME   PIC X(24).
030100     05  FILLER               PIC X(06)    VALUE "ADDED ".
030200     05  KR-RPT-ADDS          PIC ZZ9.
030300     05  FILLER               PIC X(10)    VALUE "  CHANGED ".
030400     05  KR-RPT-CHANGES       PIC ZZ9.
030500     05  FILLER               PIC X(10)    VALUE "  DELETED ".
030600     05  KR-RPT-DELETES       PIC ZZ9.
030700     05  FILLER               PIC X(10)    VALUE "  ON FILE ".
030800     05  KR-RPT-ON-FILE       PIC ZZ9.
030900     05  FILLER               PIC X(08)    VALUE SPACES.
031000
031100 PROCEDURE                DIVISION.
031200
031300*****************************************************
031400* 0000-MAINLINE                                      *
031500*****************************************************
031600 0000-MAINLINE.
031700     PERFORM 1000-INITIALIZE
031800         THRU 1000-INITIALIZE-EXIT.
031900
032000     PERFORM 2000-APPLY-ONE-TRANSACTION
032100         THRU 2000-APPLY-ONE-TRANSACTION-EXIT
032200         UNTIL KR-EOF.
032300
032400     PERFORM 7000-WRITE-NEW-MASTERS
032500         THRU 7000-WRITE-NEW-MASTERS-EXIT.
032600
032700     PERFORM 8000-PRODUCE-REPORT
032800         THRU 8000-PRODUCE-REPORT-EXIT.
032900
033000     PERFORM 9000-TERMINATE
033100         THRU 9000-TERMINATE-EXIT.
033200
033300     STOP RUN.
033400
033500*****************************************************
033600* 1000-INITIALIZE - TABLE BOTH MASTERS, OPEN THE     *
033700* CHANGE LOG AND THE TRANSACTIONS, AND PRIME THE     *
033800* READ.  NOTHING IS APPLIED UNLESS ALL OF THEM OPEN  *
033900*****************************************************
034000 1000-INITIALIZE.
034100     OPEN OUTPUT PRF-RPT.
034200     ACCEPT KR-JOB-ID FROM ENVIRONMENT "JOBID".
034300
034400     WRITE RPT-LINE FROM KR-HEADING-LINE-1.
034500     WRITE RPT-LINE FROM KR-HEADING-LINE-2.
034600     WRITE RPT-LINE FROM KR-HEADING-LINE-3.
034700
034800     PERFORM 1200-LOAD-PROFILES
034900         THRU 1200-LOAD-PROFILES-EXIT.
035000     IF KR-ABEND
035100         GO TO 1000-INITIALIZE-EXIT
035200     END-IF.
035300
035400     PERFORM 1300-LOAD-SCHEDULES
035500         THRU 1300-LOAD-SCHEDULES-EXIT.
035600     IF KR-ABEND
035700         GO TO 1000-INITIALIZE-EXIT
035800     END-IF.
035900
036000     PERFORM 1400-OPEN-CHANGE-LOG
036100         THRU 1400-OPEN-CHANGE-LOG-EXIT.
036200     IF KR-ABEND
036300         GO TO 1000-INITIALIZE-EXIT
036400     END-IF.
036500
036600     OPEN INPUT MNT-TRN.
036700     IF KR-TRN-STATUS = "00"
036800         SET KR-TRN-OPEN TO TRUE
036900     ELSE
037000         SET KR-ABEND TO TRUE
037100         SET KR-EOF TO TRUE
037200         MOVE 16 TO RETURN-CODE
037300         DISPLAY "PRFMAINT - MNTTRN OPEN FAILED, STATUS "
037400             KR-TRN-STATUS " - RUN ABENDED, RETURN-CODE "
037500             "SET TO 16"
037600         GO TO 1000-INITIALIZE-EXIT
037700     END-IF.
037800
037900     PERFORM 2100-READ-TRANSACTION
038000         THRU 2100-READ-TRANSACTION-EXIT.
038100 1000-INITIALIZE-EXIT.
038200     EXIT.
038300
038400*****************************************************
038500* 1200-LOAD-PROFILES - TABLE THE PROFILE MASTER.  A  *
038600* MASTER THAT WILL NOT OPEN, OR THAT HOLDS MORE      *
038700* PROFILES THAN THE TABLE, ABENDS THE RUN - WRITING  *
038800* IT BACK SHORT WOULD LOSE A SOURCE'S PROFILE        *
038900*****************************************************
039000 1200-LOAD-PROFILES.
039100     OPEN INPUT KEY-PRF.
039200     IF KR-PRF-STATUS NOT = "00"
039300         SET KR-ABEND TO TRUE
039400         SET KR-EOF TO TRUE
039500         MOVE 16 TO RETURN-CODE
039600         DISPLAY "PRFMAINT - KEYPRF OPEN FAILED, STATUS "
039700             KR-PRF-STATUS " - RUN ABENDED, RETURN-CODE "
039800             "SET TO 16"
039900         GO TO 1200-LOAD-PROFILES-EXIT
040000     END-IF.
040100
040200     PERFORM 1210-STORE-ONE-PROFILE
040300         THRU 1210-STORE-ONE-PROFILE-EXIT
040400         UNTIL KR-PRF-EOF.
040500
040600     CLOSE KEY-PRF.
040700 1200-LOAD-PROFILES-EXIT.
040800     EXIT.
040900
041000 1210-STORE-ONE-PROFILE.
041100     READ KEY-PRF
041200         AT END
041300             SET KR-PRF-EOF TO TRUE
041400             GO TO 1210-STORE-ONE-PROFILE-EXIT
041500     END-READ.
041600     IF KR-PRF-COUNT >= KR-PRF-MAX
041700         SET KR-PRF-EOF TO TRUE
041800         SET KR-ABEND TO TRUE
041900         SET KR-EOF TO TRUE
042000         MOVE 16 TO RETURN-CODE
042100         DISPLAY "PRFMAINT - KEYPRF HOLDS MORE THAN "
042200             "10 PROFILES - RUN ABENDED, RETURN-CODE "
042300             "SET TO 16"
042400         GO TO 1210-STORE-ONE-PROFILE-EXIT
042500     END-IF.
042600     ADD 1 TO KR-PRF-COUNT.
042700     MOVE KEY-PROFILE-RECORD TO KR-PRF-IMAGE ( KR-PRF-COUNT ).
042800 1210-STORE-ONE-PROFILE-EXIT.
042900     EXIT.
043000
043100*****************************************************
043200* 1300-LOAD-SCHEDULES - TABLE THE SCHEDULE MASTER,   *
043300* UNDER THE SAME RULES AS THE PROFILE MASTER         *
043400*****************************************************
043500 1300-LOAD-SCHEDULES.
043600     OPEN INPUT KEY-SCH.
043700     IF KR-SCH-STATUS NOT = "00"
043800         SET KR-ABEND TO TRUE
043900         SET KR-EOF TO TRUE
044000         MOVE 16 TO RETURN-CODE
044100         DISPLAY "PRFMAINT - KEYSCH OPEN FAILED, STATUS "
044200             KR-SCH-STATUS " - RUN ABENDED, RETURN-CODE "
044300             "SET TO 16"
044400         GO TO 1300-LOAD-SCHEDULES-EXIT
044500     END-IF.
044600
044700     PERFORM 1310-STORE-ONE-SCHEDULE
044800         THRU 1310-STORE-ONE-SCHEDULE-EXIT
044900         UNTIL KR-SCH-EOF.
045000
045100     CLOSE KEY-SCH.
045200 1300-LOAD-SCHEDULES-EXIT.
045300     EXIT.
045400
045500 1310-STORE-ONE-SCHEDULE.
045600     READ KEY-SCH
045700         AT END
045800             SET KR-SCH-EOF TO TRUE
045900             GO TO 1310-STORE-ONE-SCHEDULE-EXIT
046000     END-READ.
046100     IF KR-SCH-COUNT >= KR-SCH-MAX
046200         SET KR-SCH-EOF TO TRUE
046300         SET KR-ABEND TO TRUE
046400         SET KR-EOF TO TRUE
046500         MOVE 16 TO RETURN-CODE
046600         DISPLAY "PRFMAINT - KEYSCH HOLDS MORE THAN "
046700             "50 SCHEDULES - RUN ABENDED, RETURN-CODE "
046800             "SET TO 16"
046900         GO TO 1310-STORE-ONE-SCHEDULE-EXIT
047000     END-IF.
047100     ADD 1 TO KR-SCH-COUNT.
047200     MOVE SCHEDULE-RECORD TO KR-SCH-IMAGE ( KR-SCH-COUNT ).
047300 1310-STORE-ONE-SCHEDULE-EXIT.
047400     EXIT.
047500
047600*****************************************************
047700* 1400-OPEN-CHANGE-LOG - THE CHANGE LOG IS KEPT      *
047800* FROM RUN TO RUN, SO OPEN IT FOR EXTEND, CREATING   *
047900* IT ON A FIRST-EVER RUN.  NO LOG, NO CHANGES        *
048000*****************************************************
048100 1400-OPEN-CHANGE-LOG.
048200     OPEN EXTEND KEY-CHG.
048300     IF KR-CHG-STATUS NOT = "00"
048400         OPEN OUTPUT KEY-CHG
048500     END-IF.
048600     IF KR-CHG-STATUS = "00"
048700         SET KR-CHG-OPEN TO TRUE
048800     ELSE
048900         SET KR-ABEND TO TRUE
049000         SET KR-EOF TO TRUE
049100         MOVE 16 TO RETURN-CODE
049200         DISPLAY "PRFMAINT - KEYCHG OPEN FAILED, STATUS "
049300             KR-CHG-STATUS " - RUN ABENDED, RETURN-CODE "
049400             "SET TO 16"
049500     END-IF.
049600 1400-OPEN-CHANGE-LOG-EXIT.
049700     EXIT.
049800
049900*****************************************************
050000* 2000-APPLY-ONE-TRANSACTION - EDIT THE CURRENT      *
050100* TRANSACTION; REJECT IT, OR APPLY IT TO ITS MASTER  *
050200* TABLE AND LOG THE BEFORE AND AFTER IMAGES.  READ   *
050300* NEXT                                               *
050400*****************************************************
050500 2000-APPLY-ONE-TRANSACTION.
050600     ADD 1 TO KR-TRANS-READ.
050700     MOVE SPACES TO KR-REJECT-REASON.
050800     MOVE SPACES TO KR-BEFORE-IMAGE.
050900     MOVE SPACES TO KR-AFTER-IMAGE.
051000
051100     PERFORM 3000-EDIT-TRANSACTION
051200         THRU 3000-EDIT-TRANSACTION-EXIT.
051300     IF KR-REJECT-REASON NOT = SPACES
051400         ADD 1 TO KR-TRANS-REJECTED
051500         MOVE "REJECTED" TO KR-DET-RESULT
051600         PERFORM 6000-WRITE-DETAIL-LINE
051700             THRU 6000-WRITE-DETAIL-LINE-EXIT
051800         GO TO 2000-APPLY-ONE-TRANSACTION-NEXT
051900     END-IF.
052000
052100     IF MT-PROFILE-MASTER
052200         PERFORM 4000-APPLY-PROFILE
052300             THRU 4000-APPLY-PROFILE-EXIT
052400     ELSE
052500         PERFORM 4500-APPLY-SCHEDULE
052600             THRU 4500-APPLY-SCHEDULE-EXIT
052700     END-IF.
052800
052900     PERFORM 5000-LOG-CHANGE
053000         THRU 5000-LOG-CHANGE-EXIT.
053100     IF KR-ABEND
053200         GO TO 2000-APPLY-ONE-TRANSACTION-EXIT
053300     END-IF.
053400
053500     ADD 1 TO KR-TRANS-APPLIED.
053600     MOVE "APPLIED" TO KR-DET-RESULT.
053700     PERFORM 6000-WRITE-DETAIL-LINE
053800         THRU 6000-WRITE-DETAIL-LINE-EXIT.
053900
054000 2000-APPLY-ONE-TRANSACTION-NEXT.
054100     PERFORM 2100-READ-TRANSACTION
054200         THRU 2100-READ-TRANSACTION-EXIT.
054300 2000-APPLY-ONE-TRANSACTION-EXIT.
054400     EXIT.
054500
054600*****************************************************
054700* 2100-READ-TRANSACTION - READ THE NEXT TRANSACTION  *
054800*****************************************************
054900 2100-READ-TRANSACTION.
055000     READ MNT-TRN
055100         AT END
055200             SET KR-EOF TO TRUE
055300     END-READ.
055400 2100-READ-TRANSACTION-EXIT.
055500     EXIT.
055600
055700*****************************************************
055800* 3000-EDIT-TRANSACTION - THE EDITS COMMON TO BOTH   *
055900* MASTERS, THEN THE MASTER'S OWN.  THE FIRST EDIT    *
056000* FAILED LEAVES ITS REASON IN KR-REJECT-REASON       *
056100*****************************************************
056200 3000-EDIT-TRANSACTION.
056300     IF MT-REQUESTED-BY = SPACES
056400         MOVE "REQUESTED-BY NOT GIVEN" TO KR-REJECT-REASON
056500         GO TO 3000-EDIT-TRANSACTION-EXIT
056600     END-IF.
056700
056800     IF NOT MT-ADD
056900         AND NOT MT-CHANGE
057000         AND NOT MT-DELETE
057100         MOVE "ACTION NOT A, C, OR D" TO KR-REJECT-REASON
057200         GO TO 3000-EDIT-TRANSACTION-EXIT
057300     END-IF.
057400
057500     EVALUATE TRUE
057600         WHEN MT-PROFILE-MASTER
057700             PERFORM 3100-EDIT-PROFILE
057800                 THRU 3100-EDIT-PROFILE-EXIT
057900         WHEN MT-SCHEDULE-MASTER
058000             PERFORM 3200-EDIT-SCHEDULE
058100                 THRU 3200-EDIT-SCHEDULE-EXIT
058200         WHEN OTHER
058300             MOVE "MASTER CODE NOT P OR S"
058400                 TO KR-REJECT-REASON
058500     END-EVALUATE.
058600 3000-EDIT-TRANSACTION-EXIT.
058700     EXIT.
058800
058900*****************************************************
059000* 3100-EDIT-PROFILE - A PROFILE TRANSACTION.  THE    *
059100* LENGTH LIMITS ARE PROG'S OWN KEY-LENGTH BOUNDS,    *
059200* AND THE DEFAULT FUNCTION MUST BE ONE PROG RUNS -   *
059300* ANY OTHER CODE WOULD QUIETLY FALL BACK TO THE      *
059400* RUN'S FUNCTION PARAMETER                           *
059500*****************************************************
059600 3100-EDIT-PROFILE.
059700     MOVE MT-RECORD-IMAGE TO KR-EDIT-PROFILE.
059800     IF EP-SOURCE-SYSTEM = SPACE
059900         MOVE "SOURCE CODE NOT GIVEN" TO KR-REJECT-REASON
060000         GO TO 3100-EDIT-PROFILE-EXIT
060100     END-IF.
060200
060300     MOVE 0 TO KR-PRF-HIT-SUB.
060400     PERFORM 3110-MATCH-ONE-PROFILE
060500         THRU 3110-MATCH-ONE-PROFILE-EXIT
060600         VARYING KR-PRF-SUB FROM 1 BY 1
060700         UNTIL KR-PRF-SUB > KR-PRF-COUNT
060800             OR KR-PRF-HIT-SUB > 0.
060900
061000     IF MT-ADD
061100         AND KR-PRF-HIT-SUB > 0
061200         MOVE "SOURCE ALREADY ON FILE" TO KR-REJECT-REASON
061300         GO TO 3100-EDIT-PROFILE-EXIT
061400     END-IF.
061500     IF NOT MT-ADD
061600         AND KR-PRF-HIT-SUB = 0
061700         MOVE "SOURCE NOT ON FILE" TO KR-REJECT-REASON
061800         GO TO 3100-EDIT-PROFILE-EXIT
061900     END-IF.
062000     IF MT-DELETE
062100         GO TO 3100-EDIT-PROFILE-EXIT
062200     END-IF.
062300     IF MT-ADD
062400         AND KR-PRF-COUNT >= KR-PRF-MAX
062500         MOVE "PROFILE TABLE FULL (10)" TO KR-REJECT-REASON
062600         GO TO 3100-EDIT-PROFILE-EXIT
062700     END-IF.
062800
062900     IF EP-SOURCE-NAME = SPACES
063000         MOVE "SOURCE NAME NOT GIVEN" TO KR-REJECT-REASON
063100         GO TO 3100-EDIT-PROFILE-EXIT
063200     END-IF.
063300     IF EP-MIN-KEY-LENGTH IS NOT NUMERIC
063400         OR EP-MAX-KEY-LENGTH IS NOT NUMERIC
063500         MOVE "MIN/MAX LENGTH NOT NUMERIC" TO KR-REJECT-REASON
063600         GO TO 3100-EDIT-PROFILE-EXIT
063700     END-IF.
063800     IF EP-MIN-KEY-LENGTH < 06
063900         OR EP-MAX-KEY-LENGTH > 30
064000         MOVE "MIN/MAX LENGTH NOT WITHIN 06-30"
064100             TO KR-REJECT-REASON
064200         GO TO 3100-EDIT-PROFILE-EXIT
064300     END-IF.
064400     IF EP-MIN-KEY-LENGTH > EP-MAX-KEY-LENGTH
064500         MOVE "MIN LENGTH OVER MAX LENGTH" TO KR-REJECT-REASON
064600         GO TO 3100-EDIT-PROFILE-EXIT
064700     END-IF.
064800     IF EP-DUP-WINDOW-DAYS IS NOT NUMERIC
064900         MOVE "DUP WINDOW NOT NUMERIC" TO KR-REJECT-REASON
065000         GO TO 3100-EDIT-PROFILE-EXIT
065100     END-IF.
065200     IF EP-DEFAULT-FUNCTION NOT = "R"
065300         AND EP-DEFAULT-FUNCTION NOT = "U"
065400         AND EP-DEFAULT-FUNCTION NOT = "L"
065500         AND EP-DEFAULT-FUNCTION NOT = "X"
065550         AND EP-DEFAULT-FUNCTION NOT = "C"
065600         MOVE "FUNCTION NOT R, U, L, X, OR C" TO KR-REJECT-REASON
065700         GO TO 3100-EDIT-PROFILE-EXIT
065800     END-IF.
065900     IF EP-FAILURE-THRESHOLD IS NOT NUMERIC
066000         MOVE "THRESHOLD NOT NUMERIC" TO KR-REJECT-REASON
066100         GO TO 3100-EDIT-PROFILE-EXIT
066200     END-IF.
066210     IF EP-CHECK-DIGIT-OPTION NOT = "Y"
066220         AND EP-CHECK-DIGIT-OPTION NOT = "N"
066230         AND EP-CHECK-DIGIT-OPTION NOT = SPACE
066240         MOVE "CHECK DIGIT OPTION NOT Y OR N"
066250             TO KR-REJECT-REASON
066260         GO TO 3100-EDIT-PROFILE-EXIT
066270     END-IF.
066300 3100-EDIT-PROFILE-EXIT.
066400     EXIT.
066500
066600 3110-MATCH-ONE-PROFILE.
066700     IF KR-PRF-IMAGE ( KR-PRF-SUB ) ( 1 : 1 ) =
066800             EP-SOURCE-SYSTEM
066900         MOVE KR-PRF-SUB TO KR-PRF-HIT-SUB
067000     END-IF.
067100 3110-MATCH-ONE-PROFILE-EXIT.
067200     EXIT.
067300
067400*****************************************************
067500* 3200-EDIT-SCHEDULE - A SCHEDULE TRANSACTION.  THE  *
067600* RECORD IS KEYED ON JOB ID AND PROGRAM TOGETHER, AS *
067700* RUNMON MATCHES IT TO THE RUN HISTORY               *
067800*****************************************************
067900 3200-EDIT-SCHEDULE.
068000     MOVE MT-RECORD-IMAGE TO KR-EDIT-SCHEDULE.
068100     IF ES-JOB-ID = SPACES
068200         OR ES-PROGRAM-NAME = SPACES
068300         MOVE "JOB ID OR PROGRAM NOT GIVEN" TO KR-REJECT-REASON
068400         GO TO 3200-EDIT-SCHEDULE-EXIT
068500     END-IF.
068600
068700     MOVE 0 TO KR-SCH-HIT-SUB.
068800     PERFORM 3210-MATCH-ONE-SCHEDULE
068900         THRU 3210-MATCH-ONE-SCHEDULE-EXIT
069000         VARYING KR-SCH-SUB FROM 1 BY 1
069100         UNTIL KR-SCH-SUB > KR-SCH-COUNT
069200             OR KR-SCH-HIT-SUB > 0.
069300
069400     IF MT-ADD
069500         AND KR-SCH-HIT-SUB > 0
069600         MOVE "SCHEDULE ALREADY ON FILE" TO KR-REJECT-REASON
069700         GO TO 3200-EDIT-SCHEDULE-EXIT
069800     END-IF.
069900     IF NOT MT-ADD
070000         AND KR-SCH-HIT-SUB = 0
070100         MOVE "SCHEDULE NOT ON FILE" TO KR-REJECT-REASON
070200         GO TO 3200-EDIT-SCHEDULE-EXIT
070300     END-IF.
070400     IF MT-DELETE
070500         GO TO 3200-EDIT-SCHEDULE-EXIT
070600     END-IF.
070700     IF MT-ADD
070800         AND KR-SCH-COUNT >= KR-SCH-MAX
070900         MOVE "SCHEDULE TABLE FULL (50)" TO KR-REJECT-REASON
071000         GO TO 3200-EDIT-SCHEDULE-EXIT
071100     END-IF.
071200
071300     MOVE 'N' TO KR-BAD-DAY-SWITCH.
071400     PERFORM 3220-EDIT-ONE-RUN-DAY
071500         THRU 3220-EDIT-ONE-RUN-DAY-EXIT
071600         VARYING KR-DAY-SUB FROM 1 BY 1
071700         UNTIL KR-DAY-SUB > 7.
071800     IF KR-BAD-DAY
071900         MOVE "RUN DAYS NOT ALL Y OR N" TO KR-REJECT-REASON
072000         GO TO 3200-EDIT-SCHEDULE-EXIT
072100     END-IF.
072200
072300     IF ES-LATEST-END-TIME IS NOT NUMERIC
072400         MOVE "END TIME NOT NUMERIC" TO KR-REJECT-REASON
072500         GO TO 3200-EDIT-SCHEDULE-EXIT
072600     END-IF.
072700     MOVE ES-LATEST-END-TIME TO KR-END-TIME.
072800     IF KR-END-HH > 23
072900         OR KR-END-MM > 59
073000         OR KR-END-SS > 59
073100         MOVE "END TIME NOT A VALID HHMMSSHH"
073200             TO KR-REJECT-REASON
073300         GO TO 3200-EDIT-SCHEDULE-EXIT
073400     END-IF.
073500 3200-EDIT-SCHEDULE-EXIT.
073600     EXIT.
073700
073800 3210-MATCH-ONE-SCHEDULE.
073900     IF KR-SCH-IMAGE ( KR-SCH-SUB ) ( 1 : 8 ) = ES-JOB-ID
074000         AND KR-SCH-IMAGE ( KR-SCH-SUB ) ( 10 : 8 ) =
074100             ES-PROGRAM-NAME
074200         MOVE KR-SCH-SUB TO KR-SCH-HIT-SUB
074300     END-IF.
074400 3210-MATCH-ONE-SCHEDULE-EXIT.
074500     EXIT.
074600
074700 3220-EDIT-ONE-RUN-DAY.
074800     IF ES-RUN-DAY ( KR-DAY-SUB ) NOT = "Y"
074900         AND ES-RUN-DAY ( KR-DAY-SUB ) NOT = "N"
075000         SET KR-BAD-DAY TO TRUE
075100     END-IF.
075200 3220-EDIT-ONE-RUN-DAY-EXIT.
075300     EXIT.
075400
075500*****************************************************
075600* 4000-APPLY-PROFILE - APPLY AN EDITED PROFILE       *
075700* TRANSACTION TO THE TABLE, KEEPING THE BEFORE AND   *
075800* AFTER IMAGES FOR THE CHANGE LOG.  A DELETE CLOSES  *
075900* THE TABLE UP OVER THE DELETED ENTRY                *
076000*****************************************************
076100 4000-APPLY-PROFILE.
076200     EVALUATE TRUE
076300         WHEN MT-ADD
076400             ADD 1 TO KR-PRF-COUNT
076500             MOVE KR-EDIT-PROFILE
076600                 TO KR-PRF-IMAGE ( KR-PRF-COUNT )
076700             MOVE KR-EDIT-PROFILE TO KR-AFTER-IMAGE
076800             ADD 1 TO KR-PRF-ADDS
076900         WHEN MT-CHANGE
077000             MOVE KR-PRF-IMAGE ( KR-PRF-HIT-SUB )
077100                 TO KR-BEFORE-IMAGE
077200             MOVE KR-EDIT-PROFILE
077300                 TO KR-PRF-IMAGE ( KR-PRF-HIT-SUB )
077400             MOVE KR-EDIT-PROFILE TO KR-AFTER-IMAGE
077500             ADD 1 TO KR-PRF-CHANGES
077600         WHEN OTHER
077700             MOVE KR-PRF-IMAGE ( KR-PRF-HIT-SUB )
077800                 TO KR-BEFORE-IMAGE
077900             PERFORM 4010-CLOSE-UP-PROFILE
078000                 THRU 4010-CLOSE-UP-PROFILE-EXIT
078100                 VARYING KR-PRF-SUB FROM KR-PRF-HIT-SUB BY 1
078200                 UNTIL KR-PRF-SUB >= KR-PRF-COUNT
078300             SUBTRACT 1 FROM KR-PRF-COUNT
078400             ADD 1 TO KR-PRF-DELETES
078500     END-EVALUATE.
078600 4000-APPLY-PROFILE-EXIT.
078700     EXIT.
078800
078900 4010-CLOSE-UP-PROFILE.
079000     MOVE KR-PRF-IMAGE ( KR-PRF-SUB + 1 )
079100         TO KR-PRF-IMAGE ( KR-PRF-SUB ).
079200 4010-CLOSE-UP-PROFILE-EXIT.
079300     EXIT.
079400
079500*****************************************************
079600* 4500-APPLY-SCHEDULE - THE SAME FOR AN EDITED       *
079700* SCHEDULE TRANSACTION                               *
079800*****************************************************
079900 4500-APPLY-SCHEDULE.
080000     EVALUATE TRUE
080100         WHEN MT-ADD
080200             ADD 1 TO KR-SCH-COUNT
080300             MOVE KR-EDIT-SCHEDULE
080400                 TO KR-SCH-IMAGE ( KR-SCH-COUNT )
080500             MOVE KR-EDIT-SCHEDULE TO KR-AFTER-IMAGE
080600             ADD 1 TO KR-SCH-ADDS
080700         WHEN MT-CHANGE
080800             MOVE KR-SCH-IMAGE ( KR-SCH-HIT-SUB )
080900                 TO KR-BEFORE-IMAGE
081000             MOVE KR-EDIT-SCHEDULE
081100                 TO KR-SCH-IMAGE ( KR-SCH-HIT-SUB )
081200             MOVE KR-EDIT-SCHEDULE TO KR-AFTER-IMAGE
081300             ADD 1 TO KR-SCH-CHANGES
081400         WHEN OTHER
081500             MOVE KR-SCH-IMAGE ( KR-SCH-HIT-SUB )
081600                 TO KR-BEFORE-IMAGE
081700             PERFORM 4510-CLOSE-UP-SCHEDULE
081800                 THRU 4510-CLOSE-UP-SCHEDULE-EXIT
081900                 VARYING KR-SCH-SUB FROM KR-SCH-HIT-SUB BY 1
082000                 UNTIL KR-SCH-SUB >= KR-SCH-COUNT
082100             SUBTRACT 1 FROM KR-SCH-COUNT
082200             ADD 1 TO KR-SCH-DELETES
082300     END-EVALUATE.
082400 4500-APPLY-SCHEDULE-EXIT.
082500     EXIT.
082600
082700 4510-CLOSE-UP-SCHEDULE.
082800     MOVE KR-SCH-IMAGE ( KR-SCH-SUB + 1 )
082900         TO KR-SCH-IMAGE ( KR-SCH-SUB ).
083000 4510-CLOSE-UP-SCHEDULE-EXIT.
083100     EXIT.
083200
083300*****************************************************
083400* 5000-LOG-CHANGE - APPEND THE BEFORE/AFTER IMAGE OF *
083500* THE CHANGE JUST APPLIED TO THE CHANGE LOG.  A      *
083600* WRITE FAILURE ABENDS THE RUN BEFORE ANY NEW MASTER *
083700* IS WRITTEN - THE TABLES NOW HOLD A CHANGE WITH NO  *
083800* RECORD OF IT                                       *
083900*****************************************************
084000 5000-LOG-CHANGE.
084100     MOVE SPACES TO CHANGE-LOG-RECORD.
084200     ACCEPT CL-DATE FROM DATE YYYYMMDD.
084300     ACCEPT CL-TIME FROM TIME.
084400     MOVE KR-JOB-ID        TO CL-JOB-ID.
084500     MOVE MT-REQUESTED-BY  TO CL-REQUESTED-BY.
084600     MOVE MT-MASTER-CODE   TO CL-MASTER-CODE.
084700     MOVE MT-ACTION-CODE   TO CL-ACTION-CODE.
084800     MOVE KR-BEFORE-IMAGE  TO CL-BEFORE-IMAGE.
084900     MOVE KR-AFTER-IMAGE   TO CL-AFTER-IMAGE.
085000     WRITE CHANGE-LOG-RECORD.
085100     IF KR-CHG-STATUS NOT = "00"
085200         SET KR-ABEND TO TRUE
085300         SET KR-EOF TO TRUE
085400         MOVE 16 TO RETURN-CODE
085500         DISPLAY "PRFMAINT - KEYCHG WRITE FAILED, STATUS "
085600             KR-CHG-STATUS " - RUN ABENDED, RETURN-CODE "
085700             "SET TO 16"
085750         GO TO 5000-LOG-CHANGE-EXIT
085800     END-IF.
085850     ADD 1 TO KR-CHANGES-LOGGED.
085900 5000-LOG-CHANGE-EXIT.
086000     EXIT.
086100
086200*****************************************************
086300* 6000-WRITE-DETAIL-LINE - ONE REPORT LINE PER       *
086400* TRANSACTION: WHAT WAS ASKED, BY WHOM, AND WHAT     *
086500* BECAME OF IT                                       *
086600*****************************************************
086700 6000-WRITE-DETAIL-LINE.
086800     MOVE MT-MASTER-CODE   TO KR-DET-MASTER.
086900     MOVE MT-ACTION-CODE   TO KR-DET-ACTION.
087000     MOVE MT-REQUESTED-BY  TO KR-DET-REQUESTED-BY.
087100     MOVE MT-RECORD-IMAGE  TO KR-DET-KEY.
087200     MOVE KR-REJECT-REASON TO KR-DET-REASON.
087300     WRITE RPT-LINE FROM KR-DETAIL-LINE.
087400 6000-WRITE-DETAIL-LINE-EXIT.
087500     EXIT.
087600
087700*****************************************************
087800* 7000-WRITE-NEW-MASTERS - WRITE BOTH TABLES OUT     *
087900* WHOLE AS THE NEW MASTERS.  SKIPPED ON AN ABENDED   *
088000* RUN, SO A HALF-APPLIED OR UNLOGGED SET OF CHANGES  *
088100* NEVER REACHES A MASTER                             *
088200*****************************************************
088300 7000-WRITE-NEW-MASTERS.
088400     IF KR-ABEND
088500         GO TO 7000-WRITE-NEW-MASTERS-EXIT
088600     END-IF.
088700
088800     OPEN OUTPUT PRF-NEW.
088900     IF KR-PNW-STATUS NOT = "00"
089000         SET KR-ABEND TO TRUE
089100         MOVE 16 TO RETURN-CODE
089200         DISPLAY "PRFMAINT - PRFNEW OPEN FAILED, STATUS "
089300             KR-PNW-STATUS " - RUN ABENDED, RETURN-CODE "
089400             "SET TO 16"
089500         GO TO 7000-WRITE-NEW-MASTERS-EXIT
089600     END-IF.
089700     PERFORM 7100-WRITE-ONE-PROFILE
089800         THRU 7100-WRITE-ONE-PROFILE-EXIT
089900         VARYING KR-PRF-SUB FROM 1 BY 1
090000         UNTIL KR-PRF-SUB > KR-PRF-COUNT
090050            OR KR-ABEND.
090100     CLOSE PRF-NEW.
090150     IF KR-ABEND
090160         GO TO 7000-WRITE-NEW-MASTERS-EXIT
090170     END-IF.
090200
090300     OPEN OUTPUT SCH-NEW.
090400     IF KR-SNW-STATUS NOT = "00"
090500         SET KR-ABEND TO TRUE
090600         MOVE 16 TO RETURN-CODE
090700         DISPLAY "PRFMAINT - SCHNEW OPEN FAILED, STATUS "
090800             KR-SNW-STATUS " - RUN ABENDED, RETURN-CODE "
090900             "SET TO 16"
091000         GO TO 7000-WRITE-NEW-MASTERS-EXIT
091100     END-IF.
091200     PERFORM 7200-WRITE-ONE-SCHEDULE
091300         THRU 7200-WRITE-ONE-SCHEDULE-EXIT
091400         VARYING KR-SCH-SUB FROM 1 BY 1
091500         UNTIL KR-SCH-SUB > KR-SCH-COUNT
091550            OR KR-ABEND.
091600     CLOSE SCH-NEW.
091700 7000-WRITE-NEW-MASTERS-EXIT.
091800     EXIT.
091900
092000 7100-WRITE-ONE-PROFILE.
092100     MOVE KR-PRF-IMAGE ( KR-PRF-SUB ) TO PROFILE-NEW-RECORD.
092200     WRITE PROFILE-NEW-RECORD.
092210     IF KR-PNW-STATUS NOT = "00"
092220         SET KR-ABEND TO TRUE
092230         MOVE 16 TO RETURN-CODE
092240         DISPLAY "PRFMAINT - PRFNEW WRITE FAILED, STATUS "
092250             KR-PNW-STATUS " - RUN ABENDED, RETURN-CODE "
092260             "SET TO 16"
092270     END-IF.
092300 7100-WRITE-ONE-PROFILE-EXIT.
092400     EXIT.
092500
092600 7200-WRITE-ONE-SCHEDULE.
092700     MOVE KR-SCH-IMAGE ( KR-SCH-SUB ) TO SCHEDULE-NEW-RECORD.
092800     WRITE SCHEDULE-NEW-RECORD.
092810     IF KR-SNW-STATUS NOT = "00"
092820         SET KR-ABEND TO TRUE
092830         MOVE 16 TO RETURN-CODE
092840         DISPLAY "PRFMAINT - SCHNEW WRITE FAILED, STATUS "
092850             KR-SNW-STATUS " - RUN ABENDED, RETURN-CODE "
092860             "SET TO 16"
092870     END-IF.
092900 7200-WRITE-ONE-SCHEDULE-EXIT.
093000     EXIT.
093100
093200*****************************************************
093300* 8000-PRODUCE-REPORT - THE TRANSACTION TOTALS, THE  *
093400* ADD/CHANGE/DELETE COUNTS PER MASTER, AND A LISTING *
093500* OF BOTH MASTERS AS THEY NOW STAND.  AN ABENDED RUN *
093600* WROTE NO NEW MASTER, SO IT LISTS NOTHING           *
093700*****************************************************
093800 8000-PRODUCE-REPORT.
093900     WRITE RPT-LINE FROM KR-BLANK-LINE.
094000
094100     MOVE KR-TRANS-READ TO KR-RPT-READ.
094200     WRITE RPT-LINE FROM KR-TOTAL-LINE-READ.
094300
094400     MOVE KR-TRANS-APPLIED TO KR-RPT-APPLIED.
094500     WRITE RPT-LINE FROM KR-TOTAL-LINE-APPLIED.
094600
094700     MOVE KR-TRANS-REJECTED TO KR-RPT-REJECTED.
094800     WRITE RPT-LINE FROM KR-TOTAL-LINE-REJECTED.
094900
095000     MOVE "PROFILE MASTER . . . . " TO KR-RPT-MASTER-NAME.
095100     MOVE KR-PRF-ADDS    TO KR-RPT-ADDS.
095200     MOVE KR-PRF-CHANGES TO KR-RPT-CHANGES.
095300     MOVE KR-PRF-DELETES TO KR-RPT-DELETES.
095400     MOVE KR-PRF-COUNT   TO KR-RPT-ON-FILE.
095500     WRITE RPT-LINE FROM KR-TOTAL-LINE-MASTER.
095600
095700     MOVE "SCHEDULE MASTER  . . . " TO KR-RPT-MASTER-NAME.
095800     MOVE KR-SCH-ADDS    TO KR-RPT-ADDS.
095900     MOVE KR-SCH-CHANGES TO KR-RPT-CHANGES.
096000     MOVE KR-SCH-DELETES TO KR-RPT-DELETES.
096100     MOVE KR-SCH-COUNT   TO KR-RPT-ON-FILE.
096200     WRITE RPT-LINE FROM KR-TOTAL-LINE-MASTER.
096300
096400     IF KR-ABEND
096500         GO TO 8000-PRODUCE-REPORT-EXIT
096600     END-IF.
096700
096800     WRITE RPT-LINE FROM KR-BLANK-LINE.
096900     WRITE RPT-LINE FROM KR-PRF-LIST-HEADING-1.
097000     WRITE RPT-LINE FROM KR-PRF-LIST-HEADING-2.
097100     PERFORM 8100-LIST-ONE-PROFILE
097200         THRU 8100-LIST-ONE-PROFILE-EXIT
097300         VARYING KR-PRF-SUB FROM 1 BY 1
097400         UNTIL KR-PRF-SUB > KR-PRF-COUNT.
097500
097600     WRITE RPT-LINE FROM KR-BLANK-LINE.
097700     WRITE RPT-LINE FROM KR-SCH-LIST-HEADING-1.
097800     WRITE RPT-LINE FROM KR-SCH-LIST-HEADING-2.
097900     PERFORM 8200-LIST-ONE-SCHEDULE
098000         THRU 8200-LIST-ONE-SCHEDULE-EXIT
098100         VARYING KR-SCH-SUB FROM 1 BY 1
098200         UNTIL KR-SCH-SUB > KR-SCH-COUNT.
098300
098400     IF KR-TRANS-REJECTED > 0
098500         AND RETURN-CODE < 4
098600         MOVE 4 TO RETURN-CODE
098700     END-IF.
098800 8000-PRODUCE-REPORT-EXIT.
098900     EXIT.
099000
099100 8100-LIST-ONE-PROFILE.
099200     MOVE KR-PRF-IMAGE ( KR-PRF-SUB ) TO KR-EDIT-PROFILE.
099300     MOVE EP-SOURCE-SYSTEM     TO KR-LST-PRF-SOURCE.
099400     MOVE EP-SOURCE-NAME       TO KR-LST-PRF-NAME.
099500     MOVE EP-MIN-KEY-LENGTH    TO KR-LST-PRF-MIN.
099600     MOVE EP-MAX-KEY-LENGTH    TO KR-LST-PRF-MAX.
099700     MOVE EP-DUP-WINDOW-DAYS   TO KR-LST-PRF-WINDOW.
099800     MOVE EP-DEFAULT-FUNCTION  TO KR-LST-PRF-FUNCTION.
099900     MOVE EP-FAILURE-THRESHOLD TO KR-LST-PRF-THRESHOLD.
099950     MOVE EP-CHECK-DIGIT-OPTION TO KR-LST-PRF-CHECK-DIGIT.
100000     WRITE RPT-LINE FROM KR-PRF-LIST-LINE.
100100 8100-LIST-ONE-PROFILE-EXIT.
100200     EXIT.
100300
100400 8200-LIST-ONE-SCHEDULE.
100500     MOVE KR-SCH-IMAGE ( KR-SCH-SUB ) TO KR-EDIT-SCHEDULE.
100600     MOVE ES-JOB-ID            TO KR-LST-SCH-JOB-ID.
100700     MOVE ES-PROGRAM-NAME      TO KR-LST-SCH-PROGRAM.
100800     MOVE ES-RUN-DAYS          TO KR-LST-SCH-DAYS.
100900     MOVE ES-LATEST-END-TIME   TO KR-LST-SCH-END-TIME.
101000     WRITE RPT-LINE FROM KR-SCH-LIST-LINE.
101100 8200-LIST-ONE-SCHEDULE-EXIT.
101200     EXIT.
101300
101400*****************************************************
101500* 9000-TERMINATE - VOID THE CHANGE LOG ENTRIES OF AN *
101600* ABENDED RUN, THEN CLOSE FILES                      *
101650*****************************************************
101700 9000-TERMINATE.
101800     IF KR-TRN-OPEN
101900         CLOSE MNT-TRN
102000     END-IF.
102100     IF KR-CHG-OPEN
102130         IF KR-ABEND
102140             AND KR-CHANGES-LOGGED > 0
102150             PERFORM 9100-VOID-CHANGE-LOG
102160                 THRU 9100-VOID-CHANGE-LOG-EXIT
102170         END-IF
102200         CLOSE KEY-CHG
102300     END-IF.
102400     CLOSE PRF-RPT.
102500 9000-TERMINATE-EXIT.
102600     EXIT.
102700
102800*****************************************************
102900* 9100-VOID-CHANGE-LOG - AN ABENDED RUN WROTE NO NEW *
103000* MASTER THAT MAY BE RENAMED OVER A LIVE ONE, SO THE *
103100* CHANGES IT HAS ALREADY LOGGED NEVER TOOK EFFECT.   *
103200* APPEND ONE ACTION X RECORD SAYING SO, WITH THE     *
103300* NUMBER OF ENTRIES ABOVE IT THAT IT VOIDS, SO THE   *
103400* LOG NEVER CLAIMS A CHANGE THAT DID NOT HAPPEN      *
103500*****************************************************
103600 9100-VOID-CHANGE-LOG.
103700     MOVE SPACES TO CHANGE-LOG-RECORD.
103800     ACCEPT CL-DATE FROM DATE YYYYMMDD.
103900     ACCEPT CL-TIME FROM TIME.
104000     MOVE KR-JOB-ID        TO CL-JOB-ID.
104100     MOVE "X"              TO CL-ACTION-CODE.
104200     MOVE "RUN ABENDED - NOT APPLIED" TO CL-BEFORE-IMAGE.
104300     MOVE KR-CHANGES-LOGGED TO KR-VOID-COUNT.
104400     MOVE KR-VOID-TEXT     TO CL-AFTER-IMAGE.
104500     WRITE CHANGE-LOG-RECORD.
104600     IF KR-CHG-STATUS NOT = "00"
104700         DISPLAY "PRFMAINT - KEYCHG VOID RECORD WRITE FAILED, "
104800             "STATUS " KR-CHG-STATUS " - THE LAST "
104900             KR-VOID-COUNT " CHANGE LOG ENTRIES WERE NOT "
105000             "APPLIED"
105100     END-IF.
105200 9100-VOID-CHANGE-LOG-EXIT.
105300     EXIT.
