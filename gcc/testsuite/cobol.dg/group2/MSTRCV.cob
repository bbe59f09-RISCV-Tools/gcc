000100*****************************************************
000200* IDENTIFICATION DIVISION                            *
000300*****************************************************
000400 IDENTIFICATION          DIVISION.
000500 PROGRAM-ID.             mstrcv.
000600 AUTHOR.                 J W KOWALSKI.
000700 INSTALLATION.           DATA CENTER SERVICES - BATCH.
000800 DATE-WRITTEN.           2026-10-15.
000900 DATE-COMPILED.          2026-10-15.
001000
001100*****************************************************
001200* REMARKS.  FORWARD RECOVERY OF THE KEYMST           *
001300* PROCESSED-KEY MASTER.  A LOST OR DAMAGED MASTER IS *
001400* REBUILT FROM THE NIGHTLY BACKUP COPY (KEYBKP, AN   *
001500* IDCAMS REPRO OF THE KSDS) PLUS THE KEYAUD ENTRIES  *
001600* WRITTEN SINCE, SO A KEY PROCESSED AFTER THE BACKUP *
001700* IS STILL ROUTED TO KEYDUP WHEN IT COMES BACK.      *
001800*                                                     *
001900* THE BACKUP IS LOADED INTO THE EMPTY, NEWLY DEFINED *
002000* MASTER AS IT STANDS.  THE TRAIL IS THEN READ IN    *
002100* THE ORDER WRITTEN AND EVERY ENTRY STAMPED AT OR    *
002200* AFTER THE RECOVERY POINT (RCVDATE/RCVTIME - WHEN   *
002300* THE BACKUP WAS TAKEN) IS APPLIED THE WAY ITS       *
002400* WRITER APPLIED IT, THE ENTRY'S OWN DATE, TIME, JOB *
002500* ID, AND SOURCE SYSTEM GOING ON THE MASTER:         *
002600*                                                     *
002700*   P - ADDED, OR REWRITTEN, AS STATUS P WITH THE    *
002800*       ENTRY'S OUTPUT KEY (PROG 5000).              *
002900*   R - ADDED AS STATUS R WHEN THE KEY IS NOT ON THE *
003000*       MASTER; A KEY ALREADY THERE IS LEFT AS IT    *
003100*       STANDS (PROG 6000).  THE TRAIL CARRIES NO    *
003200*       REASON CODE, SO THE REASON IS TAKEN FROM THE *
003300*       KEYRTK TRACKING ENTRY WHEN THERE IS ONE.     *
003400*   D - NOTHING; A DUPLICATE NEVER TOUCHES THE       *
003500*       MASTER.                                      *
003600*   B - A BACKOUT REMOVAL (NO OUTPUT KEY) DELETES    *
003700*       THE ENTRY; A REPLACEMENT REWRITES IT AS      *
003800*       STATUS P WITH THE CORRECTED OUTPUT KEY UNDER *
003900*       THE BACKOUT'S JOB ID (BACKOUT 5000).  A      *
004000*       BACKOUT ENTRY FOR A KEY NOT ON THE MASTER IS *
004100*       SKIPPED.                                     *
004200*                                                     *
004300* AN ENTRY WRITTEN BEFORE THE DISPOSITION WENT IN IS *
004400* TAKEN AS P WHEN IT CARRIES AN OUTPUT KEY AND AS R  *
004500* WHEN IT DOES NOT.  AN ENTRY WITH NO INPUT KEY, A   *
004600* DATE OR TIME THAT IS NOT NUMERIC, OR A DISPOSITION *
004700* THIS PROGRAM DOES NOT KNOW IS SKIPPED.  APPLYING   *
004800* AN ENTRY THE BACKUP ALREADY REFLECTS LEAVES THE    *
004900* SAME MASTER, SO A RECOVERY POINT A LITTLE EARLY IS *
005000* SAFE; ONE TOO LATE IS NOT.                         *
005100*                                                     *
005200* THE RCVRPT REPORT SHOWS ENTRIES ADDED, UPDATED,    *
005300* DELETED, AND SKIPPED (BY REASON), THEN COUNTS THE  *
005400* REBUILT MASTER AND BALANCES IT AGAINST THE BACKUP  *
005500* RECORDS LOADED PLUS ADDED LESS DELETED.  OUT OF    *
005600* BALANCE ISSUES KEYR029E THROUGH KEYRMSG AND FAILS  *
005700* THE STEP RETURN-CODE 16, AS DOES A MISSING OR BAD  *
005800* RECOVERY POINT, A BACKUP, TRAIL, OR MASTER THAT    *
005900* WILL NOT OPEN OR READ, OR A MASTER UPDATE THAT     *
006000* FAILS.  A BACKUP RECORD THAT WILL NOT LOAD ENDS    *
006100* THE STEP RETURN-CODE 4.  NO KEYRTK ONLY MEANS      *
006200* REJECTS ARE RECOVERED WITH NO REASON CODE.  NO KEY *
006300* VALUE PRINTS ON THE REPORT OR THE JOB LOG.         *
006400*                                                     *
006500* MODIFICATION HISTORY.                              *
006600* 2026-10-15  JWK  ORIGINAL PROGRAM.                  *
006700*****************************************************
006800
006900 ENVIRONMENT              DIVISION.
007000 CONFIGURATION            SECTION.
007100 SOURCE-COMPUTER.         IBM-370.
007200 OBJECT-COMPUTER.         IBM-370.
007300
007400 INPUT-OUTPUT             SECTION.
007500 FILE-CONTROL.
007600     SELECT KEY-BKP       ASSIGN TO KEYBKP
007700                           ORGANIZATION IS SEQUENTIAL
007800                           FILE STATUS IS KR-BKP-STATUS.
007900
008000     SELECT KEY-MST       ASSIGN TO KEYMST
008100                           ORGANIZATION IS INDEXED
008200                           ACCESS MODE IS DYNAMIC
008300                           RECORD KEY IS KM-KEY
008400                           FILE STATUS IS KR-MST-STATUS.
008500
008600     SELECT KEY-RTK       ASSIGN TO KEYRTK
008700                           ORGANIZATION IS INDEXED
008800                           ACCESS MODE IS RANDOM
008900                           RECORD KEY IS RT-KEY
009000                           FILE STATUS IS KR-RTK-STATUS.
009100
009200     SELECT AUD-IN        ASSIGN TO KEYAUD
009300                           ORGANIZATION IS LINE SEQUENTIAL
009400                           FILE STATUS IS KR-AUD-STATUS.
009500
009600     SELECT RCV-RPT       ASSIGN TO RCVRPT
009700                           ORGANIZATION IS LINE SEQUENTIAL.
009800
009900 DATA                     DIVISION.
010000 FILE                     SECTION.
010100 FD  KEY-BKP
010200     LABEL RECORDS ARE STANDARD.
010300     COPY "keymst.cpy" REPLACING KEY-MASTER-RECORD BY
010400         KEY-BACKUP-RECORD LEADING ==KM-== BY ==KB-==.
010500
010600 FD  KEY-MST
010700     LABEL RECORDS ARE STANDARD.
010800     COPY "keymst.cpy".
010900
011000 FD  KEY-RTK
011100     LABEL RECORDS ARE STANDARD.
011200     COPY "keyrtk.cpy".
011300
011400 FD  AUD-IN
011500     LABEL RECORDS ARE OMITTED.
011600     COPY "keyaud.cpy".
011700
011800 FD  RCV-RPT
011900     LABEL RECORDS ARE OMITTED.
012000 01  RPT-LINE                PIC X(80).
012100
012200 WORKING-STORAGE          SECTION.
012300*-------------------------------------------------------*
012400* SWITCHES                                               *
012500*-------------------------------------------------------*
012600 01  KR-SWITCHES.
012700     05  KR-ABEND-SWITCH      PIC X(01)    VALUE 'N'.
012800         88  KR-ABEND                       VALUE 'Y'.
012900     05  KR-BKP-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
013000         88  KR-BKP-OPEN                    VALUE 'Y'.
013100     05  KR-MST-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
013200         88  KR-MST-OPEN                    VALUE 'Y'.
013300     05  KR-RTK-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
013400         88  KR-RTK-OPEN                    VALUE 'Y'.
013500     05  KR-AUD-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
013600         88  KR-AUD-OPEN                    VALUE 'Y'.
013700     05  KR-BKP-EOF-SWITCH    PIC X(01)    VALUE 'N'.
013800         88  KR-BKP-EOF                     VALUE 'Y'.
013900     05  KR-AUD-EOF-SWITCH    PIC X(01)    VALUE 'N'.
014000         88  KR-AUD-EOF                     VALUE 'Y'.
014100     05  KR-MST-EOF-SWITCH    PIC X(01)    VALUE 'N'.
014200         88  KR-MST-EOF                     VALUE 'Y'.
014300     05  KR-CUT-SHORT-SWITCH  PIC X(01)    VALUE 'N'.
014400         88  KR-CUT-SHORT                   VALUE 'Y'.
014500     05  KR-ON-MASTER-SWITCH  PIC X(01)    VALUE 'N'.
014600         88  KR-ON-MASTER                   VALUE 'Y'.
014700
014800 01  KR-BKP-STATUS            PIC X(02).
014900 01  KR-MST-STATUS            PIC X(02).
015000 01  KR-RTK-STATUS            PIC X(02).
015100 01  KR-AUD-STATUS            PIC X(02).
015200 01  KR-JOB-ID                PIC X(08)    VALUE SPACES.
015300
015400*-------------------------------------------------------*
015500* RUN PARAMETERS - THE RECOVERY POINT                    *
015600*-------------------------------------------------------*
015700 01  KR-RECOVERY-POINT.
015800     05  KR-RCV-DATE-TEXT     PIC X(08)    VALUE SPACES.
015900     05  KR-RCV-TIME-TEXT     PIC X(08)    VALUE SPACES.
016000     05  KR-RCV-DATE          PIC 9(08)    VALUE 0.
016100     05  KR-RCV-TIME          PIC 9(08)    VALUE 0.
016200
016300*-------------------------------------------------------*
016400* THE CURRENT TRAIL ENTRY - HOW IT IS TO BE APPLIED, AND *
016500* ITS INPUT KEY MEASURED TO ITS LAST NON-SPACE BYTE      *
016600*-------------------------------------------------------*
016700 01  KR-APPLY-AREA.
016800     05  KR-APPLY-DISPOSITION PIC X(01)    VALUE SPACE.
016900         88  KR-APPLY-PROCESSED             VALUE "P".
017000         88  KR-APPLY-REJECTED              VALUE "R".
017100         88  KR-APPLY-DUPLICATE             VALUE "D".
017200         88  KR-APPLY-BACKOUT               VALUE "B".
017300     05  KR-WORK-LENGTH       PIC 9(02)    COMP VALUE 0.
017400     05  KR-WORK-KEY          PIC X(30)    VALUE SPACES.
017500
017600 01  KR-SCAN-SUB              PIC 9(02)    COMP VALUE 0.
017700 01  KR-MAX-KEY-LENGTH        PIC 9(02)    VALUE 30.
017800
017900*-------------------------------------------------------*
018000* CONTROL-TOTAL COUNTERS                                 *
018100*-------------------------------------------------------*
018200 01  KR-COUNTERS.
018300     05  KR-BKP-RECORDS-READ  PIC 9(09)    COMP VALUE 0.
018400     05  KR-BKP-LOADED        PIC 9(09)    COMP VALUE 0.
018500     05  KR-BKP-NOT-LOADED    PIC 9(09)    COMP VALUE 0.
018600     05  KR-AUD-ENTRIES-READ  PIC 9(09)    COMP VALUE 0.
018700     05  KR-BEFORE-POINT      PIC 9(09)    COMP VALUE 0.
018800     05  KR-AFTER-POINT       PIC 9(09)    COMP VALUE 0.
018900     05  KR-ENTRIES-ADDED     PIC 9(09)    COMP VALUE 0.
019000     05  KR-ENTRIES-UPDATED   PIC 9(09)    COMP VALUE 0.
019100     05  KR-ENTRIES-DELETED   PIC 9(09)    COMP VALUE 0.
019200     05  KR-ENTRIES-SKIPPED   PIC 9(09)    COMP VALUE 0.
019300     05  KR-SKIP-DUPLICATE    PIC 9(09)    COMP VALUE 0.
019400     05  KR-SKIP-REJECT-ON-FILE PIC 9(09)  COMP VALUE 0.
019500     05  KR-SKIP-BACKOUT-NO-ENTRY PIC 9(09) COMP VALUE 0.
019600     05  KR-SKIP-BLANK-KEY    PIC 9(09)    COMP VALUE 0.
019700     05  KR-SKIP-UNUSABLE     PIC 9(09)    COMP VALUE 0.
019800     05  KR-ENTRIES-INFERRED  PIC 9(09)    COMP VALUE 0.
019900     05  KR-UPDATE-FAILURES   PIC 9(09)    COMP VALUE 0.
020000     05  KR-RECORDS-IMPLIED   PIC 9(09)    COMP VALUE 0.
020100     05  KR-RECORDS-ON-MASTER PIC 9(09)    COMP VALUE 0.
020200
020300*-------------------------------------------------------*
020400* OPERATOR-MESSAGE REQUEST AREA (SEE KEYRMSG)            *
020500*-------------------------------------------------------*
020600     COPY "keymsg.cpy".
020700
020800 01  KR-SAVED-RETURN-CODE     PIC S9(04)   COMP VALUE 0.
020900
021000 01  KR-BALANCE-ALERT-TEXT.
021100     05  FILLER               PIC X(11)    VALUE "DIFFERENCE=".
021200     05  KR-ALERT-DIFFERENCE  PIC -(8)9.
021300
021400*-------------------------------------------------------*
021500* RECOVERY REPORT LINE IMAGES                            *
021600*-------------------------------------------------------*
021700 01  KR-HEADING-LINE-1.
021800     05  FILLER               PIC X(80)    VALUE
021900         "KEYMST FORWARD RECOVERY - BACKUP PLUS KEYAUD TRAIL".
022000
022100 01  KR-HEADING-LINE-2.
022200     05  FILLER               PIC X(80)    VALUE
022300         "==================================================".
022400
022500 01  KR-POINT-LINE.
022600     05  FILLER               PIC X(32)    VALUE
022700         "RECOVERY POINT (RCVDATE/RCVTIME)".
022800     05  FILLER               PIC X(02)    VALUE SPACES.
022900     05  KR-RPT-RCV-DATE      PIC 9(08).
023000     05  FILLER               PIC X(01)    VALUE SPACE.
023100     05  KR-RPT-RCV-TIME      PIC 9(08).
023200     05  FILLER               PIC X(29)    VALUE SPACES.
023300
023400 01  KR-NO-KEYRTK-LINE.
023500     05  FILLER               PIC X(80)    VALUE
023600         "NO KEYRTK - REJECTS RECOVERED WITH NO REASON CODE".
023700
023800 01  KR-SECTION-LINE.
023900     05  KR-SECTION-TEXT      PIC X(80)    VALUE SPACES.
024000
024100 01  KR-TOTAL-LINE.
024200     05  KR-TOT-LABEL         PIC X(32).
024300     05  KR-TOT-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.
024400     05  FILLER               PIC X(35)    VALUE SPACES.
024500
024600 01  KR-RESULT-LINE.
024700     05  FILLER               PIC X(33)    VALUE
024800         "RESULT . . . . . . . . . . . . .".
024900     05  KR-RESULT-TEXT       PIC X(47)    VALUE SPACES.
025000
025100 PROCEDURE                DIVISION.
025200
025300*****************************************************
025400* 0000-MAINLINE                                      *
025500*****************************************************
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE
025800         THRU 1000-INITIALIZE-EXIT.
025900
026000     IF NOT KR-ABEND
026100         PERFORM 2000-LOAD-BACKUP
026200             THRU 2000-LOAD-BACKUP-EXIT
026300     END-IF.
026400
026500     IF NOT KR-ABEND
026600         PERFORM 3000-APPLY-TRAIL
026700             THRU 3000-APPLY-TRAIL-EXIT
026800         PERFORM 7000-COUNT-MASTER
026900             THRU 7000-COUNT-MASTER-EXIT
027000         PERFORM 8000-PRODUCE-TOTALS
027100             THRU 8000-PRODUCE-TOTALS-EXIT
027200     END-IF.
027300
027400     PERFORM 9000-TERMINATE
027500         THRU 9000-TERMINATE-EXIT.
027600
027700     STOP RUN.
027800
027900*****************************************************
028000* 1000-INITIALIZE - PICK UP THE RECOVERY POINT, OPEN *
028100* THE FILES.  THE POINT IS REQUIRED - A GUESSED ONE  *
028200* COULD MISS ENTRIES - AND THE BACKUP, THE TRAIL,    *
028300* AND THE NEW MASTER MUST ALL OPEN, OR ABEND.  NO    *
028400* KEYRTK IS NOTED AND THE RUN GOES ON                *
028500*****************************************************
028600 1000-INITIALIZE.
028700     OPEN OUTPUT RCV-RPT.
028800     ACCEPT KR-JOB-ID FROM ENVIRONMENT "JOBID".
028900     WRITE RPT-LINE FROM KR-HEADING-LINE-1.
029000     WRITE RPT-LINE FROM KR-HEADING-LINE-2.
029100
029200     ACCEPT KR-RCV-DATE-TEXT FROM ENVIRONMENT "RCVDATE".
029300     ACCEPT KR-RCV-TIME-TEXT FROM ENVIRONMENT "RCVTIME".
029400     IF KR-RCV-DATE-TEXT IS NOT NUMERIC
029500         SET KR-ABEND TO TRUE
029600     ELSE
029700         MOVE KR-RCV-DATE-TEXT TO KR-RCV-DATE
029800         IF KR-RCV-DATE = 0
029900             SET KR-ABEND TO TRUE
030000         END-IF
030100     END-IF.
030200     IF KR-RCV-TIME-TEXT NOT = SPACES
030300         IF KR-RCV-TIME-TEXT IS NOT NUMERIC
030400             SET KR-ABEND TO TRUE
030500         ELSE
030600             MOVE KR-RCV-TIME-TEXT TO KR-RCV-TIME
030700         END-IF
030800     END-IF.
030900     IF KR-ABEND
031000         MOVE 16 TO RETURN-CODE
031100         DISPLAY "MSTRCV - RECOVERY POINT " KR-RCV-DATE-TEXT
031200             " " KR-RCV-TIME-TEXT " IS NOT YYYYMMDD HHMMSSHH"
031300             " - RUN ABENDED, RETURN-CODE SET TO 16"
031400         GO TO 1000-INITIALIZE-EXIT
031500     END-IF.
031600     MOVE KR-RCV-DATE TO KR-RPT-RCV-DATE.
031700     MOVE KR-RCV-TIME TO KR-RPT-RCV-TIME.
031800     WRITE RPT-LINE FROM KR-POINT-LINE.
031900
032000     OPEN INPUT KEY-BKP.
032100     IF KR-BKP-STATUS = "00"
032200         SET KR-BKP-OPEN TO TRUE
032300     ELSE
032400         SET KR-ABEND TO TRUE
032500         MOVE 16 TO RETURN-CODE
032600         DISPLAY "MSTRCV - KEYBKP OPEN FAILED, STATUS "
032700             KR-BKP-STATUS " - RUN ABENDED, RETURN-CODE "
032800             "SET TO 16"
032900         GO TO 1000-INITIALIZE-EXIT
033000     END-IF.
033100
033200     OPEN INPUT AUD-IN.
033300     IF KR-AUD-STATUS = "00"
033400         SET KR-AUD-OPEN TO TRUE
033500     ELSE
033600         SET KR-ABEND TO TRUE
033700         MOVE 16 TO RETURN-CODE
033800         DISPLAY "MSTRCV - KEYAUD OPEN FAILED, STATUS "
033900             KR-AUD-STATUS " - RUN ABENDED, RETURN-CODE "
034000             "SET TO 16"
034100         GO TO 1000-INITIALIZE-EXIT
034200     END-IF.
034300
034400     OPEN OUTPUT KEY-MST.
034500     IF KR-MST-STATUS = "00"
034600         SET KR-MST-OPEN TO TRUE
034700     ELSE
034800         SET KR-ABEND TO TRUE
034900         MOVE 16 TO RETURN-CODE
035000         DISPLAY "MSTRCV - KEYMST OPEN FAILED, STATUS "
035100             KR-MST-STATUS " - RUN ABENDED, RETURN-CODE "
035200             "SET TO 16"
035300         GO TO 1000-INITIALIZE-EXIT
035400     END-IF.
035500
035600     OPEN INPUT KEY-RTK.
035700     IF KR-RTK-STATUS = "00"
035800         SET KR-RTK-OPEN TO TRUE
035900     ELSE
036000         WRITE RPT-LINE FROM KR-NO-KEYRTK-LINE
036100     END-IF.
036200 1000-INITIALIZE-EXIT.
036300     EXIT.
036400
036500*****************************************************
036600* 2000-LOAD-BACKUP - COPY THE BACKUP INTO THE EMPTY  *
036700* MASTER IN ITS OWN (KEY) ORDER, THEN REOPEN THE     *
036800* MASTER FOR UPDATE.  A RECORD THE MASTER WILL NOT   *
036900* TAKE IS COUNTED AND LEFT OUT; A BACKUP THAT WILL   *
037000* NOT READ, OR A MASTER THAT WILL NOT REOPEN, ABENDS *
037100*****************************************************
037200 2000-LOAD-BACKUP.
037300     PERFORM 2100-LOAD-ONE-RECORD
037400         THRU 2100-LOAD-ONE-RECORD-EXIT
037500         UNTIL KR-BKP-EOF.
037600     IF KR-ABEND
037700         GO TO 2000-LOAD-BACKUP-EXIT
037800     END-IF.
037900
038000     CLOSE KEY-MST.
038100     OPEN I-O KEY-MST.
038200     IF KR-MST-STATUS NOT = "00"
038300         MOVE 'N' TO KR-MST-OPEN-SWITCH
038400         SET KR-ABEND TO TRUE
038500         MOVE 16 TO RETURN-CODE
038600         DISPLAY "MSTRCV - KEYMST REOPEN FAILED, STATUS "
038700             KR-MST-STATUS " - RUN ABENDED, RETURN-CODE "
038800             "SET TO 16"
038900     END-IF.
039000 2000-LOAD-BACKUP-EXIT.
039100     EXIT.
039200
039300 2100-LOAD-ONE-RECORD.
039400     READ KEY-BKP
039500         AT END
039600             SET KR-BKP-EOF TO TRUE
039700             GO TO 2100-LOAD-ONE-RECORD-EXIT
039800     END-READ.
039900     IF KR-BKP-STATUS NOT = "00"
040000         SET KR-BKP-EOF TO TRUE
040100         SET KR-ABEND TO TRUE
040200         MOVE 16 TO RETURN-CODE
040300         DISPLAY "MSTRCV - KEYBKP READ FAILED, STATUS "
040400             KR-BKP-STATUS " - RUN ABENDED, RETURN-CODE "
040500             "SET TO 16"
040600         GO TO 2100-LOAD-ONE-RECORD-EXIT
040700     END-IF.
040800     ADD 1 TO KR-BKP-RECORDS-READ.
040900
041000     MOVE KEY-BACKUP-RECORD TO KEY-MASTER-RECORD.
041100     WRITE KEY-MASTER-RECORD
041200         INVALID KEY
041300             CONTINUE
041400     END-WRITE.
041500     IF KR-MST-STATUS = "00"
041600         ADD 1 TO KR-BKP-LOADED
041700     ELSE
041800         ADD 1 TO KR-BKP-NOT-LOADED
041900         DISPLAY "MSTRCV - KEYBKP RECORD " KR-BKP-RECORDS-READ
042000             " NOT LOADED, STATUS " KR-MST-STATUS
042100     END-IF.
042200 2100-LOAD-ONE-RECORD-EXIT.
042300     EXIT.
042400
042500*****************************************************
042600* 3000-APPLY-TRAIL - READ THE TRAIL IN THE ORDER IT  *
042700* WAS WRITTEN AND APPLY EVERY ENTRY FROM THE         *
042800* RECOVERY POINT ON                                  *
042900*****************************************************
043000 3000-APPLY-TRAIL.
043100     PERFORM 3100-READ-ENTRY
043200         THRU 3100-READ-ENTRY-EXIT.
043300     PERFORM 3200-APPLY-ONE-ENTRY
043400         THRU 3200-APPLY-ONE-ENTRY-EXIT
043500         UNTIL KR-AUD-EOF.
043600 3000-APPLY-TRAIL-EXIT.
043700     EXIT.
043800
043900*****************************************************
044000* 3100-READ-ENTRY - READ THE NEXT TRAIL ENTRY.  A    *
044100* READ ERROR ENDS THE TRAIL EARLY AND FAILS THE STEP *
044200* - A MASTER MISSING THE REST OF THE TRAIL IS NOT    *
044300* RECOVERED                                          *
044400*****************************************************
044500 3100-READ-ENTRY.
044600     READ AUD-IN
044700         AT END
044800             SET KR-AUD-EOF TO TRUE
044900             GO TO 3100-READ-ENTRY-EXIT
045000     END-READ.
045100     IF KR-AUD-STATUS NOT = "00"
045200         SET KR-AUD-EOF TO TRUE
045300         SET KR-CUT-SHORT TO TRUE
045400         MOVE 16 TO RETURN-CODE
045500         DISPLAY "MSTRCV - KEYAUD READ FAILED, STATUS "
045600             KR-AUD-STATUS " - TRAIL CUT SHORT, RETURN-CODE "
045700             "SET TO 16"
045800         GO TO 3100-READ-ENTRY-EXIT
045900     END-IF.
046000     ADD 1 TO KR-AUD-ENTRIES-READ.
046100 3100-READ-ENTRY-EXIT.
046200     EXIT.
046300
046400*****************************************************
046500* 3200-APPLY-ONE-ENTRY - PASS OVER AN ENTRY FROM     *
046600* BEFORE THE RECOVERY POINT, SETTLE HOW A LATER ONE  *
046700* IS TO BE APPLIED, APPLY IT, READ NEXT              *
046800*****************************************************
046900 3200-APPLY-ONE-ENTRY.
047000     IF AUD-DATE IS NOT NUMERIC
047100         OR AUD-TIME IS NOT NUMERIC
047200         ADD 1 TO KR-SKIP-UNUSABLE
047300         GO TO 3200-READ-NEXT
047400     END-IF.
047500     IF AUD-DATE < KR-RCV-DATE
047600         OR ( AUD-DATE = KR-RCV-DATE
047700              AND AUD-TIME < KR-RCV-TIME )
047800         ADD 1 TO KR-BEFORE-POINT
047900         GO TO 3200-READ-NEXT
048000     END-IF.
048100     ADD 1 TO KR-AFTER-POINT.
048200
048300     MOVE AUD-DISPOSITION TO KR-APPLY-DISPOSITION.
048400     IF AUD-NO-DISPOSITION
048500         ADD 1 TO KR-ENTRIES-INFERRED
048600         IF AUD-OUTPUT-KEY = SPACES
048700             MOVE "R" TO KR-APPLY-DISPOSITION
048800         ELSE
048900             MOVE "P" TO KR-APPLY-DISPOSITION
049000         END-IF
049100     END-IF.
049200
049300     IF AUD-INPUT-KEY = SPACES
049400         ADD 1 TO KR-SKIP-BLANK-KEY
049500         GO TO 3200-READ-NEXT
049600     END-IF.
049700
049800     EVALUATE TRUE
049900         WHEN KR-APPLY-PROCESSED
050000             PERFORM 4000-APPLY-PROCESSED
050100                 THRU 4000-APPLY-PROCESSED-EXIT
050200         WHEN KR-APPLY-REJECTED
050300             PERFORM 4100-APPLY-REJECTED
050400                 THRU 4100-APPLY-REJECTED-EXIT
050500         WHEN KR-APPLY-DUPLICATE
050600             ADD 1 TO KR-SKIP-DUPLICATE
050700         WHEN KR-APPLY-BACKOUT
050800             PERFORM 4200-APPLY-BACKOUT
050900                 THRU 4200-APPLY-BACKOUT-EXIT
051000         WHEN OTHER
051100             ADD 1 TO KR-SKIP-UNUSABLE
051200     END-EVALUATE.
051300
051400 3200-READ-NEXT.
051500     PERFORM 3100-READ-ENTRY
051600         THRU 3100-READ-ENTRY-EXIT.
051700 3200-APPLY-ONE-ENTRY-EXIT.
051800     EXIT.
051900
052000*****************************************************
052100* 4000-APPLY-PROCESSED - A TRANSFORM: ADD THE KEY,   *
052200* OR REWRITE IT, AS STATUS P WITH THE ENTRY'S OUTPUT *
052300* KEY, AS PROG 5000-UPDATE-MASTER DOES               *
052400*****************************************************
052500 4000-APPLY-PROCESSED.
052600     PERFORM 5000-READ-MASTER
052700         THRU 5000-READ-MASTER-EXIT.
052800     PERFORM 5100-BUILD-ENTRY
052900         THRU 5100-BUILD-ENTRY-EXIT.
053000     MOVE AUD-OUTPUT-KEY TO KM-LAST-OUTPUT-KEY.
053100     MOVE "P" TO KM-STATUS.
053200     MOVE SPACES TO KM-REASON-CODE.
053300     IF KR-ON-MASTER
053400         PERFORM 5300-REWRITE-MASTER
053500             THRU 5300-REWRITE-MASTER-EXIT
053600     ELSE
053700         PERFORM 5200-WRITE-MASTER
053800             THRU 5200-WRITE-MASTER-EXIT
053900     END-IF.
054000 4000-APPLY-PROCESSED-EXIT.
054100     EXIT.
054200
054300*****************************************************
054400* 4100-APPLY-REJECTED - A REJECT: ADD A KEY NOT YET  *
054500* ON THE MASTER AS STATUS R, WITH THE REASON FROM    *
054600* ITS KEYRTK TRACKING ENTRY WHEN THERE IS ONE.  A    *
054700* KEY ALREADY ON THE MASTER IS LEFT AS IT STANDS, AS *
054800* PROG 6000-WRITE-REJECT LEAVES IT                   *
054900*****************************************************
055000 4100-APPLY-REJECTED.
055100     PERFORM 5000-READ-MASTER
055200         THRU 5000-READ-MASTER-EXIT.
055300     IF KR-ON-MASTER
055400         ADD 1 TO KR-SKIP-REJECT-ON-FILE
055500         GO TO 4100-APPLY-REJECTED-EXIT
055600     END-IF.
055700
055800     PERFORM 5100-BUILD-ENTRY
055900         THRU 5100-BUILD-ENTRY-EXIT.
056000     MOVE SPACES TO KM-LAST-OUTPUT-KEY.
056100     MOVE "R" TO KM-STATUS.
056200     MOVE SPACES TO KM-REASON-CODE.
056300     IF KR-RTK-OPEN
056400         MOVE AUD-INPUT-KEY TO RT-KEY
056500         READ KEY-RTK
056600             INVALID KEY
056700                 CONTINUE
056800         END-READ
056900         IF KR-RTK-STATUS = "00"
057000             MOVE RT-REASON-CODE TO KM-REASON-CODE
057100         END-IF
057200     END-IF.
057300     PERFORM 5200-WRITE-MASTER
057400         THRU 5200-WRITE-MASTER-EXIT.
057500 4100-APPLY-REJECTED-EXIT.
057600     EXIT.
057700
057800*****************************************************
057900* 4200-APPLY-BACKOUT - A BACKOUT: A REMOVAL DELETES  *
058000* THE ENTRY; A REPLACEMENT REWRITES IT AS STATUS P   *
058100* WITH THE CORRECTED OUTPUT KEY UNDER THE BACKOUT'S  *
058200* JOB ID, AS BACKOUT 5000-REVERSE-MASTER DOES.  THE  *
058300* KEY LENGTH AND SOURCE SYSTEM STAND                 *
058400*****************************************************
058500 4200-APPLY-BACKOUT.
058600     PERFORM 5000-READ-MASTER
058700         THRU 5000-READ-MASTER-EXIT.
058800     IF NOT KR-ON-MASTER
058900         ADD 1 TO KR-SKIP-BACKOUT-NO-ENTRY
059000         GO TO 4200-APPLY-BACKOUT-EXIT
059100     END-IF.
059200
059300     IF AUD-OUTPUT-KEY = SPACES
059400         PERFORM 5400-DELETE-MASTER
059500             THRU 5400-DELETE-MASTER-EXIT
059600         GO TO 4200-APPLY-BACKOUT-EXIT
059700     END-IF.
059800
059900     MOVE AUD-DATE TO KM-LAST-DATE.
060000     MOVE AUD-TIME TO KM-LAST-TIME.
060100     MOVE AUD-JOB-ID TO KM-JOB-ID.
060200     MOVE AUD-OUTPUT-KEY TO KM-LAST-OUTPUT-KEY.
060300     MOVE "P" TO KM-STATUS.
060400     MOVE SPACES TO KM-REASON-CODE.
060500     PERFORM 5300-REWRITE-MASTER
060600         THRU 5300-REWRITE-MASTER-EXIT.
060700 4200-APPLY-BACKOUT-EXIT.
060800     EXIT.
060900
061000*****************************************************
061100* 5000-READ-MASTER - LOOK FOR THE ENTRY'S INPUT KEY  *
061200* ON THE MASTER BEING REBUILT                        *
061300*****************************************************
061400 5000-READ-MASTER.
061500     MOVE 'N' TO KR-ON-MASTER-SWITCH.
061600     MOVE AUD-INPUT-KEY TO KM-KEY.
061700     READ KEY-MST
061800         INVALID KEY
061900             GO TO 5000-READ-MASTER-EXIT
062000     END-READ.
062100     IF KR-MST-STATUS = "00"
062200         SET KR-ON-MASTER TO TRUE
062300     END-IF.
062400 5000-READ-MASTER-EXIT.
062500     EXIT.
062600
062700*****************************************************
062800* 5100-BUILD-ENTRY - THE FIELDS EVERY TRANSFORM AND  *
062900* REJECT SETS: KEY AND LENGTH, THE ENTRY'S DATE,     *
063000* TIME, AND JOB ID, AND THE SOURCE SYSTEM            *
063100*****************************************************
063200 5100-BUILD-ENTRY.
063300     MOVE AUD-INPUT-KEY TO KR-WORK-KEY.
063400     PERFORM 5150-MEASURE-WORK-KEY
063500         THRU 5150-MEASURE-WORK-KEY-EXIT.
063600     MOVE AUD-INPUT-KEY TO KM-KEY.
063700     MOVE KR-WORK-LENGTH TO KM-KEY-LENGTH.
063800     MOVE AUD-DATE TO KM-LAST-DATE.
063900     MOVE AUD-TIME TO KM-LAST-TIME.
064000     MOVE AUD-JOB-ID TO KM-JOB-ID.
064100     MOVE AUD-SOURCE-SYSTEM TO KM-SOURCE-SYSTEM.
064200 5100-BUILD-ENTRY-EXIT.
064300     EXIT.
064400
064500*****************************************************
064600* 5150-MEASURE-WORK-KEY - THE AUDIT IMAGE CARRIES NO *
064700* LENGTH, SO MEASURE THE KEY TO ITS LAST NON-SPACE   *
064800* BYTE                                               *
064900*****************************************************
065000 5150-MEASURE-WORK-KEY.
065100     MOVE 0 TO KR-WORK-LENGTH.
065200     PERFORM 5160-FIND-LAST-BYTE
065300         THRU 5160-FIND-LAST-BYTE-EXIT
065400         VARYING KR-SCAN-SUB FROM 1 BY 1
065500         UNTIL KR-SCAN-SUB > KR-MAX-KEY-LENGTH.
065600 5150-MEASURE-WORK-KEY-EXIT.
065700     EXIT.
065800
065900 5160-FIND-LAST-BYTE.
066000     IF KR-WORK-KEY ( KR-SCAN-SUB : 1 ) NOT = SPACE
066100         MOVE KR-SCAN-SUB TO KR-WORK-LENGTH
066200     END-IF.
066300 5160-FIND-LAST-BYTE-EXIT.
066400     EXIT.
066500
066600*****************************************************
066700* 5200-WRITE-MASTER / 5300-REWRITE-MASTER /          *
066800* 5400-DELETE-MASTER - PUT THE CHANGE ON THE MASTER  *
066900* AND COUNT IT.  ONE THE MASTER WILL NOT TAKE IS     *
067000* REPORTED BY TRAIL SEQUENCE NUMBER AND FAILS THE    *
067100* STEP                                               *
067200*****************************************************
067300 5200-WRITE-MASTER.
067400     WRITE KEY-MASTER-RECORD
067500         INVALID KEY
067600             CONTINUE
067700     END-WRITE.
067800     IF KR-MST-STATUS = "00"
067900         ADD 1 TO KR-ENTRIES-ADDED
068000     ELSE
068100         PERFORM 5900-UPDATE-FAILED
068200             THRU 5900-UPDATE-FAILED-EXIT
068300     END-IF.
068400 5200-WRITE-MASTER-EXIT.
068500     EXIT.
068600
068700 5300-REWRITE-MASTER.
068800     REWRITE KEY-MASTER-RECORD
068900         INVALID KEY
069000             CONTINUE
069100     END-REWRITE.
069200     IF KR-MST-STATUS = "00"
069300         ADD 1 TO KR-ENTRIES-UPDATED
069400     ELSE
069500         PERFORM 5900-UPDATE-FAILED
069600             THRU 5900-UPDATE-FAILED-EXIT
069700     END-IF.
069800 5300-REWRITE-MASTER-EXIT.
069900     EXIT.
070000
070100 5400-DELETE-MASTER.
070200     DELETE KEY-MST RECORD
070300         INVALID KEY
070400             CONTINUE
070500     END-DELETE.
070600     IF KR-MST-STATUS = "00"
070700         ADD 1 TO KR-ENTRIES-DELETED
070800     ELSE
070900         PERFORM 5900-UPDATE-FAILED
071000             THRU 5900-UPDATE-FAILED-EXIT
071100     END-IF.
071200 5400-DELETE-MASTER-EXIT.
071300     EXIT.
071400
071500 5900-UPDATE-FAILED.
071600     ADD 1 TO KR-UPDATE-FAILURES.
071700     MOVE 16 TO RETURN-CODE.
071800     DISPLAY "MSTRCV - KEYMST UPDATE FAILED, STATUS "
071900         KR-MST-STATUS " - TRAIL SEQUENCE " AUD-SEQUENCE
072000         " NOT APPLIED, RETURN-CODE SET TO 16".
072100 5900-UPDATE-FAILED-EXIT.
072200     EXIT.
072300
072400*****************************************************
072500* 7000-COUNT-MASTER - READ THE REBUILT MASTER END TO *
072600* END AND COUNT IT FOR THE BALANCE.  A READ ERROR    *
072700* LEAVES THE COUNT SHORT AND FAILS THE STEP          *
072800*****************************************************
072900 7000-COUNT-MASTER.
073000     MOVE LOW-VALUES TO KM-KEY.
073100     START KEY-MST
073200         KEY IS NOT LESS THAN KM-KEY
073300         INVALID KEY
073400             SET KR-MST-EOF TO TRUE
073500     END-START.
073600     PERFORM 7100-COUNT-ONE-RECORD
073700         THRU 7100-COUNT-ONE-RECORD-EXIT
073800         UNTIL KR-MST-EOF.
073900 7000-COUNT-MASTER-EXIT.
074000     EXIT.
074100
074200 7100-COUNT-ONE-RECORD.
074300     READ KEY-MST NEXT RECORD
074400         AT END
074500             SET KR-MST-EOF TO TRUE
074600             GO TO 7100-COUNT-ONE-RECORD-EXIT
074700     END-READ.
074800     IF KR-MST-STATUS NOT = "00"
074900         SET KR-MST-EOF TO TRUE
075000         SET KR-CUT-SHORT TO TRUE
075100         MOVE 16 TO RETURN-CODE
075200         DISPLAY "MSTRCV - KEYMST READ FAILED, STATUS "
075300             KR-MST-STATUS " - COUNT CUT SHORT, RETURN-CODE "
075400             "SET TO 16"
075500         GO TO 7100-COUNT-ONE-RECORD-EXIT
075600     END-IF.
075700     ADD 1 TO KR-RECORDS-ON-MASTER.
075800 7100-COUNT-ONE-RECORD-EXIT.
075900     EXIT.
076000
076100*****************************************************
076200* 8000-PRODUCE-TOTALS - WHAT WAS LOADED AND APPLIED, *
076300* WHAT WAS SKIPPED AND WHY, AND THE BALANCE OF THE   *
076400* REBUILT MASTER AGAINST THE BACKUP AND THE TRAIL.   *
076500* OUT OF BALANCE ISSUES KEYR029E AND FAILS THE STEP; *
076600* A BACKUP RECORD NOT LOADED ENDS IT RC 4            *
076700*****************************************************
076800 8000-PRODUCE-TOTALS.
076900     COMPUTE KR-ENTRIES-SKIPPED =
077000         KR-SKIP-DUPLICATE + KR-SKIP-REJECT-ON-FILE
077100       + KR-SKIP-BACKOUT-NO-ENTRY + KR-SKIP-BLANK-KEY
077200       + KR-SKIP-UNUSABLE.
077300     COMPUTE KR-RECORDS-IMPLIED =
077400         KR-BKP-LOADED + KR-ENTRIES-ADDED - KR-ENTRIES-DELETED.
077500
077600     MOVE SPACES TO RPT-LINE.
077700     WRITE RPT-LINE.
077800     MOVE "BACKUP RECORDS READ. . . . . . ." TO KR-TOT-LABEL.
077900     MOVE KR-BKP-RECORDS-READ TO KR-TOT-VALUE.
078000     WRITE RPT-LINE FROM KR-TOTAL-LINE.
078100
078200     MOVE "  LOADED . . . . . . . . . . . ." TO KR-TOT-LABEL.
078300     MOVE KR-BKP-LOADED TO KR-TOT-VALUE.
078400     WRITE RPT-LINE FROM KR-TOTAL-LINE.
078500
078600     MOVE "  NOT LOADED - SEE JOB LOG . . ." TO KR-TOT-LABEL.
078700     MOVE KR-BKP-NOT-LOADED TO KR-TOT-VALUE.
078800     WRITE RPT-LINE FROM KR-TOTAL-LINE.
078900
079000     MOVE "TRAIL ENTRIES READ . . . . . . ." TO KR-TOT-LABEL.
079100     MOVE KR-AUD-ENTRIES-READ TO KR-TOT-VALUE.
079200     WRITE RPT-LINE FROM KR-TOTAL-LINE.
079300
079400     MOVE "  BEFORE THE RECOVERY POINT. . ." TO KR-TOT-LABEL.
079500     MOVE KR-BEFORE-POINT TO KR-TOT-VALUE.
079600     WRITE RPT-LINE FROM KR-TOTAL-LINE.
079700
079800     MOVE "  FROM THE RECOVERY POINT ON . ." TO KR-TOT-LABEL.
079900     MOVE KR-AFTER-POINT TO KR-TOT-VALUE.
080000     WRITE RPT-LINE FROM KR-TOTAL-LINE.
080100
080200     MOVE "  WITH NO DISPOSITION (INFERRED)" TO KR-TOT-LABEL.
080300     MOVE KR-ENTRIES-INFERRED TO KR-TOT-VALUE.
080400     WRITE RPT-LINE FROM KR-TOTAL-LINE.
080500
080600     MOVE SPACES TO RPT-LINE.
080700     WRITE RPT-LINE.
080800     MOVE "ENTRIES ADDED. . . . . . . . . ." TO KR-TOT-LABEL.
080900     MOVE KR-ENTRIES-ADDED TO KR-TOT-VALUE.
081000     WRITE RPT-LINE FROM KR-TOTAL-LINE.
081100
081200     MOVE "ENTRIES UPDATED. . . . . . . . ." TO KR-TOT-LABEL.
081300     MOVE KR-ENTRIES-UPDATED TO KR-TOT-VALUE.
081400     WRITE RPT-LINE FROM KR-TOTAL-LINE.
081500
081600     MOVE "ENTRIES DELETED BY A BACKOUT . ." TO KR-TOT-LABEL.
081700     MOVE KR-ENTRIES-DELETED TO KR-TOT-VALUE.
081800     WRITE RPT-LINE FROM KR-TOTAL-LINE.
081900
082000     MOVE "ENTRIES SKIPPED. . . . . . . . ." TO KR-TOT-LABEL.
082100     MOVE KR-ENTRIES-SKIPPED TO KR-TOT-VALUE.
082200     WRITE RPT-LINE FROM KR-TOTAL-LINE.
082300
082400     MOVE "  DUPLICATES - NO MASTER CHANGE." TO KR-TOT-LABEL.
082500     MOVE KR-SKIP-DUPLICATE TO KR-TOT-VALUE.
082600     WRITE RPT-LINE FROM KR-TOTAL-LINE.
082700
082800     MOVE "  REJECTS - KEY ALREADY ON FILE." TO KR-TOT-LABEL.
082900     MOVE KR-SKIP-REJECT-ON-FILE TO KR-TOT-VALUE.
083000     WRITE RPT-LINE FROM KR-TOTAL-LINE.
083100
083200     MOVE "  BACKOUTS - KEY NOT ON FILE . ." TO KR-TOT-LABEL.
083300     MOVE KR-SKIP-BACKOUT-NO-ENTRY TO KR-TOT-VALUE.
083400     WRITE RPT-LINE FROM KR-TOTAL-LINE.
083500
083600     MOVE "  BLANK INPUT KEY. . . . . . . ." TO KR-TOT-LABEL.
083700     MOVE KR-SKIP-BLANK-KEY TO KR-TOT-VALUE.
083800     WRITE RPT-LINE FROM KR-TOTAL-LINE.
083900
084000     MOVE "  BAD STAMP OR DISPOSITION . . ." TO KR-TOT-LABEL.
084100     MOVE KR-SKIP-UNUSABLE TO KR-TOT-VALUE.
084200     WRITE RPT-LINE FROM KR-TOTAL-LINE.
084300
084400     MOVE "MASTER UPDATES FAILED. . . . . ." TO KR-TOT-LABEL.
084500     MOVE KR-UPDATE-FAILURES TO KR-TOT-VALUE.
084600     WRITE RPT-LINE FROM KR-TOTAL-LINE.
084700
084800     MOVE SPACES TO RPT-LINE.
084900     WRITE RPT-LINE.
085000     MOVE "MASTER BALANCE" TO KR-SECTION-TEXT.
085100     WRITE RPT-LINE FROM KR-SECTION-LINE.
085200     MOVE "  BACKUP RECORDS LOADED. . . . ." TO KR-TOT-LABEL.
085300     MOVE KR-BKP-LOADED TO KR-TOT-VALUE.
085400     WRITE RPT-LINE FROM KR-TOTAL-LINE.
085500
085600     MOVE "  PLUS ENTRIES ADDED . . . . . ." TO KR-TOT-LABEL.
085700     MOVE KR-ENTRIES-ADDED TO KR-TOT-VALUE.
085800     WRITE RPT-LINE FROM KR-TOTAL-LINE.
085900
086000     MOVE "  LESS ENTRIES DELETED . . . . ." TO KR-TOT-LABEL.
086100     MOVE KR-ENTRIES-DELETED TO KR-TOT-VALUE.
086200     WRITE RPT-LINE FROM KR-TOTAL-LINE.
086300
086400     MOVE "  RECORDS THE TRAIL IMPLIES. . ." TO KR-TOT-LABEL.
086500     MOVE KR-RECORDS-IMPLIED TO KR-TOT-VALUE.
086600     WRITE RPT-LINE FROM KR-TOTAL-LINE.
086700
086800     MOVE "  RECORDS ON THE REBUILT MASTER." TO KR-TOT-LABEL.
086900     MOVE KR-RECORDS-ON-MASTER TO KR-TOT-VALUE.
087000     WRITE RPT-LINE FROM KR-TOTAL-LINE.
087100
087200     IF KR-RECORDS-ON-MASTER NOT = KR-RECORDS-IMPLIED
087300         MOVE 16 TO RETURN-CODE
087400         COMPUTE KR-ALERT-DIFFERENCE =
087500             KR-RECORDS-ON-MASTER - KR-RECORDS-IMPLIED
087600         MOVE "KEYR029" TO KMG-MESSAGE-ID
087700         MOVE KR-BALANCE-ALERT-TEXT TO KMG-VARIABLE-TEXT
087800         PERFORM 9800-ISSUE-MESSAGE
087900             THRU 9800-ISSUE-MESSAGE-EXIT
088000     END-IF.
088100
088200     IF KR-BKP-NOT-LOADED > 0
088300         AND RETURN-CODE < 4
088400         MOVE 4 TO RETURN-CODE
088500     END-IF.
088600
088700     EVALUATE TRUE
088800         WHEN KR-CUT-SHORT
088900             MOVE "CUT SHORT BY A READ ERROR - SEE JOB LOG"
089000                 TO KR-RESULT-TEXT
089100         WHEN KR-RECORDS-ON-MASTER NOT = KR-RECORDS-IMPLIED
089200             MOVE "OUT OF BALANCE - SEE KEYR029E"
089300                 TO KR-RESULT-TEXT
089400         WHEN KR-UPDATE-FAILURES > 0
089500             MOVE "MASTER UPDATES FAILED - SEE JOB LOG"
089600                 TO KR-RESULT-TEXT
089700         WHEN KR-BKP-NOT-LOADED > 0
089800             MOVE "IN BALANCE - BACKUP RECORDS NOT LOADED"
089900                 TO KR-RESULT-TEXT
090000         WHEN OTHER
090100             MOVE "MASTER RECOVERED AND IN BALANCE"
090200                 TO KR-RESULT-TEXT
090300     END-EVALUATE.
090400     WRITE RPT-LINE FROM KR-RESULT-LINE.
090500 8000-PRODUCE-TOTALS-EXIT.
090600     EXIT.
090700
090800*****************************************************
090900* 9000-TERMINATE - CLOSE FILES                       *
091000*****************************************************
091100 9000-TERMINATE.
091200     IF KR-BKP-OPEN
091300         CLOSE KEY-BKP
091400     END-IF.
091500     IF KR-MST-OPEN
091600         CLOSE KEY-MST
091700     END-IF.
091800     IF KR-RTK-OPEN
091900         CLOSE KEY-RTK
092000     END-IF.
092100     IF KR-AUD-OPEN
092200         CLOSE AUD-IN
092300     END-IF.
092400     CLOSE RCV-RPT.
092500 9000-TERMINATE-EXIT.
092600     EXIT.
092700
092800*****************************************************
092900* 9800-ISSUE-MESSAGE - FILL IN THE COMMON FIELDS OF  *
093000* THE MESSAGE REQUEST THE CALLER STARTED AND PASS IT *
093100* TO THE COMMON KEYRMSG ROUTINE.  RETURN-CODE IS     *
093200* SAVED ACROSS THE CALL - THE CALLED PROGRAM'S       *
093300* REGISTER COMES BACK ON GOBACK AND WOULD OTHERWISE  *
093400* WIPE OUT THE 16 THIS RUN HAS SET                   *
093500*****************************************************
093600 9800-ISSUE-MESSAGE.
093700     MOVE "MSTRCV"  TO KMG-PROGRAM-NAME.
093800     MOVE KR-JOB-ID TO KMG-JOB-ID.
093900     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
094000     CALL "KEYRMSG" USING KEY-MESSAGE-REQUEST.
094100     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
094200 9800-ISSUE-MESSAGE-EXIT.
094300     EXIT.
