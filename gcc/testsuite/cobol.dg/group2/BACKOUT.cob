004400*                  KEYINQ AND AUDRPT SHOW THE KEY'S   *
004500*                  TRUE HISTORY.                      *
004600* 2025-08-03  JWK  MEMBER RESEQUENCED.                *
004700* 2026-10-15  JWK  EVERY RECORD BACKED OUT NOW ALSO   *
004800*                  ADDS A BACKED-OUT EVENT TO THE     *
004900*                  KEY'S HISTORY ON THE KEYEVT PER-   *
005000*                  KEY EVENT HISTORY FILE.            *
005100* 2026-10-15  JWK  THE BACKOUT'S OWN AUDIT ENTRIES    *
005200*                  NOW CARRY THE RUNNING SEQUENCE     *
005300*                  NUMBER AND CHAINED CHECK VALUE     *
005400*                  (AUDCHAIN), CONTINUING FROM THE    *
005500*                  LAST ENTRY ON THE TRAIL.           *
005600* 2026-10-15  JWK  THE BACKOUT'S AUDIT ENTRIES NOW    *
005700*                  CARRY DISPOSITION B, FOR THE       *
005800*                  CHGBACK CHARGEBACK.                *
005900* 2026-10-15  JWK  KEYS ON THE DETAIL LINES ARE NOW   *
006000*                  MASKED THROUGH THE COMMON KEYMASK  *
006100*                  ROUTINE.  UNMASK=Y PRINTS THEM IN  *
006200*                  FULL ONLY WHEN THE SUBMITTER CAN   *
006300*                  OPEN THE RACF-PROTECTED KEYUAU DD, *
006400*                  WITH A KEYALT ENTRY.  MEMBER       *
006500*                  RESEQUENCED.                       *
006600*****************************************************
006700
006800 ENVIRONMENT              DIVISION.
006900 CONFIGURATION            SECTION.
007000 SOURCE-COMPUTER.         IBM-370.
007100 OBJECT-COMPUTER.         IBM-370.
007200
007300 INPUT-OUTPUT             SECTION.
007400 FILE-CONTROL.
007500     SELECT AUD-IN        ASSIGN TO KEYAUD
007600                           ORGANIZATION IS LINE SEQUENTIAL
007700                           FILE STATUS IS KR-AUD-STATUS.
007800
007900     SELECT KEY-OLD       ASSIGN TO KEYOLD
008000                           ORGANIZATION IS SEQUENTIAL.
008100
008200     SELECT KEY-NEW       ASSIGN TO KEYNEW
008300                           ORGANIZATION IS SEQUENTIAL.
008400
008500     SELECT BAK-RPT       ASSIGN TO BAKRPT
008600                           ORGANIZATION IS LINE SEQUENTIAL.
008700
008800     SELECT KEY-MST       ASSIGN TO KEYMST
008900                           ORGANIZATION IS INDEXED
009000                           ACCESS MODE IS RANDOM
009100                           RECORD KEY IS KM-KEY
009200                           FILE STATUS IS KR-MST-STATUS.
009300
009400     SELECT KEY-EVT       ASSIGN TO KEYEVT
009500                           ORGANIZATION IS INDEXED
009600                           ACCESS MODE IS RANDOM
009700                           RECORD KEY IS EV-EVENT-KEY
009800                           FILE STATUS IS KR-EVT-STATUS.
009900
010000 DATA                     DIVISION.
010100 FILE                     SECTION.
010200 FD  AUD-IN
010300     LABEL RECORDS ARE OMITTED.
010400     COPY "keyaud.cpy".
010500
010600 FD  KEY-OLD
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900     COPY "keyrec.cpy" REPLACING KEY-RECORD BY
011000         KEY-OLD-RECORD.
011100
011200 FD  KEY-NEW
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500     COPY "keyrec.cpy" REPLACING KEY-RECORD BY
011600         KEY-NEW-RECORD.
011700
011800 FD  BAK-RPT
011900     LABEL RECORDS ARE OMITTED.
012000 01  RPT-LINE                PIC X(132).
012100
012200 FD  KEY-MST
012300     LABEL RECORDS ARE STANDARD.
012400     COPY "keymst.cpy".
012500
012600 FD  KEY-EVT
012700     LABEL RECORDS ARE STANDARD.
012800     COPY "keyevt.cpy".
012900
013000 WORKING-STORAGE          SECTION.
013100*-------------------------------------------------------*
013200* SWITCHES                                               *
013300*-------------------------------------------------------*
013400 01  KR-SWITCHES.
013500     05  KR-AUD-EOF-SWITCH    PIC X(01)    VALUE 'N'.
013600         88  KR-AUD-EOF                     VALUE 'Y'.
013700     05  KR-OLD-EOF-SWITCH    PIC X(01)    VALUE 'N'.
013800         88  KR-OLD-EOF                     VALUE 'Y'.
013900     05  KR-ABEND-SWITCH      PIC X(01)    VALUE 'N'.
014000         88  KR-ABEND                       VALUE 'Y'.
014100     05  KR-MODE-SWITCH       PIC X(01)    VALUE 'D'.
014200         88  KR-REMOVE-MODE                 VALUE 'D'.
014300         88  KR-REPLACE-MODE                VALUE 'P'.
014400     05  KR-FILES-OPEN-SWITCH PIC X(01)    VALUE 'N'.
014500         88  KR-FILES-OPEN                  VALUE 'Y'.
014600     05  KR-MST-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
014700         88  KR-MST-OPEN                    VALUE 'Y'.
014800     05  KR-AUD-EXTEND-SWITCH PIC X(01)    VALUE 'N'.
014900         88  KR-AUD-EXTEND                  VALUE 'Y'.
015000     05  KR-EVT-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
015100         88  KR-EVT-OPEN                    VALUE 'Y'.
015200
015300 01  KR-AUD-STATUS            PIC X(02).
015400 01  KR-MST-STATUS            PIC X(02).
015500 01  KR-EVT-STATUS            PIC X(02).
015600 01  KR-JOB-ID                PIC X(08)    VALUE SPACES.
015700 01  KR-TODAY-DATE            PIC 9(08)    VALUE 0.
015800
015900*-------------------------------------------------------*
016000* AUDIT-CHAIN REQUEST AREA (SEE AUDCHAIN) AND THE LAST   *
016100* SEQUENCE NUMBER AND CHECK VALUE ON THE TRAIL           *
016200*-------------------------------------------------------*
016300     COPY "audchn.cpy".
016400
016500 01  KR-AUD-CHAIN-CONTROLS.
016600     05  KR-AUD-LAST-SEQUENCE PIC 9(09)    VALUE 0.
016700     05  KR-AUD-LAST-CHECK    PIC 9(10)    VALUE 0.
016800
016900 01  KR-SAVED-RETURN-CODE     PIC S9(04)   COMP VALUE 0.
017000
017100*-------------------------------------------------------*
017200* KEY-MASKING REQUEST AREA (SEE KEYMASK) - EVERY KEY     *
017300* THAT PRINTS ON THE REPORT GOES THROUGH IT              *
017400*-------------------------------------------------------*
017500     COPY "keymsk.cpy".
017600
017700*-------------------------------------------------------*
017800* RUN PARAMETERS                                         *
017900*-------------------------------------------------------*
018000 01  KR-BACKOUT-JOB           PIC X(08)    VALUE SPACES.
018100 01  KR-BACK-FUNCTION         PIC X(01)    VALUE SPACE.
018200     88  KR-FUNCTION-REVERSE                VALUE "R".
018300     88  KR-FUNCTION-UPPER-CASE              VALUE "U".
018400     88  KR-FUNCTION-LOWER-CASE              VALUE "L".
018500
018600*-------------------------------------------------------*
018700* REPLACEMENT WORK AREAS                                 *
018800*-------------------------------------------------------*
018900 01  KR-WORK-AREA.
019000     05  KR-WORK-LENGTH       PIC 9(02)    COMP VALUE 0.
019100     05  KR-WORK-KEY          PIC X(30)    VALUE SPACES.
019200
019300 01  KR-SCAN-SUB              PIC 9(02)    COMP VALUE 0.
019400 01  KR-MAX-KEY-LENGTH        PIC 9(02)    VALUE 30.
019500
019600*-------------------------------------------------------*
019700* THE RUN-TO-BACK-OUT TABLE - ONE ENTRY PER OUTPUT KEY   *
019800* THE AUDITED RUN WROTE, TICKED OFF AS EACH BACKS OUT    *
019900* ONE OUTPUT RECORD                                      *
020000*-------------------------------------------------------*
020100 01  KR-BAK-TABLE-CONTROLS.
020200     05  KR-BAK-COUNT         PIC 9(05)    COMP VALUE 0.
020300     05  KR-BAK-MAX           PIC 9(05)    COMP VALUE 50000.
020400     05  KR-BAK-SUB           PIC 9(05)    COMP VALUE 0.
020500     05  KR-BAK-HIT-SUB       PIC 9(05)    COMP VALUE 0.
020600
020700 01  KR-BAK-TABLE.
020800     05  KR-BAK-ENTRY         OCCURS 50000 TIMES.
020900         10  KR-BAK-OUTPUT-KEY PIC X(30).
021000         10  KR-BAK-INPUT-KEY PIC X(30).
021100         10  KR-BAK-SOURCE    PIC X(01).
021200         10  KR-BAK-USED      PIC X(01).
021300
021400*-------------------------------------------------------*
021500* CONTROL-TOTAL COUNTERS                                 *
021600*-------------------------------------------------------*
021700 01  KR-COUNTERS.
021800     05  KR-ENTRIES-LOADED    PIC 9(07)    COMP VALUE 0.
021900     05  KR-RECORDS-READ      PIC 9(07)    COMP VALUE 0.
022000     05  KR-RECORDS-REMOVED   PIC 9(07)    COMP VALUE 0.
022100     05  KR-RECORDS-REPLACED  PIC 9(07)    COMP VALUE 0.
022200     05  KR-RECORDS-COPIED    PIC 9(07)    COMP VALUE 0.
022300     05  KR-ENTRIES-UNMATCHED PIC 9(07)    COMP VALUE 0.
022400     05  KR-MASTERS-DELETED   PIC 9(07)    COMP VALUE 0.
022500     05  KR-MASTERS-REWRITTEN PIC 9(07)    COMP VALUE 0.
022600     05  KR-MASTERS-NOT-FOUND PIC 9(07)    COMP VALUE 0.
022700     05  KR-MASTERS-SKIPPED   PIC 9(07)    COMP VALUE 0.
022800
022900*-------------------------------------------------------*
023000* BACKOUT REPORT LINE IMAGES                             *
023100*-------------------------------------------------------*
023200 01  KR-HEADING-LINE-1.
023300     05  FILLER               PIC X(132)   VALUE
023400         "KEY REVERSAL RUN BACKOUT REPORT".
023500
023600 01  KR-HEADING-LINE-2.
023700     05  FILLER               PIC X(132)   VALUE
023800         "===============================".
023900
024000 01  KR-CRITERIA-LINE.
024100     05  KR-CRIT-LABEL        PIC X(24)    VALUE SPACES.
024200     05  KR-CRIT-VALUE        PIC X(30)    VALUE SPACES.
024300     05  FILLER               PIC X(78)    VALUE SPACES.
024400
024500 01  KR-DETAIL-LINE.
024600     05  KR-DET-ACTION        PIC X(08).
024700     05  FILLER               PIC X(01)    VALUE SPACE.
024800     05  KR-DET-OLD-KEY       PIC X(30).
024900     05  FILLER               PIC X(01)    VALUE SPACE.
025000     05  KR-DET-NEW-KEY       PIC X(30).
025100     05  FILLER               PIC X(62)    VALUE SPACES.
025200
025300 01  KR-TOTAL-LINE-LOADED.
025400     05  FILLER               PIC X(24)    VALUE
025500         "AUDIT ENTRIES FOR JOB. .".
025600     05  KR-RPT-LOADED        PIC ZZZ,ZZ9.
025700     05  FILLER               PIC X(101)   VALUE SPACES.
025800
025900 01  KR-TOTAL-LINE-READ.
026000     05  FILLER               PIC X(24)    VALUE
026100         "OUTPUT RECORDS READ. . .".
026200     05  KR-RPT-READ          PIC ZZZ,ZZ9.
026300     05  FILLER               PIC X(101)   VALUE SPACES.
026400
026500 01  KR-TOTAL-LINE-REMOVED.
026600     05  FILLER               PIC X(24)    VALUE
026700         "RECORDS REMOVED. . . . ".
026800     05  KR-RPT-REMOVED       PIC ZZZ,ZZ9.
026900     05  FILLER               PIC X(101)   VALUE SPACES.
027000
027100 01  KR-TOTAL-LINE-REPLACED.
027200     05  FILLER               PIC X(24)    VALUE
027300         "RECORDS REPLACED . . . ".
027400     05  KR-RPT-REPLACED      PIC ZZZ,ZZ9.
027500     05  FILLER               PIC X(101)   VALUE SPACES.
027600
027700 01  KR-TOTAL-LINE-COPIED.
027800     05  FILLER               PIC X(24)    VALUE
027900         "RECORDS CARRIED OVER . ".
028000     05  KR-RPT-COPIED        PIC ZZZ,ZZ9.
028100     05  FILLER               PIC X(101)   VALUE SPACES.
028200
028300 01  KR-TOTAL-LINE-UNMATCHED.
028400     05  FILLER               PIC X(24)    VALUE
028500         "ENTRIES NOT IN OUTPUT. .".
028600     05  KR-RPT-UNMATCHED     PIC ZZZ,ZZ9.
028700     05  FILLER               PIC X(101)   VALUE SPACES.
028800
028900 01  KR-TOTAL-LINE-MST-DEL.
029000     05  FILLER               PIC X(24)    VALUE
029100         "MASTER ENTRIES DELETED .".
029200     05  KR-RPT-MST-DEL       PIC ZZZ,ZZ9.
029300     05  FILLER               PIC X(101)   VALUE SPACES.
029400
029500 01  KR-TOTAL-LINE-MST-REW.
029600     05  FILLER               PIC X(24)    VALUE
029700         "MASTER ENTRIES REWRITTEN".
029800     05  KR-RPT-MST-REW       PIC ZZZ,ZZ9.
029900     05  FILLER               PIC X(101)   VALUE SPACES.
030000
030100 01  KR-TOTAL-LINE-MST-NF.
030200     05  FILLER               PIC X(24)    VALUE
030300         "MASTER NOT ON FILE . . .".
030400     05  KR-RPT-MST-NF        PIC ZZZ,ZZ9.
030500     05  FILLER               PIC X(101)   VALUE SPACES.
030600
030700 01  KR-TOTAL-LINE-MST-SKP.
030800     05  FILLER               PIC X(24)    VALUE
030900         "MASTER LEFT, LATER JOB .".
031000     05  KR-RPT-MST-SKP       PIC ZZZ,ZZ9.
031100     05  FILLER               PIC X(101)   VALUE SPACES.
031200
031300 PROCEDURE                DIVISION.
031400
031500*****************************************************
031600* 0000-MAINLINE                                      *
031700*****************************************************
031800 0000-MAINLINE.
031900     PERFORM 1000-INITIALIZE
032000         THRU 1000-INITIALIZE-EXIT.
032100
032200     PERFORM 2000-LOAD-AUDIT-ENTRY
032300         THRU 2000-LOAD-AUDIT-ENTRY-EXIT
032400         UNTIL KR-AUD-EOF OR KR-ABEND.
032500
032600     IF NOT KR-ABEND
032700         PERFORM 2600-REOPEN-AUDIT
032800             THRU 2600-REOPEN-AUDIT-EXIT
032900         PERFORM 2700-OPEN-MASTER
033000             THRU 2700-OPEN-MASTER-EXIT
033100         PERFORM 2800-OPEN-EVENTS
033200             THRU 2800-OPEN-EVENTS-EXIT
033300     END-IF.
033400
033500     PERFORM 3000-PROCESS-OUTPUT
033600         THRU 3000-PROCESS-OUTPUT-EXIT
033700         UNTIL KR-OLD-EOF OR KR-ABEND.
033800
033900     PERFORM 7000-COUNT-UNMATCHED
034000         THRU 7000-COUNT-UNMATCHED-EXIT.
034100
034200     PERFORM 8000-PRODUCE-REPORT
034300         THRU 8000-PRODUCE-REPORT-EXIT.
034400
034500     PERFORM 9000-TERMINATE
034600         THRU 9000-TERMINATE-EXIT.
034700
034800     STOP RUN.
034900
035000*****************************************************
035100* 1000-INITIALIZE - OPEN FILES, PICK UP AND EDIT     *
035200* THE RUN PARAMETERS, PRIME BOTH READS               *
035300*****************************************************
035400 1000-INITIALIZE.
035500     OPEN INPUT AUD-IN.
035600     OPEN OUTPUT BAK-RPT.
035700
035800     IF KR-AUD-STATUS NOT = "00"
035900         PERFORM 9500-FORCE-ABEND
036000             THRU 9500-FORCE-ABEND-EXIT
036100         GO TO 1000-INITIALIZE-EXIT
036200     END-IF.
036300
036400     ACCEPT KR-BACKOUT-JOB FROM ENVIRONMENT "BACKJOB".
036500     IF KR-BACKOUT-JOB = SPACES
036600         PERFORM 9600-PARM-ABEND
036700             THRU 9600-PARM-ABEND-EXIT
036800         GO TO 1000-INITIALIZE-EXIT
036900     END-IF.
037000
037100     ACCEPT KR-JOB-ID FROM ENVIRONMENT "JOBID".
037200     ACCEPT KR-TODAY-DATE FROM DATE YYYYMMDD.
037300     PERFORM 1500-CHECK-UNMASK
037400         THRU 1500-CHECK-UNMASK-EXIT.
037500
037600     ACCEPT KR-BACK-FUNCTION FROM ENVIRONMENT "BACKFUNC".
037700     IF KR-BACK-FUNCTION = "R"
037800             OR KR-BACK-FUNCTION = "U"
037900             OR KR-BACK-FUNCTION = "L"
038000         SET KR-REPLACE-MODE TO TRUE
038100     ELSE
038200         SET KR-REMOVE-MODE TO TRUE
038300         MOVE SPACE TO KR-BACK-FUNCTION
038400     END-IF.
038500
038600     OPEN INPUT  KEY-OLD.
038700     OPEN OUTPUT KEY-NEW.
038800     SET KR-FILES-OPEN TO TRUE.
038900
039000     PERFORM 1200-WRITE-CRITERIA
039100         THRU 1200-WRITE-CRITERIA-EXIT.
039200
039300     PERFORM 2100-READ-AUDIT
039400         THRU 2100-READ-AUDIT-EXIT.
039500     PERFORM 3100-READ-OLD
039600         THRU 3100-READ-OLD-EXIT.
039700 1000-INITIALIZE-EXIT.
039800     EXIT.
039900
040000*****************************************************
040100* 1200-WRITE-CRITERIA - ECHO THE RUN PARAMETERS AT   *
040200* THE TOP OF THE BACKOUT REPORT                      *
040300*****************************************************
040400 1200-WRITE-CRITERIA.
040500     WRITE RPT-LINE FROM KR-HEADING-LINE-1.
040600     WRITE RPT-LINE FROM KR-HEADING-LINE-2.
040700
040800     MOVE "JOB BACKED OUT . . . . " TO KR-CRIT-LABEL.
040900     MOVE KR-BACKOUT-JOB TO KR-CRIT-VALUE.
041000     WRITE RPT-LINE FROM KR-CRITERIA-LINE.
041100
041200     MOVE "MODE . . . . . . . . . " TO KR-CRIT-LABEL.
041300     IF KR-REPLACE-MODE
041400         MOVE "REPLACE" TO KR-CRIT-VALUE
041500     ELSE
041600         MOVE "REMOVE" TO KR-CRIT-VALUE
041700     END-IF.
041800     WRITE RPT-LINE FROM KR-CRITERIA-LINE.
041900
042000     MOVE "REPLACE FUNCTION . . . " TO KR-CRIT-LABEL.
042100     MOVE KR-BACK-FUNCTION TO KR-CRIT-VALUE.
042200     WRITE RPT-LINE FROM KR-CRITERIA-LINE.
042300 1200-WRITE-CRITERIA-EXIT.
042400     EXIT.
042500
042600*****************************************************
042700* 1500-CHECK-UNMASK - PICK UP THE UNMASK REQUEST AND *
042800* HAVE KEYMASK RULE ON IT, WHICH LEAVES A KEYALT     *
042900* ENTRY FOR AN UNMASKED OR A REFUSED RUN.  A REFUSED *
043000* REQUEST PRINTS MASKED AND ENDS RC 4                *
043100*****************************************************
043200 1500-CHECK-UNMASK.
043300     MOVE SPACES TO KEY-MASK-REQUEST.
043400     MOVE "BACKOUT" TO KMK-PROGRAM-NAME.
043500     MOVE KR-JOB-ID TO KMK-JOB-ID.
043600     ACCEPT KMK-UNMASK-PARM FROM ENVIRONMENT "UNMASK".
043700     ACCEPT KMK-REQUESTED-BY FROM ENVIRONMENT "UNMASKBY".
043800     SET KMK-CHECK-UNMASK TO TRUE.
043900     PERFORM 9850-CALL-KEYMASK
044000         THRU 9850-CALL-KEYMASK-EXIT.
044100     SET KMK-MASK-KEY TO TRUE.
044200
044300     IF KMK-UNMASK-REFUSED
044400         AND RETURN-CODE < 4
044500         MOVE 4 TO RETURN-CODE
044600     END-IF.
044700 1500-CHECK-UNMASK-EXIT.
044800     EXIT.
044900
045000*****************************************************
045100* 2000-LOAD-AUDIT-ENTRY - TABLE THE CURRENT AUDIT    *
045200* ENTRY WHEN IT BELONGS TO THE RUN BEING BACKED OUT  *
045300* AND ACTUALLY WROTE AN OUTPUT RECORD.  READ NEXT    *
045400*****************************************************
045500 2000-LOAD-AUDIT-ENTRY.
045600     IF AUD-JOB-ID NOT = KR-BACKOUT-JOB
045700         OR AUD-OUTPUT-KEY = SPACES
045800         GO TO 2000-LOAD-AUDIT-ENTRY-NEXT
045900     END-IF.
046000
046100     IF KR-BAK-COUNT >= KR-BAK-MAX
046200         PERFORM 9700-TABLE-ABEND
046300             THRU 9700-TABLE-ABEND-EXIT
046400         GO TO 2000-LOAD-AUDIT-ENTRY-EXIT
046500     END-IF.
046600
046700     ADD 1 TO KR-BAK-COUNT.
046800     ADD 1 TO KR-ENTRIES-LOADED.
046900     MOVE AUD-OUTPUT-KEY
047000         TO KR-BAK-OUTPUT-KEY ( KR-BAK-COUNT ).
047100     MOVE AUD-INPUT-KEY
047200         TO KR-BAK-INPUT-KEY ( KR-BAK-COUNT ).
047300     MOVE AUD-SOURCE-SYSTEM
047400         TO KR-BAK-SOURCE ( KR-BAK-COUNT ).
047500     MOVE 'N' TO KR-BAK-USED ( KR-BAK-COUNT ).
047600
047700 2000-LOAD-AUDIT-ENTRY-NEXT.
047800     PERFORM 2100-READ-AUDIT
047900         THRU 2100-READ-AUDIT-EXIT.
048000 2000-LOAD-AUDIT-ENTRY-EXIT.
048100     EXIT.
048200
048300*****************************************************
048400* 2100-READ-AUDIT - READ THE NEXT AUDIT ENTRY,       *
048500* KEEPING THE SEQUENCE NUMBER AND CHECK VALUE OF THE *
048600* LAST CHAINED ONE FOR THIS RUN'S OWN ENTRIES TO     *
048700* CHAIN FROM                                         *
048800*****************************************************
048900 2100-READ-AUDIT.
049000     READ AUD-IN
049100         AT END
049200             SET KR-AUD-EOF TO TRUE
049300             GO TO 2100-READ-AUDIT-EXIT
049400     END-READ.
049500     IF AUD-SEQUENCE IS NUMERIC
049600         AND AUD-CHECK-VALUE IS NUMERIC
049700         MOVE AUD-SEQUENCE TO KR-AUD-LAST-SEQUENCE
049800         MOVE AUD-CHECK-VALUE TO KR-AUD-LAST-CHECK
049900     END-IF.
050000 2100-READ-AUDIT-EXIT.
050100     EXIT.
050200
050300*****************************************************
050400* 2600-REOPEN-AUDIT - THE TRAIL HAS BEEN READ IN     *
050500* FULL; REOPEN IT EXTEND SO EVERY RECORD BACKED OUT  *
050600* CAN APPEND ITS OWN ENTRY UNDER THIS RUN'S JOB ID.  *
050700* A TRAIL THAT WILL NOT REOPEN STOPS THE BACKOUT -   *
050800* AN UNDOCUMENTED BACKOUT IS WORSE THAN NONE         *
050900*****************************************************
051000 2600-REOPEN-AUDIT.
051100     CLOSE AUD-IN.
051200     OPEN EXTEND AUD-IN.
051300     IF KR-AUD-STATUS = "00"
051400         SET KR-AUD-EXTEND TO TRUE
051500     ELSE
051600         PERFORM 9500-FORCE-ABEND
051700             THRU 9500-FORCE-ABEND-EXIT
051800     END-IF.
051900 2600-REOPEN-AUDIT-EXIT.
052000     EXIT.
052100
052200*****************************************************
052300* 2700-OPEN-MASTER - OPEN THE PROCESSED-KEY MASTER   *
052400* FOR UPDATE.  A MASTER THAT WILL NOT OPEN STOPS THE *
052500* BACKOUT BEFORE THE OUTPUT FILE IS TOUCHED - A      *
052600* HALF-REVERSED RUN WOULD LEAVE KEYINQ AND THE       *
052700* DUPLICATE CHECK LYING ABOUT EVERY KEY IN IT        *
052800*****************************************************
052900 2700-OPEN-MASTER.
053000     OPEN I-O KEY-MST.
053100     IF KR-MST-STATUS = "00"
053200         SET KR-MST-OPEN TO TRUE
053300     ELSE
053400         SET KR-ABEND TO TRUE
053500         SET KR-AUD-EOF TO TRUE
053600         SET KR-OLD-EOF TO TRUE
053700         MOVE 16 TO RETURN-CODE
053800         DISPLAY "BACKOUT - KEYMST OPEN FAILED, STATUS "
053900             KR-MST-STATUS " - RUN ABENDED, RETURN-CODE "
054000             "SET TO 16"
054100     END-IF.
054200 2700-OPEN-MASTER-EXIT.
054300     EXIT.
054400
054500*****************************************************
054600* 2800-OPEN-EVENTS - OPEN THE PER-KEY EVENT HISTORY  *
054700* FOR UPDATE, CREATING IT EMPTY ON A FIRST-EVER RUN. *
054800* THE HISTORY IS ADVISORY - A FILE THAT STILL WILL   *
054900* NOT OPEN GETS A WARNING ON THE JOB LOG AND THE     *
055000* BACKOUT GOES ON WITHOUT IT                         *
055100*****************************************************
055200 2800-OPEN-EVENTS.
055300     OPEN I-O KEY-EVT.
055400     IF KR-EVT-STATUS = "35"
055500         OPEN OUTPUT KEY-EVT
055600         CLOSE KEY-EVT
055700         OPEN I-O KEY-EVT
055800     END-IF.
055900     IF KR-EVT-STATUS = "00"
056000         SET KR-EVT-OPEN TO TRUE
056100     ELSE
056200         DISPLAY "BACKOUT - KEYEVT OPEN FAILED, STATUS "
056300             KR-EVT-STATUS " - EVENT HISTORY "
056400             "SKIPPED THIS RUN"
056500     END-IF.
056600 2800-OPEN-EVENTS-EXIT.
056700     EXIT.
056800
056900*****************************************************
057000* 3000-PROCESS-OUTPUT - ROUTE THE CURRENT OUTPUT     *
057100* RECORD: A RECORD THE BACKED-OUT RUN WROTE IS       *
057200* DROPPED OR REPLACED, ANYTHING ELSE CARRIES OVER    *
057300* UNTOUCHED.  READ NEXT                              *
057400*****************************************************
057500 3000-PROCESS-OUTPUT.
057600     ADD 1 TO KR-RECORDS-READ.
057700
057800     IF KR-RECORD-TYPE OF KEY-OLD-RECORD = "H"
057900         OR KR-RECORD-TYPE OF KEY-OLD-RECORD = "T"
058000         PERFORM 6300-COPY-RECORD
058100             THRU 6300-COPY-RECORD-EXIT
058200         GO TO 3000-PROCESS-OUTPUT-NEXT
058300     END-IF.
058400
058500     PERFORM 3300-SCAN-BACKOUT-TABLE
058600         THRU 3300-SCAN-BACKOUT-TABLE-EXIT.
058700
058800     IF KR-BAK-HIT-SUB = 0
058900         PERFORM 6300-COPY-RECORD
059000             THRU 6300-COPY-RECORD-EXIT
059100         ADD 1 TO KR-RECORDS-COPIED
059200         GO TO 3000-PROCESS-OUTPUT-NEXT
059300     END-IF.
059400
059500     MOVE 'Y' TO KR-BAK-USED ( KR-BAK-HIT-SUB ).
059600     IF KR-REPLACE-MODE
059700         PERFORM 4000-WRITE-REPLACEMENT
059800             THRU 4000-WRITE-REPLACEMENT-EXIT
059900     ELSE
060000         ADD 1 TO KR-RECORDS-REMOVED
060100         MOVE "REMOVED" TO KR-DET-ACTION
060200         PERFORM 6400-WRITE-DETAIL-LINE
060300             THRU 6400-WRITE-DETAIL-LINE-EXIT
060400         MOVE 0 TO KR-WORK-LENGTH
060500         PERFORM 5000-REVERSE-MASTER
060600             THRU 5000-REVERSE-MASTER-EXIT
060700         PERFORM 5500-WRITE-BACKOUT-AUDIT
060800             THRU 5500-WRITE-BACKOUT-AUDIT-EXIT
060900         PERFORM 5600-WRITE-BACKOUT-EVENT
061000             THRU 5600-WRITE-BACKOUT-EVENT-EXIT
061100     END-IF.
061200
061300 3000-PROCESS-OUTPUT-NEXT.
061400     PERFORM 3100-READ-OLD
061500         THRU 3100-READ-OLD-EXIT.
061600 3000-PROCESS-OUTPUT-EXIT.
061700     EXIT.
061800
061900*****************************************************
062000* 3100-READ-OLD - READ THE NEXT CURRENT-OUTPUT       *
062100* RECORD                                             *
062200*****************************************************
062300 3100-READ-OLD.
062400     READ KEY-OLD
062500         AT END
062600             SET KR-OLD-EOF TO TRUE
062700     END-READ.
062800 3100-READ-OLD-EXIT.
062900     EXIT.
063000
063100*****************************************************
063200* 3300-SCAN-BACKOUT-TABLE - SERIAL SCAN FOR AN       *
063300* UNUSED ENTRY WHOSE OUTPUT KEY EQUALS THE CURRENT   *
063400* OUTPUT RECORD.  KR-BAK-HIT-SUB COMES BACK ZERO ON  *
063500* A MISS                                             *
063600*****************************************************
063700 3300-SCAN-BACKOUT-TABLE.
063800     MOVE 0 TO KR-BAK-HIT-SUB.
063900     PERFORM 3360-TEST-ONE-ENTRY
064000         THRU 3360-TEST-ONE-ENTRY-EXIT
064100         VARYING KR-BAK-SUB FROM 1 BY 1
064200         UNTIL KR-BAK-SUB > KR-BAK-COUNT
064300             OR KR-BAK-HIT-SUB > 0.
064400 3300-SCAN-BACKOUT-TABLE-EXIT.
064500     EXIT.
064600
064700 3360-TEST-ONE-ENTRY.
064800     IF KR-BAK-USED ( KR-BAK-SUB ) = 'N'
064900         AND KR-BAK-OUTPUT-KEY ( KR-BAK-SUB ) =
065000             KR-KEY-DATA OF KEY-OLD-RECORD
065100         MOVE KR-BAK-SUB TO KR-BAK-HIT-SUB
065200     END-IF.
065300 3360-TEST-ONE-ENTRY-EXIT.
065400     EXIT.
065500
065600*****************************************************
065700* 4000-WRITE-REPLACEMENT - RE-TRANSFORM THE AUDIT    *
065800* INPUT IMAGE UNDER THE FUNCTION THE RUN SHOULD      *
065900* HAVE USED AND WRITE IT IN PLACE OF THE BAD         *
066000* RECORD.  AN INPUT IMAGE THAT MEASURES EMPTY IS     *
066100* DROPPED INSTEAD - THERE IS NOTHING TO TRANSFORM    *
066200*****************************************************
066300 4000-WRITE-REPLACEMENT.
066400     MOVE KR-BAK-INPUT-KEY ( KR-BAK-HIT-SUB )
066500         TO KR-WORK-KEY.
066600     PERFORM 4100-MEASURE-WORK-KEY
066700         THRU 4100-MEASURE-WORK-KEY-EXIT.
066800
066900     IF KR-WORK-LENGTH = 0
067000         ADD 1 TO KR-RECORDS-REMOVED
067100         MOVE "REMOVED" TO KR-DET-ACTION
067200         PERFORM 6400-WRITE-DETAIL-LINE
067300             THRU 6400-WRITE-DETAIL-LINE-EXIT
067400         PERFORM 5000-REVERSE-MASTER
067500             THRU 5000-REVERSE-MASTER-EXIT
067600         PERFORM 5500-WRITE-BACKOUT-AUDIT
067700             THRU 5500-WRITE-BACKOUT-AUDIT-EXIT
067800         PERFORM 5600-WRITE-BACKOUT-EVENT
067900             THRU 5600-WRITE-BACKOUT-EVENT-EXIT
068000         GO TO 4000-WRITE-REPLACEMENT-EXIT
068100     END-IF.
068200
068300     MOVE "D" TO KR-RECORD-TYPE OF KEY-NEW-RECORD.
068400     MOVE KR-SOURCE-SYSTEM OF KEY-OLD-RECORD
068500         TO KR-SOURCE-SYSTEM OF KEY-NEW-RECORD.
068600     MOVE KR-WORK-LENGTH
068700         TO KR-KEY-LENGTH OF KEY-NEW-RECORD.
068800     MOVE SPACES TO KR-KEY-DATA OF KEY-NEW-RECORD.
068900     EVALUATE TRUE
069000         WHEN KR-FUNCTION-UPPER-CASE
069100             MOVE FUNCTION UPPER-CASE ( KR-WORK-KEY
069200                 ( 1 : KR-WORK-LENGTH ) )
069300                 TO KR-KEY-DATA OF KEY-NEW-RECORD
069400                 ( 1 : KR-WORK-LENGTH )
069500         WHEN KR-FUNCTION-LOWER-CASE
069600             MOVE FUNCTION LOWER-CASE ( KR-WORK-KEY
069700                 ( 1 : KR-WORK-LENGTH ) )
069800                 TO KR-KEY-DATA OF KEY-NEW-RECORD
069900                 ( 1 : KR-WORK-LENGTH )
070000         WHEN OTHER
070100             MOVE FUNCTION REVERSE ( KR-WORK-KEY
070200                 ( 1 : KR-WORK-LENGTH ) )
070300                 TO KR-KEY-DATA OF KEY-NEW-RECORD
070400                 ( 1 : KR-WORK-LENGTH )
070500     END-EVALUATE.
070600
070700     ADD 1 TO KR-RECORDS-REPLACED.
070800     MOVE "REPLACED" TO KR-DET-ACTION.
070900     WRITE KEY-NEW-RECORD.
071000     PERFORM 6400-WRITE-DETAIL-LINE
071100         THRU 6400-WRITE-DETAIL-LINE-EXIT.
071200
071300     PERFORM 5000-REVERSE-MASTER
071400         THRU 5000-REVERSE-MASTER-EXIT.
071500     PERFORM 5500-WRITE-BACKOUT-AUDIT
071600         THRU 5500-WRITE-BACKOUT-AUDIT-EXIT.
071700     PERFORM 5600-WRITE-BACKOUT-EVENT
071800         THRU 5600-WRITE-BACKOUT-EVENT-EXIT.
071900 4000-WRITE-REPLACEMENT-EXIT.
072000     EXIT.
072100
072200*****************************************************
072300* 4100-MEASURE-WORK-KEY - THE AUDIT IMAGE CARRIES NO *
072400* LENGTH, SO MEASURE THE KEY TO ITS LAST NON-SPACE   *
072500* BYTE                                               *
072600*****************************************************
072700 4100-MEASURE-WORK-KEY.
072800     MOVE 0 TO KR-WORK-LENGTH.
072900     PERFORM 4110-FIND-LAST-BYTE
073000         THRU 4110-FIND-LAST-BYTE-EXIT
073100         VARYING KR-SCAN-SUB FROM 1 BY 1
073200         UNTIL KR-SCAN-SUB > KR-MAX-KEY-LENGTH.
073300 4100-MEASURE-WORK-KEY-EXIT.
073400     EXIT.
073500
073600 4110-FIND-LAST-BYTE.
073700     IF KR-WORK-KEY ( KR-SCAN-SUB : 1 ) NOT = SPACE
073800         MOVE KR-SCAN-SUB TO KR-WORK-LENGTH
073900     END-IF.
074000 4110-FIND-LAST-BYTE-EXIT.
074100     EXIT.
074200
074300*****************************************************
074400* 5000-REVERSE-MASTER - CORRECT OR DELETE THE        *
074500* PROCESSED-KEY MASTER ENTRY OF THE RECORD JUST      *
074600* BACKED OUT.  A REPLACED RECORD'S ENTRY IS          *
074700* REWRITTEN WITH THE CORRECTED OUTPUT VALUE; A       *
074800* REMOVED ONE'S IS DELETED, SO A RESUBMISSION IS NOT *
074900* SUPPRESSED AS A DUPLICATE.  AN ENTRY A LATER JOB   *
075000* HAS SINCE REWRITTEN IS LEFT AS IT STANDS           *
075100*****************************************************
075200 5000-REVERSE-MASTER.
075300     IF NOT KR-MST-OPEN
075400         GO TO 5000-REVERSE-MASTER-EXIT
075500     END-IF.
075600     MOVE KR-BAK-INPUT-KEY ( KR-BAK-HIT-SUB ) TO KM-KEY.
075700     READ KEY-MST
075800         INVALID KEY
075900             ADD 1 TO KR-MASTERS-NOT-FOUND
076000             GO TO 5000-REVERSE-MASTER-EXIT
076100     END-READ.
076200     IF KR-MST-STATUS NOT = "00"
076300         ADD 1 TO KR-MASTERS-NOT-FOUND
076400         GO TO 5000-REVERSE-MASTER-EXIT
076500     END-IF.
076600     IF KM-JOB-ID NOT = KR-BACKOUT-JOB
076700         ADD 1 TO KR-MASTERS-SKIPPED
076800         GO TO 5000-REVERSE-MASTER-EXIT
076900     END-IF.
077000
077100     IF KR-REPLACE-MODE AND KR-WORK-LENGTH > 0
077200         MOVE KR-TODAY-DATE TO KM-LAST-DATE
077300         ACCEPT KM-LAST-TIME FROM TIME
077400         MOVE KR-JOB-ID TO KM-JOB-ID
077500         MOVE KR-KEY-DATA OF KEY-NEW-RECORD
077600             TO KM-LAST-OUTPUT-KEY
077700         MOVE "P" TO KM-STATUS
077800         MOVE SPACES TO KM-REASON-CODE
077900         REWRITE KEY-MASTER-RECORD
078000         ADD 1 TO KR-MASTERS-REWRITTEN
078100     ELSE
078200         DELETE KEY-MST RECORD
078300         ADD 1 TO KR-MASTERS-DELETED
078400     END-IF.
078500 5000-REVERSE-MASTER-EXIT.
078600     EXIT.
078700
078800*****************************************************
078900* 5500-WRITE-BACKOUT-AUDIT - APPEND ONE ENTRY TO THE *
079000* KEYAUD TRAIL FOR THE RECORD JUST BACKED OUT, UNDER *
079100* THIS RUN'S JOB ID.  THE OUTPUT KEY IS THE          *
079200* CORRECTED VALUE ON A REPLACEMENT AND SPACES ON A   *
079300* REMOVAL, SO AUDRPT SHOWS THE KEY'S TRUE HISTORY.   *
079400* THE ENTRY IS SEQUENCED AND CHAINED FROM THE ONE    *
079500* BEFORE IT (AUDCHAIN), WITH DISPOSITION B           *
079600*****************************************************
079700 5500-WRITE-BACKOUT-AUDIT.
079800     IF NOT KR-AUD-EXTEND
079900         GO TO 5500-WRITE-BACKOUT-AUDIT-EXIT
080000     END-IF.
080100     MOVE SPACES TO AUD-RECORD.
080200     MOVE KR-JOB-ID TO AUD-JOB-ID.
080300     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
080400     ACCEPT AUD-TIME FROM TIME.
080500     MOVE KR-BAK-SOURCE ( KR-BAK-HIT-SUB )
080600         TO AUD-SOURCE-SYSTEM.
080700     MOVE KR-BAK-INPUT-KEY ( KR-BAK-HIT-SUB )
080800         TO AUD-INPUT-KEY.
080900     IF KR-REPLACE-MODE AND KR-WORK-LENGTH > 0
081000         MOVE KR-KEY-DATA OF KEY-NEW-RECORD
081100             TO AUD-OUTPUT-KEY
081200     ELSE
081300         MOVE SPACES TO AUD-OUTPUT-KEY
081400     END-IF.
081500     MOVE "B" TO AUD-DISPOSITION.
081600     ADD 1 TO KR-AUD-LAST-SEQUENCE.
081700     MOVE KR-AUD-LAST-SEQUENCE TO AUD-SEQUENCE.
081800     MOVE KR-AUD-LAST-CHECK TO ACH-PRIOR-CHECK.
081900     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
082000     CALL "AUDCHAIN" USING AUD-RECORD
082100                           AUD-CHAIN-REQUEST.
082200     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
082300     MOVE ACH-CHECK-VALUE TO AUD-CHECK-VALUE.
082400     MOVE ACH-CHECK-VALUE TO KR-AUD-LAST-CHECK.
082500     WRITE AUD-RECORD.
082600 5500-WRITE-BACKOUT-AUDIT-EXIT.
082700     EXIT.
082800
082900*****************************************************
083000* 5600-WRITE-BACKOUT-EVENT - ADD A B (BACKED OUT)    *
083100* EVENT TO THE HISTORY OF THE KEY JUST BACKED OUT,   *
083200* UNDER THIS RUN'S JOB ID.  THE OUTPUT KEY IS THE    *
083300* CORRECTED VALUE ON A REPLACEMENT AND SPACES ON A   *
083400* REMOVAL, AS ON THE AUDIT ENTRY.  A HISTORY FILE    *
083500* THAT WILL NOT TAKE THE WRITE GETS A WARNING ON     *
083600* THE JOB LOG AND IS DROPPED FOR THE REST OF THE RUN *
083700*****************************************************
083800 5600-WRITE-BACKOUT-EVENT.
083900     IF NOT KR-EVT-OPEN
084000         GO TO 5600-WRITE-BACKOUT-EVENT-EXIT
084100     END-IF.
084200     IF KR-BAK-INPUT-KEY ( KR-BAK-HIT-SUB ) = SPACES
084300         GO TO 5600-WRITE-BACKOUT-EVENT-EXIT
084400     END-IF.
084500
084600     MOVE SPACES TO KEY-EVENT-RECORD.
084700     MOVE KR-BAK-INPUT-KEY ( KR-BAK-HIT-SUB ) TO EV-KEY.
084800     ACCEPT EV-DATE FROM DATE YYYYMMDD.
084900     ACCEPT EV-TIME FROM TIME.
085000     MOVE 0 TO EV-SEQUENCE.
085100     MOVE KR-KEY-LENGTH OF KEY-OLD-RECORD TO EV-KEY-LENGTH.
085200     MOVE KR-BAK-SOURCE ( KR-BAK-HIT-SUB )
085300         TO EV-SOURCE-SYSTEM.
085400     MOVE "B" TO EV-DISPOSITION.
085500     MOVE KR-JOB-ID TO EV-JOB-ID.
085600     MOVE "BACKOUT" TO EV-PROGRAM-NAME.
085700     IF KR-REPLACE-MODE AND KR-WORK-LENGTH > 0
085800         MOVE KR-KEY-DATA OF KEY-NEW-RECORD
085900             TO EV-OUTPUT-KEY
086000     END-IF.
086100
086200     MOVE "22" TO KR-EVT-STATUS.
086300     PERFORM 5610-WRITE-ONE-EVENT
086400         THRU 5610-WRITE-ONE-EVENT-EXIT
086500         UNTIL KR-EVT-STATUS NOT = "22"
086600             OR EV-SEQUENCE = 99.
086700     IF KR-EVT-STATUS NOT = "00"
086800         DISPLAY "BACKOUT - KEYEVT WRITE FAILED, STATUS "
086900             KR-EVT-STATUS " - EVENT HISTORY "
087000             "SKIPPED FOR THE REST OF THIS RUN"
087100         CLOSE KEY-EVT
087200         MOVE 'N' TO KR-EVT-OPEN-SWITCH
087300     END-IF.
087400 5600-WRITE-BACKOUT-EVENT-EXIT.
087500     EXIT.
087600
087700 5610-WRITE-ONE-EVENT.
087800     WRITE KEY-EVENT-RECORD
087900         INVALID KEY
088000             CONTINUE
088100     END-WRITE.
088200     IF KR-EVT-STATUS = "22"
088300         ADD 1 TO EV-SEQUENCE
088400     END-IF.
088500 5610-WRITE-ONE-EVENT-EXIT.
088600     EXIT.
088700
088800*****************************************************
088900* 6300-COPY-RECORD - CARRY THE CURRENT OUTPUT        *
089000* RECORD OVER TO THE CORRECTED FILE UNTOUCHED        *
089100*****************************************************
089200 6300-COPY-RECORD.
089300     MOVE KEY-OLD-RECORD TO KEY-NEW-RECORD.
089400     WRITE KEY-NEW-RECORD.
089500 6300-COPY-RECORD-EXIT.
089600     EXIT.
089700
089800*****************************************************
089900* 6400-WRITE-DETAIL-LINE - PRINT ONE BACKED-OUT KEY. *
090000* THE OLD KEY, AND THE CORRECTED KEY ON A            *
090100* REPLACEMENT, GO THROUGH KEYMASK FIRST              *
090200*****************************************************
090300 6400-WRITE-DETAIL-LINE.
090400     MOVE KR-KEY-LENGTH OF KEY-OLD-RECORD TO KMK-KEY-LENGTH.
090500     MOVE KR-KEY-DATA OF KEY-OLD-RECORD TO KMK-KEY-VALUE.
090600     PERFORM 9850-CALL-KEYMASK THRU 9850-CALL-KEYMASK-EXIT.
090700     MOVE KMK-MASKED-KEY TO KR-DET-OLD-KEY.
090800     MOVE SPACES TO KR-DET-NEW-KEY.
090900     IF KR-DET-ACTION = "REPLACED"
091000         MOVE KR-KEY-LENGTH OF KEY-NEW-RECORD TO KMK-KEY-LENGTH
091100         MOVE KR-KEY-DATA OF KEY-NEW-RECORD TO KMK-KEY-VALUE
091200         PERFORM 9850-CALL-KEYMASK THRU 9850-CALL-KEYMASK-EXIT
091300         MOVE KMK-MASKED-KEY TO KR-DET-NEW-KEY
091400     END-IF.
091500     WRITE RPT-LINE FROM KR-DETAIL-LINE.
091600 6400-WRITE-DETAIL-LINE-EXIT.
091700     EXIT.
091800
091900*****************************************************
092000* 7000-COUNT-UNMATCHED - AUDIT ENTRIES THAT FOUND NO *
092100* OUTPUT RECORD TO BACK OUT.  A NONZERO COUNT ON A   *
092200* FIRST BACKOUT USUALLY MEANS THE RUN WAS ALREADY    *
092300* BACKED OUT, OR THE WRONG OUTPUT FILE IS UNDER      *
092400* KEYOLD                                             *
092500*****************************************************
092600 7000-COUNT-UNMATCHED.
092700     PERFORM 7100-COUNT-ONE-ENTRY
092800         THRU 7100-COUNT-ONE-ENTRY-EXIT
092900         VARYING KR-BAK-SUB FROM 1 BY 1
093000         UNTIL KR-BAK-SUB > KR-BAK-COUNT.
093100 7000-COUNT-UNMATCHED-EXIT.
093200     EXIT.
093300
093400 7100-COUNT-ONE-ENTRY.
093500     IF KR-BAK-USED ( KR-BAK-SUB ) = 'N'
093600         ADD 1 TO KR-ENTRIES-UNMATCHED
093700     END-IF.
093800 7100-COUNT-ONE-ENTRY-EXIT.
093900     EXIT.
094000
094100*****************************************************
094200* 8000-PRODUCE-REPORT - BACKOUT CONTROL TOTALS       *
094300*****************************************************
094400 8000-PRODUCE-REPORT.
094500     MOVE KR-ENTRIES-LOADED   TO KR-RPT-LOADED.
094600     WRITE RPT-LINE FROM KR-TOTAL-LINE-LOADED.
094700
094800     MOVE KR-RECORDS-READ     TO KR-RPT-READ.
094900     WRITE RPT-LINE FROM KR-TOTAL-LINE-READ.
095000
095100     MOVE KR-RECORDS-REMOVED  TO KR-RPT-REMOVED.
095200     WRITE RPT-LINE FROM KR-TOTAL-LINE-REMOVED.
095300
095400     MOVE KR-RECORDS-REPLACED TO KR-RPT-REPLACED.
095500     WRITE RPT-LINE FROM KR-TOTAL-LINE-REPLACED.
095600
095700     MOVE KR-RECORDS-COPIED   TO KR-RPT-COPIED.
095800     WRITE RPT-LINE FROM KR-TOTAL-LINE-COPIED.
095900
096000     MOVE KR-ENTRIES-UNMATCHED TO KR-RPT-UNMATCHED.
096100     WRITE RPT-LINE FROM KR-TOTAL-LINE-UNMATCHED.
096200
096300     MOVE KR-MASTERS-DELETED  TO KR-RPT-MST-DEL.
096400     WRITE RPT-LINE FROM KR-TOTAL-LINE-MST-DEL.
096500
096600     MOVE KR-MASTERS-REWRITTEN TO KR-RPT-MST-REW.
096700     WRITE RPT-LINE FROM KR-TOTAL-LINE-MST-REW.
096800
096900     MOVE KR-MASTERS-NOT-FOUND TO KR-RPT-MST-NF.
097000     WRITE RPT-LINE FROM KR-TOTAL-LINE-MST-NF.
097100
097200     MOVE KR-MASTERS-SKIPPED  TO KR-RPT-MST-SKP.
097300     WRITE RPT-LINE FROM KR-TOTAL-LINE-MST-SKP.
097400
097500     IF KR-ENTRIES-UNMATCHED > 0
097600         AND RETURN-CODE < 4
097700         MOVE 4 TO RETURN-CODE
097800     END-IF.
097900 8000-PRODUCE-REPORT-EXIT.
098000     EXIT.
098100
098200*****************************************************
098300* 9000-TERMINATE - CLOSE FILES                       *
098400*****************************************************
098500 9000-TERMINATE.
098600     IF KR-AUD-STATUS = "00"
098700         CLOSE AUD-IN
098800     END-IF.
098900     IF KR-FILES-OPEN
099000         CLOSE KEY-OLD
099100         CLOSE KEY-NEW
099200     END-IF.
099300     IF KR-MST-OPEN
099400         CLOSE KEY-MST
099500     END-IF.
099600     IF KR-EVT-OPEN
099700         CLOSE KEY-EVT
099800     END-IF.
099900     CLOSE BAK-RPT.
100000 9000-TERMINATE-EXIT.
100100     EXIT.
100200
100300*****************************************************
100400* 9500-FORCE-ABEND - THE AUDIT TRAIL COULD NOT BE    *
100500* OPENED, SO THERE IS NOTHING TO DRIVE THE BACKOUT   *
100600* FROM.  RAISE RETURN-CODE TO A SEVERE VALUE         *
100700*****************************************************
100800 9500-FORCE-ABEND.
100900     SET KR-ABEND TO TRUE.
101000     SET KR-AUD-EOF TO TRUE.
101100     SET KR-OLD-EOF TO TRUE.
101200     MOVE 16 TO RETURN-CODE.
101300     DISPLAY "BACKOUT - KEYAUD OPEN FAILED, STATUS "
101400         KR-AUD-STATUS " - RUN ABENDED, RETURN-CODE "
101500         "SET TO 16".
101600 9500-FORCE-ABEND-EXIT.
101700     EXIT.
101800
101900*****************************************************
102000* 9600-PARM-ABEND - NO BACKJOB PARAMETER.  A BACKOUT *
102100* WITH NO JOB ID WOULD TOUCH NOTHING, SO STOP LOUDLY *
102200* RATHER THAN PRINT A CLEAN EMPTY REPORT             *
102300*****************************************************
102400 9600-PARM-ABEND.
102500     SET KR-ABEND TO TRUE.
102600     SET KR-AUD-EOF TO TRUE.
102700     SET KR-OLD-EOF TO TRUE.
102800     MOVE 16 TO RETURN-CODE.
102900     DISPLAY "BACKOUT - NO BACKJOB PARAMETER - "
103000         "RUN ABENDED, RETURN-CODE SET TO 16".
103100 9600-PARM-ABEND-EXIT.
103200     EXIT.
103300
103400*****************************************************
103500* 9700-TABLE-ABEND - THE BACKOUT TABLE OVERFLOWED.   *
103600* A PARTIAL BACKOUT WOULD LEAVE THE OUTPUT FILE      *
103700* HALF-CORRECTED, SO STOP BEFORE TOUCHING IT         *
103800*****************************************************
103900 9700-TABLE-ABEND.
104000     SET KR-ABEND TO TRUE.
104100     SET KR-AUD-EOF TO TRUE.
104200     SET KR-OLD-EOF TO TRUE.
104300     MOVE 16 TO RETURN-CODE.
104400     DISPLAY "BACKOUT - BACKOUT TABLE OVERFLOW - "
104500         "RUN ABENDED, RETURN-CODE SET TO 16".
104600 9700-TABLE-ABEND-EXIT.
104700     EXIT.
104800
104900*****************************************************
105000* 9850-CALL-KEYMASK - PASS THE MASKING REQUEST TO    *
105100* THE COMMON KEYMASK ROUTINE: THE UNMASK RULING AT   *
105200* START-UP, THEN THE PRINTED FORM OF EACH KEY IN     *
105300* KMK-KEY-VALUE (TRUE LENGTH IN KMK-KEY-LENGTH, OR   *
105400* ZERO) BACK IN KMK-MASKED-KEY.  RETURN-CODE IS      *
105500* SAVED ACROSS THE CALL, AS FOR KEYRMSG              *
105600*****************************************************
105700 9850-CALL-KEYMASK.
105800     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
105900     CALL "KEYMASK" USING KEY-MASK-REQUEST.
106000     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
106100 9850-CALL-KEYMASK-EXIT.
106200     EXIT.
