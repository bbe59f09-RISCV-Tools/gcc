004400*   KEYR019E  SCHEDULED RUN MISSING                  *
004500*   KEYR020E  SCHEDULED RUN ENDED LATE               *
004600*   KEYR021E  SCHEDULED RUN ABENDED                  *
004700*   KEYR022W  EVENT HISTORY FILE ERROR               *
004800*   KEYR023E  SENDER ACK FEED OUT OF BALANCE         *
004900*   KEYR024E  AUDIT TRAIL CHAIN BROKEN               *
005000*   KEYR025E  KEY FILE INTEGRITY OVER TOLERANCE      *
005100*   KEYR026W  CHARGEBACK KEYS LEFT UNPRICED          *
005200*   KEYR027W  REPORT KEYS PRINTED UNMASKED           *
005300*   KEYR028W  UNMASK REQUEST REFUSED                 *
005350*   KEYR029E  RECOVERED MASTER OUT OF BALANCE        *
005370*   KEYR030E  SOURCE FEED PENDING PAST LIMIT         *
005400*   KEYR999E  UNKNOWN MESSAGE ID                     *
005500*                                                     *
005600* SEVERITY CODES.  I INFORMATIONAL, W WARNING, E     *
005700* SEVERE - AUTOMATION PAGES ON E.                    *
005800*                                                     *
005900* MODIFICATION HISTORY.                               *
006000* 2024-11-04  JWK  ORIGINAL PROGRAM.                  *
006100* 2024-12-08  JWK  ADDED KEYR013E FOR THE PER-SOURCE  *
006200*                  PROFILE MASTER.                    *
006300* 2025-02-09  JWK  ADDED KEYR014E FOR THE KEYXRF      *
006400*                  CROSS-REFERENCE FILE.              *
006500* 2025-03-23  JWK  ADDED KEYR015E FOR THE CTLBAL      *
006600*                  CROSS-STEP BALANCE.                *
006700* 2025-04-20  JWK  ADDED KEYR016W FOR THE KEYRTK      *
006800*                  REJECT-TRACKING MASTER.            *
006900* 2025-05-18  JWK  ADDED KEYR017E FOR THE MSTMAINT    *
007000*                  RETENTION GUARD.                   *
007100* 2025-06-15  JWK  ADDED KEYR018E FOR PROG'S HIGH-    *
007200*                  VOLUME KEY TABLE.                  *
007300* 2025-07-13  JWK  ADDED KEYR019E THROUGH KEYR021E    *
007400*                  FOR THE RUNMON MISSED-RUN          *
007500*                  MONITOR.                           *
007600* 2025-08-03  JWK  MEMBER RESEQUENCED.                *
007700* 2026-10-15  JWK  ADDED KEYR022W FOR THE KEYEVT      *
007800*                  PER-KEY EVENT HISTORY FILE.        *
007900* 2026-10-15  JWK  ADDED KEYR023E FOR THE ACKMATCH    *
008000*                  UPSTREAM ACKNOWLEDGEMENT FEEDS.    *
008100* 2026-10-15  JWK  ADDED KEYR024E FOR THE AUDVER      *
008200*                  AUDIT-CHAIN VERIFICATION.  MEMBER  *
008300*                  RESEQUENCED.                       *
008400* 2026-10-15  JWK  ADDED KEYR025E FOR THE INTAUD      *
008500*                  CROSS-FILE INTEGRITY AUDIT.        *
008600* 2026-10-15  JWK  ADDED KEYR026W FOR THE CHGBACK     *
008700*                  MONTHLY CHARGEBACK.                *
008800* 2026-10-15  JWK  ADDED KEYR027W AND KEYR028W FOR    *
008900*                  THE KEYMASK UNMASKED-RUN CONTROL.  *
009000*                  MEMBER RESEQUENCED.                *
009025* 2026-10-15  JWK  ADDED KEYR029E FOR THE MSTRCV      *
009050*                  KEYMST FORWARD RECOVERY.           *
009060* 2026-10-15  JWK  ADDED KEYR030E FOR THE COLLECT     *
009070*                  PENDING-FEED AGE LIMIT.            *
009100*****************************************************
009200
009300 ENVIRONMENT              DIVISION.
009400 CONFIGURATION            SECTION.
009500 SOURCE-COMPUTER.         IBM-370.
009600 OBJECT-COMPUTER.         IBM-370.
009700
009800 INPUT-OUTPUT             SECTION.
009900 FILE-CONTROL.
010000     SELECT KEY-ALT       ASSIGN TO KEYALT
010100                           ORGANIZATION IS LINE SEQUENTIAL
010200                           FILE STATUS IS KR-ALT-STATUS.
010300
010400 DATA                     DIVISION.
010500 FILE                     SECTION.
010600 FD  KEY-ALT
010700     LABEL RECORDS ARE OMITTED.
010800     COPY "keyalt.cpy".
010900
011000 WORKING-STORAGE          SECTION.
011100*-------------------------------------------------------*
011200* FILE STATUS AND DIRECTORY LOOK-UP RESULT               *
011300*-------------------------------------------------------*
011400 01  KR-ALT-STATUS             PIC X(02).
011500
011600 01  KR-SEVERITY-CODE          PIC X(01)    VALUE "E".
011700 01  KR-MESSAGE-TEXT           PIC X(34)    VALUE SPACES.
011800
011900*-------------------------------------------------------*
012000* JOB-LOG MESSAGE LINE.  THE MESSAGE ID AND SEVERITY    *
012100* SIT IN COLUMNS 1-8 FOR THE AUTOMATION CONSOLE TRAP.   *
012200*-------------------------------------------------------*
012300 01  KR-DISPLAY-LINE.
012400     05  KR-DSP-MESSAGE-ID    PIC X(07).
012500     05  KR-DSP-SEVERITY      PIC X(01).
012600     05  FILLER               PIC X(01)    VALUE SPACE.
012700     05  KR-DSP-TEXT          PIC X(34).
012800     05  FILLER               PIC X(01)    VALUE SPACE.
012900     05  KR-DSP-VARIABLE      PIC X(20).
013000
013100 LINKAGE                  SECTION.
013200     COPY "keymsg.cpy".
013300
013400 PROCEDURE                DIVISION
013500                           USING KEY-MESSAGE-REQUEST.
013600
013700*****************************************************
013800* 0000-MAINLINE                                      *
013900*****************************************************
014000 0000-MAINLINE.
014100     PERFORM 1000-LOOK-UP-MESSAGE
014200         THRU 1000-LOOK-UP-MESSAGE-EXIT.
014300
014400     PERFORM 2000-DISPLAY-MESSAGE
014500         THRU 2000-DISPLAY-MESSAGE-EXIT.
014600
014700     PERFORM 3000-WRITE-ALERT
014800         THRU 3000-WRITE-ALERT-EXIT.
014900
015000     GOBACK.
015100
015200*****************************************************
015300* 1000-LOOK-UP-MESSAGE - FETCH THE SEVERITY CODE AND *
015400* FIXED TEXT FOR THE REQUESTED MESSAGE ID FROM THE   *
015500* DIRECTORY.  AN ID NOT ON THE DIRECTORY ISSUES      *
015600* KEYR999E SO A BAD CALL STILL LEAVES A TRACE        *
015700*****************************************************
015800 1000-LOOK-UP-MESSAGE.
015900     EVALUATE KMG-MESSAGE-ID
016000         WHEN "KEYR001"
016100             MOVE "E" TO KR-SEVERITY-CODE
016200             MOVE "FAILURE THRESHOLD EXCEEDED"
016300                 TO KR-MESSAGE-TEXT
016400         WHEN "KEYR002"
016500             MOVE "W" TO KR-SEVERITY-CODE
016600             MOVE "AUDIT TRAIL OPEN FAILED"
016700                 TO KR-MESSAGE-TEXT
016800         WHEN "KEYR003"
016900             MOVE "E" TO KR-SEVERITY-CODE
017000             MOVE "CHECKPOINT FILE ERROR"
017100                 TO KR-MESSAGE-TEXT
017200         WHEN "KEYR004"
017300             MOVE "E" TO KR-SEVERITY-CODE
017400             MOVE "REJECT FILE ERROR"
017500                 TO KR-MESSAGE-TEXT
017600         WHEN "KEYR005"
017700             MOVE "W" TO KR-SEVERITY-CODE
017800             MOVE "FAILURE THRESHOLD 50 PCT REACHED"
017900                 TO KR-MESSAGE-TEXT
018000         WHEN "KEYR006"
018100             MOVE "W" TO KR-SEVERITY-CODE
018200             MOVE "FAILURE THRESHOLD 75 PCT REACHED"
018300                 TO KR-MESSAGE-TEXT
018400         WHEN "KEYR007"
018500             MOVE "W" TO KR-SEVERITY-CODE
018600             MOVE "FAILURE THRESHOLD 100 PCT REACHED"
018700                 TO KR-MESSAGE-TEXT
018800         WHEN "KEYR008"
018900             MOVE "I" TO KR-SEVERITY-CODE
019000             MOVE "RESTART IN PROGRESS"
019100                 TO KR-MESSAGE-TEXT
019200         WHEN "KEYR009"
019300             MOVE "E" TO KR-SEVERITY-CODE
019400             MOVE "INPUT FEED OUT OF BALANCE"
019500                 TO KR-MESSAGE-TEXT
019600         WHEN "KEYR010"
019700             MOVE "E" TO KR-SEVERITY-CODE
019800             MOVE "COMPARE TABLE OVERFLOW"
019900                 TO KR-MESSAGE-TEXT
020000         WHEN "KEYR011"
020100             MOVE "E" TO KR-SEVERITY-CODE
020200             MOVE "PROCESSED-KEY MASTER ERROR"
020300                 TO KR-MESSAGE-TEXT
020400         WHEN "KEYR012"
020500             MOVE "E" TO KR-SEVERITY-CODE
020600             MOVE "DUPLICATES FILE ERROR"
020700                 TO KR-MESSAGE-TEXT
020800         WHEN "KEYR013"
020900             MOVE "E" TO KR-SEVERITY-CODE
021000             MOVE "PROFILE MASTER ERROR"
021100                 TO KR-MESSAGE-TEXT
021200         WHEN "KEYR014"
021300             MOVE "E" TO KR-SEVERITY-CODE
021400             MOVE "CROSS-REFERENCE FILE ERROR"
021500                 TO KR-MESSAGE-TEXT
021600         WHEN "KEYR015"
021700             MOVE "E" TO KR-SEVERITY-CODE
021800             MOVE "CROSS-STEP BALANCE BROKEN"
021900                 TO KR-MESSAGE-TEXT
022000         WHEN "KEYR016"
022100             MOVE "W" TO KR-SEVERITY-CODE
022200             MOVE "REJECT TRACKING FILE ERROR"
022300                 TO KR-MESSAGE-TEXT
022400         WHEN "KEYR017"
022500             MOVE "E" TO KR-SEVERITY-CODE
022600             MOVE "RETENTION INSIDE DUPLICATE WINDOW"
022700                 TO KR-MESSAGE-TEXT
022800         WHEN "KEYR018"
022900             MOVE "E" TO KR-SEVERITY-CODE
023000             MOVE "HIGH-VOLUME KEY TABLE OVERFLOW"
023100                 TO KR-MESSAGE-TEXT
023200         WHEN "KEYR019"
023300             MOVE "E" TO KR-SEVERITY-CODE
023400             MOVE "SCHEDULED RUN MISSING"
023500                 TO KR-MESSAGE-TEXT
023600         WHEN "KEYR020"
023700             MOVE "E" TO KR-SEVERITY-CODE
023800             MOVE "SCHEDULED RUN ENDED LATE"
023900                 TO KR-MESSAGE-TEXT
024000         WHEN "KEYR021"
024100             MOVE "E" TO KR-SEVERITY-CODE
024200             MOVE "SCHEDULED RUN ABENDED"
024300                 TO KR-MESSAGE-TEXT
024400         WHEN "KEYR022"
024500             MOVE "W" TO KR-SEVERITY-CODE
024600             MOVE "EVENT HISTORY FILE ERROR"
024700                 TO KR-MESSAGE-TEXT
024800         WHEN "KEYR023"
024900             MOVE "E" TO KR-SEVERITY-CODE
025000             MOVE "SENDER ACK FEED OUT OF BALANCE"
025100                 TO KR-MESSAGE-TEXT
025200         WHEN "KEYR024"
025300             MOVE "E" TO KR-SEVERITY-CODE
025400             MOVE "AUDIT TRAIL CHAIN BROKEN"
025500                 TO KR-MESSAGE-TEXT
025600         WHEN "KEYR025"
025700             MOVE "E" TO KR-SEVERITY-CODE
025800             MOVE "KEY FILE INTEGRITY OVER TOLERANCE"
025900                 TO KR-MESSAGE-TEXT
026000         WHEN "KEYR026"
026100             MOVE "W" TO KR-SEVERITY-CODE
026200             MOVE "CHARGEBACK KEYS LEFT UNPRICED"
026300                 TO KR-MESSAGE-TEXT
026400         WHEN "KEYR027"
026500             MOVE "W" TO KR-SEVERITY-CODE
026600             MOVE "REPORT KEYS PRINTED UNMASKED"
026700                 TO KR-MESSAGE-TEXT
026800         WHEN "KEYR028"
026900             MOVE "W" TO KR-SEVERITY-CODE
027000             MOVE "UNMASK REQUEST REFUSED"
027100                 TO KR-MESSAGE-TEXT
027120         WHEN "KEYR029"
027140             MOVE "E" TO KR-SEVERITY-CODE
027160             MOVE "RECOVERED MASTER OUT OF BALANCE"
027180                 TO KR-MESSAGE-TEXT
027182         WHEN "KEYR030"
027184             MOVE "E" TO KR-SEVERITY-CODE
027186             MOVE "SOURCE FEED PENDING PAST LIMIT"
027188                 TO KR-MESSAGE-TEXT
027200         WHEN OTHER
027300             MOVE "KEYR999" TO KMG-MESSAGE-ID
027400             MOVE "E" TO KR-SEVERITY-CODE
027500             MOVE "UNKNOWN MESSAGE ID"
027600                 TO KR-MESSAGE-TEXT
027700     END-EVALUATE.
027800 1000-LOOK-UP-MESSAGE-EXIT.
027900     EXIT.
028000
028100*****************************************************
028200* 2000-DISPLAY-MESSAGE - PUT THE NUMBERED MESSAGE ON *
028300* THE JOB LOG FOR THE AUTOMATION CONSOLE             *
028400*****************************************************
028500 2000-DISPLAY-MESSAGE.
028600     MOVE KMG-MESSAGE-ID    TO KR-DSP-MESSAGE-ID.
028700     MOVE KR-SEVERITY-CODE  TO KR-DSP-SEVERITY.
028800     MOVE KR-MESSAGE-TEXT   TO KR-DSP-TEXT.
028900     MOVE KMG-VARIABLE-TEXT TO KR-DSP-VARIABLE.
029000     DISPLAY KR-DISPLAY-LINE.
029100 2000-DISPLAY-MESSAGE-EXIT.
029200     EXIT.
029300
029400*****************************************************
029500* 3000-WRITE-ALERT - APPEND THE TIMESTAMPED ALERT    *
029600* RECORD.  THE FIRST MESSAGE EVER CREATES THE        *
029700* DATASET; AN ALERTS DATASET THAT STILL WILL NOT     *
029800* OPEN IS LET GO - THE DISPLAY ALREADY WENT OUT AND  *
029900* THE MESSENGER MUST NEVER KILL THE RUN              *
030000*****************************************************
030100 3000-WRITE-ALERT.
030200     OPEN EXTEND KEY-ALT.
030300     IF KR-ALT-STATUS NOT = "00"
030400         OPEN OUTPUT KEY-ALT
030500     END-IF.
030600     IF KR-ALT-STATUS NOT = "00"
030700         GO TO 3000-WRITE-ALERT-EXIT
030800     END-IF.
030900
031000     MOVE SPACES TO ALERT-RECORD.
031100     ACCEPT AL-DATE FROM DATE YYYYMMDD.
031200     ACCEPT AL-TIME FROM TIME.
031300     MOVE KMG-JOB-ID        TO AL-JOB-ID.
031400     MOVE KMG-PROGRAM-NAME  TO AL-PROGRAM-NAME.
031500     MOVE KMG-MESSAGE-ID    TO AL-MESSAGE-ID.
031600     MOVE KR-SEVERITY-CODE  TO AL-SEVERITY.
031700     MOVE KR-MESSAGE-TEXT   TO AL-MESSAGE-TEXT.
031800     MOVE KMG-VARIABLE-TEXT TO AL-VARIABLE-TEXT.
031900     WRITE ALERT-RECORD.
032000     CLOSE KEY-ALT.
032100 3000-WRITE-ALERT-EXIT.
032200     EXIT.
