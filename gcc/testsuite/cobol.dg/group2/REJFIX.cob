003000*     THE LENGTH FROM THE DATA ITSELF.                *
003100* 06  NO CROSS-REFERENCE ENTRY - NO RULE CAN INVENT   *
003200*     A MAPPING, RETURNED TO SENDER.                  *
003250* 07  BAD CHECK DIGIT - ONLY THE SENDER KNOWS WHICH   *
003260*     DIGIT IS WRONG, RETURNED TO SENDER.             *
003300*                                                     *
003400* MODIFICATION HISTORY.                               *
003500* 2024-07-08  JWK  ORIGINAL PROGRAM.                  *
006900*                  IT NO LONGER AGES FOREVER UNDER    *
007000*                  THE OLD BYTES.                     *
007100* 2025-08-03  JWK  MEMBER RESEQUENCED.                *
007110* 2026-10-15  JWK  EVERY REPAIR AND RETURN TO SENDER  *
007120*                  NOW ALSO GOES ON THE KEYEVT PER-   *
007130*                  KEY EVENT HISTORY UNDER THE KEY    *
007140*                  AS IT WAS REJECTED.  A HISTORY     *
007150*                  FILE THAT WILL NOT OPEN WARNS BUT  *
007160*                  NEVER STOPS THE RUN.               *
007170* 2026-10-15  JWK  ADDED REASON 07 (BAD CHECK DIGIT)  *
007180*                  TO THE DISPOSITION TABLES.  NO     *
007190*                  RULE - RETURNED TO SENDER.         *
007200*****************************************************
007300
007400 ENVIRONMENT              DIVISION.
010100                           ACCESS MODE IS RANDOM
010200                           RECORD KEY IS RT-KEY
010300                           FILE STATUS IS KR-RTK-STATUS.
010310
010320     SELECT KEY-EVT       ASSIGN TO KEYEVT
010330                           ORGANIZATION IS INDEXED
010340                           ACCESS MODE IS RANDOM
010350                           RECORD KEY IS EV-EVENT-KEY
010360                           FILE STATUS IS KR-EVT-STATUS.
010400
010500 DATA                     DIVISION.
010600 FILE                     SECTION.
013100 FD  KEY-RTK
013200     LABEL RECORDS ARE STANDARD.
013300     COPY "keyrtk.cpy".
013320
013340 FD  KEY-EVT
013360     LABEL RECORDS ARE STANDARD.
013380     COPY "keyevt.cpy".
013400
013500 WORKING-STORAGE          SECTION.
013600*-------------------------------------------------------*
014800         88  KR-PRF-EOF                     VALUE 'Y'.
014900     05  KR-RTK-OPEN-SW       PIC X(01)    VALUE 'N'.
015000         88  KR-RTK-OPEN                    VALUE 'Y'.
015025     05  KR-EVT-OPEN-SW       PIC X(01)    VALUE 'N'.
015050         88  KR-EVT-OPEN                    VALUE 'Y'.
015100
015200 01  KR-PRF-STATUS             PIC X(02).
015300 01  KR-RTK-STATUS             PIC X(02).
015350 01  KR-EVT-STATUS             PIC X(02).
015400 01  KR-RTK-NEW-STATUS         PIC X(01)    VALUE SPACE.
015500 01  KR-RTK-TRACK-KEY          PIC X(30)    VALUE SPACES.
015600 01  KR-RTK-TRACK-LENGTH       PIC 9(02)    COMP VALUE 0.
021100     05  KR-RECORDS-RETURNED  PIC 9(07)    COMP VALUE 0.
021200
021300*-------------------------------------------------------*
021400* PER-REASON-CODE DISPOSITION COUNTERS.  SLOT 7 TAKES    *
021500* ANY REASON CODE THIS PROGRAM DOES NOT KNOW.            *
021600*-------------------------------------------------------*
021700 01  KR-REASON-TOTALS.
021800     05  KR-REASON-ENTRY      OCCURS 7 TIMES.
021900         10  KR-READ-BY-REASON     PIC 9(07) COMP.
022000         10  KR-REPAIRED-BY-REASON PIC 9(07) COMP.
022100         10  KR-RETURNED-BY-REASON PIC 9(07) COMP.
022600     05  FILLER               PIC X(02)    VALUE "03".
022700     05  FILLER               PIC X(02)    VALUE "04".
022800     05  FILLER               PIC X(02)    VALUE "06".
022850     05  FILLER               PIC X(02)    VALUE "07".
022900     05  FILLER               PIC X(02)    VALUE "??".
023000 01  KR-REASON-CODE-TABLE REDEFINES KR-REASON-CODE-LIST.
023100     05  KR-REASON-CODE-TXT   OCCURS 7 TIMES PIC X(02).
023200
023300 01  KR-REASON-LABEL-LIST.
023400     05  FILLER               PIC X(14)    VALUE "BLANK KEY".
023600     05  FILLER               PIC X(14)    VALUE "NON-PRINTABLE".
023700     05  FILLER               PIC X(14)    VALUE "BAD LENGTH".
023800     05  FILLER               PIC X(14)    VALUE "NO CROSS-REF".
023850     05  FILLER               PIC X(14)    VALUE "CHECK DIGIT".
023900     05  FILLER               PIC X(14)    VALUE "UNKNOWN CODE".
024000 01  KR-REASON-LABEL-TABLE REDEFINES KR-REASON-LABEL-LIST.
024100     05  KR-REASON-LABEL      OCCURS 7 TIMES PIC X(14).
024200
024300*-------------------------------------------------------*
024400* DISPOSITION REPORT LINE IMAGES                         *
031900     PERFORM 1100-CLEAR-REASON-ENTRY
032000         THRU 1100-CLEAR-REASON-ENTRY-EXIT
032100         VARYING KR-REASON-SUB FROM 1 BY 1
032200         UNTIL KR-REASON-SUB > 7.
032300
032400     PERFORM 1300-LOAD-PROFILES
032500         THRU 1300-LOAD-PROFILES-EXIT.
033200
033300     PERFORM 1400-OPEN-RTRACK
033400         THRU 1400-OPEN-RTRACK-EXIT.
033425     PERFORM 1450-OPEN-EVENTS
033450         THRU 1450-OPEN-EVENTS-EXIT.
033500
033600     PERFORM 1200-WRITE-FEED-HEADER
033700         THRU 1200-WRITE-FEED-HEADER-EXIT.
043000 1400-OPEN-RTRACK-EXIT.
043100     EXIT.
043200
043204*****************************************************
043208* 1450-OPEN-EVENTS - OPEN THE PER-KEY EVENT HISTORY  *
043212* FOR UPDATE, CREATING IT EMPTY ON A FIRST-EVER RUN. *
043216* THE HISTORY IS ADVISORY - A FILE THAT STILL WILL   *
043220* NOT OPEN GETS A WARNING ON THE JOB LOG AND THE RUN *
043224* GOES ON WITHOUT IT                                 *
043228*****************************************************
043232 1450-OPEN-EVENTS.
043236     OPEN I-O KEY-EVT.
043240     IF KR-EVT-STATUS = "35"
043244         OPEN OUTPUT KEY-EVT
043248         CLOSE KEY-EVT
043252         OPEN I-O KEY-EVT
043256     END-IF.
043260     IF KR-EVT-STATUS = "00"
043264         SET KR-EVT-OPEN TO TRUE
043268     ELSE
043272         DISPLAY "REJFIX - KEYEVT OPEN FAILED, STATUS "
043276             KR-EVT-STATUS " - EVENT HISTORY "
043280             "SKIPPED THIS RUN"
043284     END-IF.
043288 1450-OPEN-EVENTS-EXIT.
043292     EXIT.
043296
043300*****************************************************
043400* 2000-PROCESS-REJECTS - APPLY THE CORRECTION RULE   *
043500* FOR THE REASON CODE, RE-EDIT, AND ROUTE THE KEY    *
044800             MOVE 4 TO KR-REASON-SUB
044900         WHEN "06"
045000             MOVE 5 TO KR-REASON-SUB
045050         WHEN "07"
045075             MOVE 6 TO KR-REASON-SUB
045100         WHEN OTHER
045200             MOVE 7 TO KR-REASON-SUB
045300     END-EVALUATE.
045400     ADD 1 TO KR-READ-BY-REASON ( KR-REASON-SUB ).
045500
048700         MOVE "F" TO KR-RTK-NEW-STATUS
048800         PERFORM 5600-TRACK-DISPOSITION
048900             THRU 5600-TRACK-DISPOSITION-EXIT
048925         PERFORM 5700-WRITE-EVENT
048950             THRU 5700-WRITE-EVENT-EXIT
049000     ELSE
049100         PERFORM 6100-WRITE-RTS
049200             THRU 6100-WRITE-RTS-EXIT
049500         MOVE "S" TO KR-RTK-NEW-STATUS
049600         PERFORM 5600-TRACK-DISPOSITION
049700             THRU 5600-TRACK-DISPOSITION-EXIT
049725         PERFORM 5700-WRITE-EVENT
049750             THRU 5700-WRITE-EVENT-EXIT
049800         IF RETURN-CODE < 4
049900             MOVE 4 TO RETURN-CODE
050000         END-IF
073800 5650-REKEY-TRACKING-EXIT.
073900     EXIT.
074000
074001*****************************************************
074002* 5700-WRITE-EVENT - ADD THE DISPOSITION THE CALLER  *
074003* SET (F REPAIRED, S RETURNED TO SENDER) TO THE      *
074004* EVENT HISTORY OF THE KEY AS IT WAS REJECTED.  A    *
074005* REPAIR CARRIES THE REPAIRED VALUE AS ITS OUTPUT    *
074006* KEY.  A HISTORY FILE THAT WILL NOT TAKE THE WRITE  *
074007* GETS A WARNING ON THE JOB LOG AND IS DROPPED FOR   *
074008* THE REST OF THE RUN                                *
074009*****************************************************
074010 5700-WRITE-EVENT.
074011     IF NOT KR-EVT-OPEN
074012         GO TO 5700-WRITE-EVENT-EXIT
074013     END-IF.
074014     IF KJ-KEY-DATA = SPACES
074015         GO TO 5700-WRITE-EVENT-EXIT
074016     END-IF.
074017
074018     MOVE SPACES TO KEY-EVENT-RECORD.
074019     MOVE KJ-KEY-DATA TO EV-KEY.
074020     ACCEPT EV-DATE FROM DATE YYYYMMDD.
074021     ACCEPT EV-TIME FROM TIME.
074022     MOVE 0 TO EV-SEQUENCE.
074023     MOVE KJ-KEY-LENGTH TO EV-KEY-LENGTH.
074024     MOVE KJ-SOURCE-SYSTEM TO EV-SOURCE-SYSTEM.
074025     MOVE KR-RTK-NEW-STATUS TO EV-DISPOSITION.
074026     MOVE KJ-REASON-CODE TO EV-REASON-CODE.
074027     MOVE KR-JOB-ID TO EV-JOB-ID.
074028     MOVE "REJFIX" TO EV-PROGRAM-NAME.
074029     IF EV-REPAIRED
074030         MOVE KR-WORK-KEY TO EV-OUTPUT-KEY
074031     END-IF.
074032
074033     MOVE "22" TO KR-EVT-STATUS.
074034     PERFORM 5710-WRITE-ONE-EVENT
074035         THRU 5710-WRITE-ONE-EVENT-EXIT
074036         UNTIL KR-EVT-STATUS NOT = "22"
074037             OR EV-SEQUENCE = 99.
074038     IF KR-EVT-STATUS NOT = "00"
074039         DISPLAY "REJFIX - KEYEVT WRITE FAILED, STATUS "
074040             KR-EVT-STATUS " - EVENT HISTORY "
074041             "SKIPPED FOR THE REST OF THIS RUN"
074042         CLOSE KEY-EVT
074043         MOVE 'N' TO KR-EVT-OPEN-SW
074044     END-IF.
074045 5700-WRITE-EVENT-EXIT.
074046     EXIT.
074047
074048 5710-WRITE-ONE-EVENT.
074049     WRITE KEY-EVENT-RECORD
074050         INVALID KEY
074051             CONTINUE
074052     END-WRITE.
074053     IF KR-EVT-STATUS = "22"
074054         ADD 1 TO EV-SEQUENCE
074055     END-IF.
074056 5710-WRITE-ONE-EVENT-EXIT.
074057     EXIT.
074078
074100*****************************************************
074200* 6000-WRITE-RESUBMIT - WRITE THE REPAIRED KEY IN    *
074300* THE KEYREC LAYOUT SO THE FILE FEEDS STRAIGHT BACK  *
080800     PERFORM 8100-WRITE-REASON-LINE
080900         THRU 8100-WRITE-REASON-LINE-EXIT
081000         VARYING KR-REASON-SUB FROM 1 BY 1
081100         UNTIL KR-REASON-SUB > 7.
081200
081300     MOVE KR-RECORDS-READ     TO KR-RPT-READ.
081400     WRITE RPT-LINE FROM KR-TOTAL-LINE-READ.
085000     IF KR-RTK-OPEN
085100         CLOSE KEY-RTK
085200     END-IF.
085225     IF KR-EVT-OPEN
085250         CLOSE KEY-EVT
085275     END-IF.
085300 9000-TERMINATE-EXIT.
085400     EXIT.
085500
