002400* BATCH HAS NEVER SEEN THE KEY - ALL FROM ONE READ,  *
002500* WHILE THE CALLER IS STILL ON THE PHONE.            *
002600*                                                     *
002700* THE HELP DESK CAN ALSO TYPE                        *
002800*                                                     *
002900*     KINQ KEY-VALUE H PAGE                          *
003000*                                                     *
003100* FOR EVERYTHING THE BATCH HAS DONE TO THE KEY, FROM *
003200* THE KEYEVT PER-KEY EVENT HISTORY (KEYEVT.CPY):     *
003300* ONE LINE PER EVENT WITH ITS DATE/TIME, JOB ID,     *
003400* PROGRAM, SOURCE SYSTEM, AND DISPOSITION - FIFTEEN *
003500* TO A PAGE, NEWEST FIRST.  PAGE DEFAULTS TO 1.      *
003600*                                                     *
003700* THE MASTER IS KEYED ON THE FULL 30-BYTE KEY FIELD, *
003800* SPACE-FILLED PAST THE TRUE LENGTH, SO THE TYPED    *
003900* KEY VALUE IS PADDED THE SAME WAY BEFORE THE READ.  *
004000*                                                     *
004100* MODIFICATION HISTORY.                               *
004200* 2024-11-18  JWK  ORIGINAL PROGRAM.                  *
004300* 2025-02-09  JWK  ADDED REASON 06 (NO CROSS-         *
004400*                  REFERENCE ENTRY) TO THE REASON     *
004500*                  TRANSLATION.                       *
004600* 2025-05-18  JWK  A KEY NOT ON THE LIVE MASTER IS    *
004700*                  NOW LOOKED UP ON THE KEYARC        *
004800*                  ARCHIVE KSDS MSTMAINT PURGES TO,   *
004900*                  SO A PURGED KEY ANSWERS "ARCHIVED" *
005000*                  WITH ITS HISTORY INSTEAD OF "NOT   *
005100*                  ON FILE".  RESPONSE GREW A FIFTH   *
005200*                  LINE FOR THE ARCHIVED NOTE.        *
005300* 2025-08-03  JWK  MEMBER RESEQUENCED.                *
005400* 2026-10-15  JWK  ADDED THE EVENT HISTORY SCREEN     *
005500*                  (KINQ KEY-VALUE H PAGE), PAGED     *
005600*                  NEWEST FIRST FROM THE KEYEVT       *
005700*                  EVENT HISTORY KSDS.  MEMBER        *
005800*                  RESEQUENCED.                       *
005825* 2026-10-15  JWK  THE HISTORY SCREEN NOW DESCRIBES   *
005850*                  THE SENDER ACKNOWLEDGEMENTS        *
005875*                  ACKMATCH RECORDS.                  *
005880* 2026-10-15  JWK  ADDED REASON 07 (BAD CHECK DIGIT)  *
005885*                  TO THE REASON TRANSLATION.         *
005900*****************************************************
006000
006100 ENVIRONMENT              DIVISION.
006200 CONFIGURATION            SECTION.
006300 SOURCE-COMPUTER.         IBM-370.
006400 OBJECT-COMPUTER.         IBM-370.
006500
006600 DATA                     DIVISION.
006700 WORKING-STORAGE          SECTION.
006800*-------------------------------------------------------*
006900* CICS WORK FIELDS                                       *
007000*-------------------------------------------------------*
007100 01  KQ-RESP                  PIC S9(08)   COMP VALUE 0.
007200 01  KQ-INPUT-LENGTH          PIC S9(04)   COMP VALUE +80.
007300 01  KQ-RESPONSE-LENGTH       PIC S9(04)   COMP VALUE +400.
007400 01  KQ-HISTORY-LENGTH        PIC S9(04)   COMP VALUE +1440.
007500
007600*-------------------------------------------------------*
007700* TERMINAL INPUT AND THE PARSED KEY ARGUMENT             *
007800*-------------------------------------------------------*
007900 01  KQ-INPUT-AREA            PIC X(80)    VALUE SPACES.
008000 01  KQ-TRAN-CODE             PIC X(04)    VALUE SPACES.
008100 01  KQ-KEY-ARG               PIC X(30)    VALUE SPACES.
008200 01  KQ-MODE-ARG              PIC X(01)    VALUE SPACES.
008300     88  KQ-HISTORY-REQUEST                 VALUE "H".
008400 01  KQ-PAGE-ARG              PIC X(02)    VALUE SPACES
008500                               JUSTIFIED RIGHT.
008600 01  KQ-PAGE-DIGITS           REDEFINES KQ-PAGE-ARG
008700                               PIC 9(02).
008800
008900 01  KQ-SWITCHES.
009000     05  KQ-BROWSE-END-SWITCH PIC X(01)    VALUE 'N'.
009100         88  KQ-BROWSE-END                  VALUE 'Y'.
009200
009300*-------------------------------------------------------*
009400* PROCESSED-KEY MASTER RECORD READ FROM KEYMST           *
009500*-------------------------------------------------------*
009600     COPY "keymst.cpy".
009700
009800 01  KQ-REASON-TEXT           PIC X(40)    VALUE SPACES.
009900
010000*-------------------------------------------------------*
010100* PER-KEY EVENT HISTORY RECORD READ FROM KEYEVT, THE     *
010200* BROWSE KEY, AND THE PAGING CONTROLS.  THE FILE READS   *
010300* OLDEST FIRST, SO ONE PASS COUNTS THE KEY'S EVENTS AND  *
010400* A SECOND TAKES THE FIFTEEN THAT FALL ON THE PAGE       *
010500*-------------------------------------------------------*
010600     COPY "keyevt.cpy".
010700
010800 01  KQ-EVT-RIDFLD.
010900     05  KQ-ER-KEY            PIC X(30).
011000     05  KQ-ER-REST           PIC X(18).
011100
011200 01  KQ-HISTORY-CONTROLS.
011300     05  KQ-EVENT-COUNT       PIC S9(08)   COMP VALUE 0.
011400     05  KQ-EVENT-ORDINAL     PIC S9(08)   COMP VALUE 0.
011500     05  KQ-PAGE-COUNT        PIC S9(08)   COMP VALUE 0.
011600     05  KQ-PAGE-WANTED       PIC S9(08)   COMP VALUE 1.
011700     05  KQ-WINDOW-LOW        PIC S9(08)   COMP VALUE 0.
011800     05  KQ-WINDOW-HIGH       PIC S9(08)   COMP VALUE 0.
011900     05  KQ-SLOT              PIC S9(04)   COMP VALUE 0.
012000     05  KQ-EVENT-PAGE-SIZE   PIC S9(04)   COMP VALUE 15.
012100
012200*-------------------------------------------------------*
012300* RESPONSE SCREEN - FIVE 80-COLUMN LINES SENT AS ONE     *
012400* TEXT BLOCK                                             *
012500*-------------------------------------------------------*
012600 01  KQ-RESPONSE-AREA.
012700     05  KQ-RESP-LINE-1       PIC X(80)    VALUE SPACES.
012800     05  KQ-RESP-LINE-2       PIC X(80)    VALUE SPACES.
012900     05  KQ-RESP-LINE-3       PIC X(80)    VALUE SPACES.
013000     05  KQ-RESP-LINE-4       PIC X(80)    VALUE SPACES.
013100     05  KQ-RESP-LINE-5       PIC X(80)    VALUE SPACES.
013200
013300 01  KQ-KEY-LINE.
013400     05  FILLER               PIC X(14)    VALUE
013500         "KEY INQUIRY:  ".
013600     05  KQ-KL-KEY            PIC X(30).
013700     05  FILLER               PIC X(36)    VALUE SPACES.
013800
013900 01  KQ-PROCESSED-LINE.
014000     05  FILLER               PIC X(14)    VALUE
014100         "PROCESSED BY  ".
014200     05  KQ-PR-JOB-ID         PIC X(08).
014300     05  FILLER               PIC X(05)    VALUE " ON ".
014400     05  KQ-PR-DATE           PIC 9(08).
014500     05  FILLER               PIC X(04)    VALUE " AT ".
014600     05  KQ-PR-TIME           PIC 9(08).
014700     05  FILLER               PIC X(33)    VALUE SPACES.
014800
014900 01  KQ-OUTPUT-LINE.
015000     05  FILLER               PIC X(14)    VALUE
015100         "OUTPUT KEY:   ".
015200     05  KQ-OL-OUTPUT-KEY     PIC X(30).
015300     05  FILLER               PIC X(36)    VALUE SPACES.
015400
015500 01  KQ-REJECTED-LINE.
015600     05  FILLER               PIC X(14)    VALUE
015700         "REJECTED BY   ".
015800     05  KQ-RJ-JOB-ID         PIC X(08).
015900     05  FILLER               PIC X(05)    VALUE " ON ".
016000     05  KQ-RJ-DATE           PIC 9(08).
016100     05  FILLER               PIC X(04)    VALUE " AT ".
016200     05  KQ-RJ-TIME           PIC 9(08).
016300     05  FILLER               PIC X(33)    VALUE SPACES.
016400
016500 01  KQ-REASON-LINE.
016600     05  FILLER               PIC X(07)    VALUE "REASON ".
016700     05  KQ-RL-REASON-CODE    PIC X(02).
016800     05  FILLER               PIC X(03)    VALUE " - ".
016900     05  KQ-RL-REASON-TEXT    PIC X(40).
017000     05  FILLER               PIC X(28)    VALUE SPACES.
017100
017200 01  KQ-SOURCE-LINE.
017300     05  FILLER               PIC X(14)    VALUE
017400         "SOURCE SYSTEM ".
017500     05  KQ-SL-SOURCE         PIC X(01).
017600     05  FILLER               PIC X(65)    VALUE SPACES.
017700
017800 01  KQ-ARCHIVED-LINE.
017900     05  FILLER               PIC X(80)    VALUE
018000         "ENTRY ARCHIVED OFF THE LIVE MASTER - HISTORY SHOWN
018100-        " FROM THE ARCHIVE".
018200
018300 01  KQ-NOT-FOUND-LINE.
018400     05  FILLER               PIC X(80)    VALUE
018500         "KEY NOT ON THE PROCESSED-KEY MASTER - NEVER PROCES
018600-        "SED AND NEVER REJECTED".
018700
018800 01  KQ-USAGE-LINE.
018900     05  FILLER               PIC X(80)    VALUE
019000         "ENTER:  KINQ KEY-VALUE     OR, FOR THE EVENT HISTORY,  K
019100-        "INQ KEY-VALUE H PAGE".
019200
019300 01  KQ-ERROR-LINE.
019400     05  FILLER               PIC X(26)    VALUE
019500         "KEYMST READ FAILED, RESP= ".
019600     05  KQ-EL-RESP           PIC 9(08).
019700     05  FILLER               PIC X(46)    VALUE SPACES.
019800
019900*-------------------------------------------------------*
020000* EVENT HISTORY SCREEN (KINQ KEY-VALUE H PAGE) - A       *
020100* HEADING, A COLUMN HEADING, FIFTEEN EVENTS NEWEST       *
020200* FIRST, AND A FOOTER, SENT AS ONE TEXT BLOCK            *
020300*-------------------------------------------------------*
020400 01  KQ-HISTORY-AREA.
020500     05  KQ-HIST-LINE-1       PIC X(80)    VALUE SPACES.
020600     05  KQ-HIST-LINE-2       PIC X(80)    VALUE SPACES.
020700     05  KQ-HIST-EVENT-LINE   PIC X(80)    OCCURS 15 TIMES.
020800     05  KQ-HIST-LINE-18      PIC X(80)    VALUE SPACES.
020900
021000 01  KQ-HIST-HEADING-LINE.
021100     05  FILLER               PIC X(14)    VALUE
021200         "KEY HISTORY:  ".
021300     05  KQ-HH-KEY            PIC X(30).
021400     05  FILLER               PIC X(06)    VALUE " PAGE ".
021500     05  KQ-HH-PAGE           PIC Z9.
021600     05  FILLER               PIC X(04)    VALUE " OF ".
021700     05  KQ-HH-PAGES          PIC ZZ9.
021800     05  FILLER               PIC X(21)    VALUE
021900         ", NEWEST FIRST".
022000
022100 01  KQ-HIST-COLUMN-LINE.
022200     05  FILLER               PIC X(09)    VALUE "DATE".
022300     05  FILLER               PIC X(09)    VALUE "TIME".
022400     05  FILLER               PIC X(09)    VALUE "JOB ID".
022500     05  FILLER               PIC X(09)    VALUE "PROGRAM".
022600     05  FILLER               PIC X(04)    VALUE "SRC".
022700     05  FILLER               PIC X(21)    VALUE "DISPOSITION".
022800     05  FILLER               PIC X(19)    VALUE "RC".
022900
023000 01  KQ-HIST-EVENT-DETAIL.
023100     05  KQ-HE-DATE           PIC 9(08).
023200     05  FILLER               PIC X(01)    VALUE SPACE.
023300     05  KQ-HE-TIME           PIC 9(08).
023400     05  FILLER               PIC X(01)    VALUE SPACE.
023500     05  KQ-HE-JOB-ID         PIC X(08).
023600     05  FILLER               PIC X(01)    VALUE SPACE.
023700     05  KQ-HE-PROGRAM        PIC X(08).
023800     05  FILLER               PIC X(02)    VALUE SPACES.
023900     05  KQ-HE-SOURCE         PIC X(01).
024000     05  FILLER               PIC X(02)    VALUE SPACES.
024100     05  KQ-HE-DISPOSITION    PIC X(20).
024200     05  FILLER               PIC X(01)    VALUE SPACE.
024300     05  KQ-HE-REASON         PIC X(02).
024400     05  FILLER               PIC X(17)    VALUE SPACES.
024500
024600 01  KQ-HIST-MORE-LINE.
024700     05  FILLER               PIC X(40)    VALUE
024800         "MORE HISTORY - ENTER:  KINQ KEY-VALUE H ".
024900     05  KQ-HM-NEXT-PAGE      PIC Z9.
025000     05  FILLER               PIC X(38)    VALUE SPACES.
025100
025200 01  KQ-HIST-END-LINE.
025300     05  FILLER               PIC X(80)    VALUE
025400         "END OF HISTORY".
025500
025600 01  KQ-HIST-NONE-LINE.
025700     05  FILLER               PIC X(80)    VALUE
025800         "NO EVENTS ON THE HISTORY FILE FOR THIS KEY".
025900
026000 01  KQ-HIST-PAST-END-LINE.
026100     05  FILLER               PIC X(46)    VALUE
026200         "PAGE PAST THE END OF THE HISTORY - LAST PAGE ".
026300     05  KQ-HP-LAST-PAGE      PIC ZZ9.
026400     05  FILLER               PIC X(31)    VALUE SPACES.
026500
026600 01  KQ-HIST-ERROR-LINE.
026700     05  FILLER               PIC X(28)    VALUE
026800         "KEYEVT BROWSE FAILED, RESP= ".
026900     05  KQ-HX-RESP           PIC 9(08).
027000     05  FILLER               PIC X(44)    VALUE SPACES.
027100
027200 PROCEDURE                DIVISION.
027300
027400*****************************************************
027500* 0000-MAINLINE                                      *
027600*****************************************************
027700 0000-MAINLINE.
027800     EXEC CICS RECEIVE
027900         INTO   ( KQ-INPUT-AREA )
028000         LENGTH ( KQ-INPUT-LENGTH )
028100         RESP   ( KQ-RESP )
028200     END-EXEC.
028300
028400     PERFORM 1000-PARSE-KEY
028500         THRU 1000-PARSE-KEY-EXIT.
028600
028700     IF KQ-KEY-ARG = SPACES
028800         MOVE KQ-USAGE-LINE TO KQ-RESP-LINE-1
028900     ELSE
029000     IF KQ-HISTORY-REQUEST
029100         PERFORM 4000-BROWSE-HISTORY
029200             THRU 4000-BROWSE-HISTORY-EXIT
029300     ELSE
029400     IF KQ-MODE-ARG = SPACES
029500         PERFORM 2000-READ-MASTER
029600             THRU 2000-READ-MASTER-EXIT
029700     ELSE
029800         MOVE KQ-USAGE-LINE TO KQ-RESP-LINE-1
029900     END-IF
030000     END-IF
030100     END-IF.
030200
030300     IF KQ-HISTORY-REQUEST AND KQ-KEY-ARG NOT = SPACES
030400         PERFORM 8100-SEND-HISTORY
030500             THRU 8100-SEND-HISTORY-EXIT
030600     ELSE
030700         PERFORM 8000-SEND-RESPONSE
030800             THRU 8000-SEND-RESPONSE-EXIT
030900     END-IF.
031000
031100     EXEC CICS RETURN
031200     END-EXEC.
031300
031400*****************************************************
031500* 1000-PARSE-KEY - SPLIT THE TERMINAL INPUT INTO THE *
031600* TRANSACTION CODE AND THE KEY VALUE.  THE KEY COMES *
031700* BACK SPACE-FILLED TO 30 BYTES, THE SAME PADDING    *
031800* THE BATCH USES ON THE MASTER KEY FIELD             *
031900*****************************************************
032000 1000-PARSE-KEY.
032100     MOVE SPACES TO KQ-TRAN-CODE.
032200     MOVE SPACES TO KQ-KEY-ARG.
032300     MOVE SPACES TO KQ-MODE-ARG.
032400     MOVE SPACES TO KQ-PAGE-ARG.
032500     UNSTRING KQ-INPUT-AREA
032600         DELIMITED BY ALL " "
032700         INTO KQ-TRAN-CODE
032800              KQ-KEY-ARG
032900              KQ-MODE-ARG
033000              KQ-PAGE-ARG.
033100
033200     MOVE 1 TO KQ-PAGE-WANTED.
033300     INSPECT KQ-PAGE-ARG
033400         REPLACING LEADING SPACES BY ZEROS.
033500     IF KQ-PAGE-DIGITS IS NUMERIC
033600         AND KQ-PAGE-DIGITS > 0
033700         MOVE KQ-PAGE-DIGITS TO KQ-PAGE-WANTED
033800     END-IF.
033900 1000-PARSE-KEY-EXIT.
034000     EXIT.
034100
034200*****************************************************
034300* 2000-READ-MASTER - ONE READ OF THE PROCESSED-KEY   *
034400* MASTER ANSWERS THE INQUIRY.  NORMAL BUILDS THE     *
034500* HISTORY LINES, NOTFND THE NOT-ON-FILE ANSWER,      *
034600* ANYTHING ELSE THE ERROR LINE WITH THE RESP CODE    *
034700*****************************************************
034800 2000-READ-MASTER.
034900     EXEC CICS READ
035000         FILE   ( 'KEYMST' )
035100         INTO   ( KEY-MASTER-RECORD )
035200         RIDFLD ( KQ-KEY-ARG )
035300         RESP   ( KQ-RESP )
035400     END-EXEC.
035500
035600     EVALUATE KQ-RESP
035700         WHEN DFHRESP(NORMAL)
035800             PERFORM 3000-BUILD-HISTORY
035900                 THRU 3000-BUILD-HISTORY-EXIT
036000         WHEN DFHRESP(NOTFND)
036100             PERFORM 2500-READ-ARCHIVE
036200                 THRU 2500-READ-ARCHIVE-EXIT
036300         WHEN OTHER
036400             MOVE KQ-KEY-ARG TO KQ-KL-KEY
036500             MOVE KQ-KEY-LINE TO KQ-RESP-LINE-1
036600             MOVE KQ-RESP TO KQ-EL-RESP
036700             MOVE KQ-ERROR-LINE TO KQ-RESP-LINE-2
036800     END-EVALUATE.
036900 2000-READ-MASTER-EXIT.
037000     EXIT.
037100
037200*****************************************************
037300* 2500-READ-ARCHIVE - THE KEY IS NOT ON THE LIVE     *
037400* MASTER; MSTMAINT MAY HAVE PURGED IT TO THE KEYARC  *
037500* ARCHIVE.  A HIT ANSWERS WITH THE ARCHIVED          *
037600* HISTORY; A MISS IS THE TRUE NOT-ON-FILE ANSWER     *
037700*****************************************************
037800 2500-READ-ARCHIVE.
037900     EXEC CICS READ
038000         FILE   ( 'KEYARC' )
038100         INTO   ( KEY-MASTER-RECORD )
038200         RIDFLD ( KQ-KEY-ARG )
038300         RESP   ( KQ-RESP )
038400     END-EXEC.
038500
038600     EVALUATE KQ-RESP
038700         WHEN DFHRESP(NORMAL)
038800             PERFORM 3000-BUILD-HISTORY
038900                 THRU 3000-BUILD-HISTORY-EXIT
039000             MOVE KQ-ARCHIVED-LINE TO KQ-RESP-LINE-5
039100         WHEN DFHRESP(NOTFND)
039200             MOVE KQ-KEY-ARG TO KQ-KL-KEY
039300             MOVE KQ-KEY-LINE TO KQ-RESP-LINE-1
039400             MOVE KQ-NOT-FOUND-LINE TO KQ-RESP-LINE-2
039500         WHEN OTHER
039600             MOVE KQ-KEY-ARG TO KQ-KL-KEY
039700             MOVE KQ-KEY-LINE TO KQ-RESP-LINE-1
039800             MOVE KQ-RESP TO KQ-EL-RESP
039900             MOVE KQ-ERROR-LINE TO KQ-RESP-LINE-2
040000     END-EVALUATE.
040100 2500-READ-ARCHIVE-EXIT.
040200     EXIT.
040300
040400*****************************************************
040500* 3000-BUILD-HISTORY - FORMAT THE MASTER RECORD AS   *
040600* THE ANSWER.  A STATUS OF R READS BACK AS REJECTED  *
040700* WITH THE REASON IN PLAIN LANGUAGE; ANYTHING ELSE   *
040800* (P, OR SPACE FROM A RECORD OLDER THAN THE STATUS   *
040900* BYTE) READS BACK AS PROCESSED                      *
041000*****************************************************
041100 3000-BUILD-HISTORY.
041200     MOVE KM-KEY TO KQ-KL-KEY.
041300     MOVE KQ-KEY-LINE TO KQ-RESP-LINE-1.
041400
041500     IF KM-REJECTED
041600         MOVE KM-JOB-ID    TO KQ-RJ-JOB-ID
041700         MOVE KM-LAST-DATE TO KQ-RJ-DATE
041800         MOVE KM-LAST-TIME TO KQ-RJ-TIME
041900         MOVE KQ-REJECTED-LINE TO KQ-RESP-LINE-2
042000         PERFORM 3100-TRANSLATE-REASON
042100             THRU 3100-TRANSLATE-REASON-EXIT
042200         MOVE KM-REASON-CODE TO KQ-RL-REASON-CODE
042300         MOVE KQ-REASON-TEXT TO KQ-RL-REASON-TEXT
042400         MOVE KQ-REASON-LINE TO KQ-RESP-LINE-3
042500     ELSE
042600         MOVE KM-JOB-ID    TO KQ-PR-JOB-ID
042700         MOVE KM-LAST-DATE TO KQ-PR-DATE
042800         MOVE KM-LAST-TIME TO KQ-PR-TIME
042900         MOVE KQ-PROCESSED-LINE TO KQ-RESP-LINE-2
043000         MOVE KM-LAST-OUTPUT-KEY TO KQ-OL-OUTPUT-KEY
043100         MOVE KQ-OUTPUT-LINE TO KQ-RESP-LINE-3
043200     END-IF.
043300
043400     MOVE KM-SOURCE-SYSTEM TO KQ-SL-SOURCE.
043500     MOVE KQ-SOURCE-LINE TO KQ-RESP-LINE-4.
043600 3000-BUILD-HISTORY-EXIT.
043700     EXIT.
043800
043900*****************************************************
044000* 3100-TRANSLATE-REASON - THE KEYREJ REASON CODE IN  *
044100* THE LANGUAGE THE CALLER UNDERSTANDS (SEE           *
044200* KEYREJ.CPY FOR THE CODES)                          *
044300*****************************************************
044400 3100-TRANSLATE-REASON.
044500     EVALUATE KM-REASON-CODE
044600         WHEN "01"
044700             MOVE "KEY WAS BLANK"
044800                 TO KQ-REASON-TEXT
044900         WHEN "02"
045000             MOVE "KEY CONTAINED LOW-VALUES"
045100                 TO KQ-REASON-TEXT
045200         WHEN "03"
045300             MOVE "KEY CONTAINED NON-PRINTABLE CHARACTERS"
045400                 TO KQ-REASON-TEXT
045500         WHEN "04"
045600             MOVE "KEY LENGTH OUTSIDE THE 06-30 RANGE"
045700                 TO KQ-REASON-TEXT
045800         WHEN "05"
045900             MOVE "DUPLICATE OF A KEY ALREADY PROCESSED"
046000                 TO KQ-REASON-TEXT
046100         WHEN "06"
046200             MOVE "NO CROSS-REFERENCE ENTRY FOR KEY"
046300                 TO KQ-REASON-TEXT
046320         WHEN "07"
046340             MOVE "CHECK DIGIT WRONG, OR NONE CAN BE ADDED"
046360                 TO KQ-REASON-TEXT
046400         WHEN OTHER
046500             MOVE "REASON CODE NOT ON FILE"
046600                 TO KQ-REASON-TEXT
046700     END-EVALUATE.
046800 3100-TRANSLATE-REASON-EXIT.
046900     EXIT.
047000
047100*****************************************************
047200* 4000-BROWSE-HISTORY - ANSWER "WHAT HAS HAPPENED TO *
047300* THIS KEY" FROM THE KEYEVT EVENT HISTORY, FIFTEEN   *
047400* EVENTS TO A PAGE, NEWEST FIRST.  THE FILE HOLDS A  *
047500* KEY'S EVENTS OLDEST FIRST, SO THE FIRST BROWSE     *
047600* COUNTS THEM AND THE SECOND FORMATS THE ONES THAT   *
047700* FALL ON THE PAGE ASKED FOR, LAST EVENT IN THE TOP  *
047800* SLOT                                               *
047900*****************************************************
048000 4000-BROWSE-HISTORY.
048100     MOVE SPACES TO KQ-HISTORY-AREA.
048200     MOVE KQ-KEY-ARG TO KQ-HH-KEY.
048300     MOVE KQ-HIST-COLUMN-LINE TO KQ-HIST-LINE-2.
048400
048500     MOVE 0 TO KQ-EVENT-COUNT.
048600     MOVE 0 TO KQ-WINDOW-HIGH.
048700     PERFORM 4100-START-BROWSE
048800         THRU 4100-START-BROWSE-EXIT.
048900     PERFORM 4200-COUNT-ONE-EVENT
049000         THRU 4200-COUNT-ONE-EVENT-EXIT
049100         UNTIL KQ-BROWSE-END.
049200     IF KQ-RESP NOT = DFHRESP(NORMAL)
049300         AND KQ-RESP NOT = DFHRESP(NOTFND)
049400         AND KQ-RESP NOT = DFHRESP(ENDFILE)
049500         MOVE 0 TO KQ-HH-PAGE
049600         MOVE 0 TO KQ-HH-PAGES
049700         MOVE KQ-HIST-HEADING-LINE TO KQ-HIST-LINE-1
049800         MOVE KQ-RESP TO KQ-HX-RESP
049900         MOVE KQ-HIST-ERROR-LINE TO KQ-HIST-LINE-18
050000         GO TO 4000-BROWSE-HISTORY-EXIT
050100     END-IF.
050200
050300     COMPUTE KQ-PAGE-COUNT =
050400         ( KQ-EVENT-COUNT + KQ-EVENT-PAGE-SIZE - 1 )
050500             / KQ-EVENT-PAGE-SIZE.
050600     MOVE KQ-PAGE-WANTED TO KQ-HH-PAGE.
050700     MOVE KQ-PAGE-COUNT TO KQ-HH-PAGES.
050800     MOVE KQ-HIST-HEADING-LINE TO KQ-HIST-LINE-1.
050900
051000     IF KQ-EVENT-COUNT = 0
051100         MOVE KQ-HIST-NONE-LINE TO KQ-HIST-LINE-18
051200         GO TO 4000-BROWSE-HISTORY-EXIT
051300     END-IF.
051400     IF KQ-PAGE-WANTED > KQ-PAGE-COUNT
051500         MOVE KQ-PAGE-COUNT TO KQ-HP-LAST-PAGE
051600         MOVE KQ-HIST-PAST-END-LINE TO KQ-HIST-LINE-18
051700         GO TO 4000-BROWSE-HISTORY-EXIT
051800     END-IF.
051900
052000     COMPUTE KQ-WINDOW-HIGH = KQ-EVENT-COUNT
052100         - ( KQ-PAGE-WANTED - 1 ) * KQ-EVENT-PAGE-SIZE.
052200     COMPUTE KQ-WINDOW-LOW =
052300         KQ-WINDOW-HIGH - KQ-EVENT-PAGE-SIZE + 1.
052400     IF KQ-WINDOW-LOW < 1
052500         MOVE 1 TO KQ-WINDOW-LOW
052600     END-IF.
052700
052800     PERFORM 4100-START-BROWSE
052900         THRU 4100-START-BROWSE-EXIT.
053000     PERFORM 4300-TAKE-ONE-EVENT
053100         THRU 4300-TAKE-ONE-EVENT-EXIT
053200         UNTIL KQ-BROWSE-END.
053300
053400     IF KQ-PAGE-WANTED < KQ-PAGE-COUNT
053500         COMPUTE KQ-HM-NEXT-PAGE = KQ-PAGE-WANTED + 1
053600         MOVE KQ-HIST-MORE-LINE TO KQ-HIST-LINE-18
053700     ELSE
053800         MOVE KQ-HIST-END-LINE TO KQ-HIST-LINE-18
053900     END-IF.
054000 4000-BROWSE-HISTORY-EXIT.
054100     EXIT.
054200
054300*****************************************************
054400* 4100-START-BROWSE - POSITION ON THE KEY'S OLDEST   *
054500* EVENT.  NOTFND MEANS NOTHING AT OR PAST THE KEY -  *
054600* NO HISTORY - AND ENDS THE BROWSE BEFORE IT STARTS  *
054700*****************************************************
054800 4100-START-BROWSE.
054900     MOVE 'N' TO KQ-BROWSE-END-SWITCH.
055000     MOVE 0 TO KQ-EVENT-ORDINAL.
055100     MOVE KQ-KEY-ARG TO KQ-ER-KEY.
055200     MOVE LOW-VALUES TO KQ-ER-REST.
055300     EXEC CICS STARTBR
055400         FILE   ( 'KEYEVT' )
055500         RIDFLD ( KQ-EVT-RIDFLD )
055600         GTEQ
055700         RESP   ( KQ-RESP )
055800     END-EXEC.
055900     IF KQ-RESP NOT = DFHRESP(NORMAL)
056000         SET KQ-BROWSE-END TO TRUE
056100     END-IF.
056200 4100-START-BROWSE-EXIT.
056300     EXIT.
056400
056500*****************************************************
056600* 4200-COUNT-ONE-EVENT - FIRST PASS.  READ THE NEXT  *
056700* EVENT AND COUNT IT IF IT IS STILL THIS KEY'S; THE  *
056800* FIRST EVENT OF THE NEXT KEY, OR THE END OF THE     *
056900* FILE, ENDS THE BROWSE                              *
057000*****************************************************
057100 4200-COUNT-ONE-EVENT.
057200     PERFORM 4400-READ-NEXT-EVENT
057300         THRU 4400-READ-NEXT-EVENT-EXIT.
057400     IF KQ-BROWSE-END
057500         GO TO 4200-COUNT-ONE-EVENT-EXIT
057600     END-IF.
057700     ADD 1 TO KQ-EVENT-COUNT.
057800 4200-COUNT-ONE-EVENT-EXIT.
057900     EXIT.
058000
058100*****************************************************
058200* 4300-TAKE-ONE-EVENT - SECOND PASS.  AN EVENT       *
058300* INSIDE THE PAGE WINDOW GOES IN THE SLOT THAT PUTS  *
058400* THE NEWEST AT THE TOP; THE BROWSE ENDS ONCE THE    *
058500* WINDOW IS FILLED                                   *
058600*****************************************************
058700 4300-TAKE-ONE-EVENT.
058800     PERFORM 4400-READ-NEXT-EVENT
058900         THRU 4400-READ-NEXT-EVENT-EXIT.
059000     IF KQ-BROWSE-END
059100         GO TO 4300-TAKE-ONE-EVENT-EXIT
059200     END-IF.
059300     ADD 1 TO KQ-EVENT-ORDINAL.
059400     IF KQ-EVENT-ORDINAL < KQ-WINDOW-LOW
059500         GO TO 4300-TAKE-ONE-EVENT-EXIT
059600     END-IF.
059700
059800     COMPUTE KQ-SLOT =
059900         KQ-WINDOW-HIGH - KQ-EVENT-ORDINAL + 1.
060000     MOVE EV-DATE          TO KQ-HE-DATE.
060100     MOVE EV-TIME          TO KQ-HE-TIME.
060200     MOVE EV-JOB-ID        TO KQ-HE-JOB-ID.
060300     MOVE EV-PROGRAM-NAME  TO KQ-HE-PROGRAM.
060400     MOVE EV-SOURCE-SYSTEM TO KQ-HE-SOURCE.
060500     MOVE EV-REASON-CODE   TO KQ-HE-REASON.
060600     PERFORM 4500-DESCRIBE-DISPOSITION
060700         THRU 4500-DESCRIBE-DISPOSITION-EXIT.
060800     MOVE KQ-HIST-EVENT-DETAIL
060900         TO KQ-HIST-EVENT-LINE ( KQ-SLOT ).
061000
061100     IF KQ-EVENT-ORDINAL NOT < KQ-WINDOW-HIGH
061200         EXEC CICS ENDBR
061300             FILE   ( 'KEYEVT' )
061400         END-EXEC
061500         SET KQ-BROWSE-END TO TRUE
061600     END-IF.
061700 4300-TAKE-ONE-EVENT-EXIT.
061800     EXIT.
061900
062000*****************************************************
062100* 4400-READ-NEXT-EVENT - ONE READNEXT ON THE         *
062200* BROWSE.  ENDFILE, AN ERROR, OR AN EVENT FOR        *
062300* ANOTHER KEY CLOSES THE BROWSE AND ENDS IT          *
062400*****************************************************
062500 4400-READ-NEXT-EVENT.
062600     EXEC CICS READNEXT
062700         FILE   ( 'KEYEVT' )
062800         INTO   ( KEY-EVENT-RECORD )
062900         RIDFLD ( KQ-EVT-RIDFLD )
063000         RESP   ( KQ-RESP )
063100     END-EXEC.
063200     IF KQ-RESP = DFHRESP(NORMAL)
063300         AND EV-KEY = KQ-KEY-ARG
063400         GO TO 4400-READ-NEXT-EVENT-EXIT
063500     END-IF.
063600     EXEC CICS ENDBR
063700         FILE   ( 'KEYEVT' )
063800     END-EXEC.
063900     SET KQ-BROWSE-END TO TRUE.
064000 4400-READ-NEXT-EVENT-EXIT.
064100     EXIT.
064200
064300*****************************************************
064400* 4500-DESCRIBE-DISPOSITION - THE EVENT'S            *
064500* DISPOSITION CODE IN THE LANGUAGE THE CALLER        *
064600* UNDERSTANDS (SEE KEYEVT.CPY FOR THE CODES)         *
064700*****************************************************
064800 4500-DESCRIBE-DISPOSITION.
064900     EVALUATE TRUE
065000         WHEN EV-TRANSFORMED
065100             MOVE "TRANSFORMED" TO KQ-HE-DISPOSITION
065200         WHEN EV-REJECTED
065300             MOVE "REJECTED" TO KQ-HE-DISPOSITION
065400         WHEN EV-DUPLICATE
065500             MOVE "DUPLICATE" TO KQ-HE-DISPOSITION
065600         WHEN EV-REPAIRED
065700             MOVE "REPAIRED" TO KQ-HE-DISPOSITION
065800         WHEN EV-RETURNED
065900             MOVE "RETURNED TO SENDER" TO KQ-HE-DISPOSITION
066000         WHEN EV-BACKED-OUT
066100             MOVE "BACKED OUT" TO KQ-HE-DISPOSITION
066200         WHEN EV-ARCHIVED
066300             MOVE "ARCHIVED" TO KQ-HE-DISPOSITION
066310         WHEN EV-ACKNOWLEDGED
066320             MOVE "SENDER ACKNOWLEDGED" TO KQ-HE-DISPOSITION
066330         WHEN EV-WITHDRAWN
066340             MOVE "WITHDRAWN BY SENDER" TO KQ-HE-DISPOSITION
066350         WHEN EV-DISPUTED
066360             MOVE "DISPUTED BY SENDER" TO KQ-HE-DISPOSITION
066400         WHEN OTHER
066500             MOVE "CODE NOT ON FILE" TO KQ-HE-DISPOSITION
066600     END-EVALUATE.
066700 4500-DESCRIBE-DISPOSITION-EXIT.
066800     EXIT.
066900
067000*****************************************************
067100* 8000-SEND-RESPONSE - PUT THE FOUR ANSWER LINES ON  *
067200* THE SCREEN AND FREE THE KEYBOARD FOR THE NEXT      *
067300* INQUIRY                                            *
067400*****************************************************
067500 8000-SEND-RESPONSE.
067600     EXEC CICS SEND TEXT
067700         FROM   ( KQ-RESPONSE-AREA )
067800         LENGTH ( KQ-RESPONSE-LENGTH )
067900         ERASE
068000         FREEKB
068100     END-EXEC.
068200 8000-SEND-RESPONSE-EXIT.
068300     EXIT.
068400
068500*****************************************************
068600* 8100-SEND-HISTORY - PUT THE EVENT HISTORY PAGE ON  *
068700* THE SCREEN AND FREE THE KEYBOARD FOR THE NEXT      *
068800* INQUIRY                                            *
068900*****************************************************
069000 8100-SEND-HISTORY.
069100     EXEC CICS SEND TEXT
069200         FROM   ( KQ-HISTORY-AREA )
069300         LENGTH ( KQ-HISTORY-LENGTH )
069400         ERASE
069500         FREEKB
069600     END-EXEC.
069700 8100-SEND-HISTORY-EXIT.
069800     EXIT.
