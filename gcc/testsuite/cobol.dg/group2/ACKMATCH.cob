000100*****************************************************
000200* IDENTIFICATION DIVISION                            *
000300*****************************************************
000400 IDENTIFICATION          DIVISION.
000500 PROGRAM-ID.             ackmatch.
000600 AUTHOR.                 J W KOWALSKI.
000700 INSTALLATION.           DATA CENTER SERVICES - BATCH.
000800 DATE-WRITTEN.           2026-10-15.
000900 DATE-COMPILED.          2026-10-15.
001000
001100*****************************************************
001200* REMARKS.  UPSTREAM ACKNOWLEDGEMENT MATCHING FOR    *
001300* THE KEY-REVERSAL FAMILY OF JOBS.  READS THE        *
001400* BRANCH, WIRE ROOM, AND EDI ACKNOWLEDGEMENT FEEDS   *
001500* (KEYACK.CPY) - EACH SHOP'S ANSWER TO THE KEYS      *
001600* REJFIX RETURNED TO IT - AND MATCHES EVERY KEY TO   *
001700* ITS ENTRY ON THE KEYRTK REJECT-TRACKING MASTER     *
001800* (KEYRTK.CPY):                                      *
001900*                                                     *
002000*   C  CORRECTED, WILL RESUBMIT  - ENTRY TO A,       *
002100*                                  ACKNOWLEDGED.     *
002200*   W  WITHDRAWN                 - ENTRY TO W.       *
002300*   N  NOT OURS                  - ENTRY TO D,       *
002400*                                  DISPUTED.         *
002500*                                                     *
002600* ONLY AN ENTRY RETURNED TO SENDER (S), OR ONE       *
002700* ALREADY ACKNOWLEDGED (A) THAT THE SHOP NOW         *
002800* WITHDRAWS OR DISPUTES, IS UPDATED, AND ONLY BY AN  *
002900* ACKNOWLEDGEMENT FROM THE SOURCE THAT SENT THE KEY. *
003000* ANY OTHER ACKNOWLEDGEMENT - NO ENTRY, AN ENTRY FOR *
003100* ANOTHER SOURCE, ONE STILL OPEN OR REPAIRED HERE,   *
003200* ONE ALREADY CLOSED, WITHDRAWN, OR DISPUTED, A      *
003225* REPEATED C FOR ONE ALREADY ACKNOWLEDGED, OR A      *
003300* RESPONSE CODE NOT LISTED ABOVE - MATCHES NO OPEN   *
003400* ENTRY AND IS LISTED ON THE REPORT WITH THE REASON, *
003450* WITH NO UPDATE AND NO EVENT.                       *
003500* EVERY UPDATE ALSO GOES ON THE KEYEVT PER-KEY EVENT *
003600* HISTORY (K, W, OR N) FOR THE KINQ HISTORY SCREEN.  *
003700*                                                     *
003800* EACH FEED IS BALANCED AGAINST ITS OWN HEADER AND   *
003900* TRAILER BEFORE ANY OF IT IS APPLIED, THE SAME WAY  *
004000* COLLECT BALANCES THE KEY FEEDS.  A FEED OUT OF     *
004100* BALANCE IS REFUSED WHOLE - NOTHING OF IT TOUCHES   *
004200* KEYRTK - WITH KEYR023E THROUGH KEYRMSG AND         *
004300* RETURN-CODE 16; THE OTHER FEEDS ARE STILL APPLIED. *
004400* A SHOP WITH NOTHING TO ACKNOWLEDGE MAY SEND AN     *
004500* EMPTY DATASET, WHICH IS REPORTED AS NO FEED.       *
004600* RETURN-CODE 4 MEANS SOME ACKNOWLEDGEMENTS MATCHED  *
004700* NO OPEN ENTRY.                                     *
004800*                                                     *
004900* MODIFICATION HISTORY.                              *
005000* 2026-10-15  JWK  ORIGINAL PROGRAM.                  *
005010* 2026-10-15  JWK  UNMATCHED KEYS ARE NOW MASKED      *
005020*                  THROUGH THE COMMON KEYMASK         *
005030*                  ROUTINE.  UNMASK=Y PRINTS THEM IN  *
005040*                  FULL ONLY WHEN THE SUBMITTER CAN   *
005050*                  OPEN THE RACF-PROTECTED KEYUAU DD, *
005051*                  WITH A KEYALT ENTRY.               *
005100*****************************************************
005200
005300 ENVIRONMENT              DIVISION.
005400 CONFIGURATION            SECTION.
005500 SOURCE-COMPUTER.         IBM-370.
005600 OBJECT-COMPUTER.         IBM-370.
005700
005800 INPUT-OUTPUT             SECTION.
005900 FILE-CONTROL.
006000     SELECT ACK-BRN       ASSIGN TO ACKBRN
006100                           ORGANIZATION IS SEQUENTIAL.
006200
006300     SELECT ACK-WIR       ASSIGN TO ACKWIR
006400                           ORGANIZATION IS SEQUENTIAL.
006500
006600     SELECT ACK-EDI       ASSIGN TO ACKEDI
006700                           ORGANIZATION IS SEQUENTIAL.
006800
006900     SELECT KEY-RTK       ASSIGN TO KEYRTK
007000                           ORGANIZATION IS INDEXED
007100                           ACCESS MODE IS RANDOM
007200                           RECORD KEY IS RT-KEY
007300                           FILE STATUS IS KR-RTK-STATUS.
007400
007500     SELECT KEY-EVT       ASSIGN TO KEYEVT
007600                           ORGANIZATION IS INDEXED
007700                           ACCESS MODE IS RANDOM
007800                           RECORD KEY IS EV-EVENT-KEY
007900                           FILE STATUS IS KR-EVT-STATUS.
008000
008100     SELECT ACK-RPT       ASSIGN TO ACKRPT
008200                           ORGANIZATION IS LINE SEQUENTIAL.
008300
008400 DATA                     DIVISION.
008500 FILE                     SECTION.
008600 FD  ACK-BRN
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  BRN-RECORD              PIC X(35).
009000
009100 FD  ACK-WIR
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  WIR-RECORD              PIC X(35).
009500
009600 FD  ACK-EDI
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  EDI-RECORD              PIC X(35).
010000
010100 FD  KEY-RTK
010200     LABEL RECORDS ARE STANDARD.
010300     COPY "keyrtk.cpy".
010400
010500 FD  KEY-EVT
010600     LABEL RECORDS ARE STANDARD.
010700     COPY "keyevt.cpy".
010800
010900 FD  ACK-RPT
011000     LABEL RECORDS ARE OMITTED.
011100 01  RPT-LINE                PIC X(80).
011200
011300 WORKING-STORAGE          SECTION.
011400*-------------------------------------------------------*
011500* WORK RECORD - EVERY FEED IS READ INTO THIS ONE AREA    *
011600*-------------------------------------------------------*
011700     COPY "keyack.cpy".
011800
011900*-------------------------------------------------------*
012000* SWITCHES                                               *
012100*-------------------------------------------------------*
012200 01  KR-SWITCHES.
012300     05  KR-FEED-EOF-SWITCH   PIC X(01)    VALUE 'N'.
012400         88  KR-FEED-EOF                    VALUE 'Y'.
012500     05  KR-ABEND-SWITCH      PIC X(01)    VALUE 'N'.
012600         88  KR-ABEND                       VALUE 'Y'.
012700     05  KR-EVT-OPEN-SW       PIC X(01)    VALUE 'N'.
012800         88  KR-EVT-OPEN                    VALUE 'Y'.
012900
013000 01  KR-RTK-STATUS            PIC X(02).
013100 01  KR-EVT-STATUS            PIC X(02).
013200 01  KR-JOB-ID                PIC X(08)    VALUE SPACES.
013300 01  KR-TODAY-DATE            PIC 9(08)    VALUE 0.
013400
013500 01  KR-FEED-SUB              PIC 9(02)    COMP VALUE 0.
013600 01  KR-HASH-SUB              PIC 9(02)    COMP VALUE 0.
013700 01  KR-MAX-KEY-LENGTH        PIC 9(02)    VALUE 30.
013800
013900 01  KR-NEW-STATUS            PIC X(01)    VALUE SPACE.
014000 01  KR-EVENT-CODE            PIC X(01)    VALUE SPACE.
014100 01  KR-UNMATCHED-REASON      PIC X(24)    VALUE SPACES.
014200
014300*-------------------------------------------------------*
014400* PER-FEED BALANCING AND MATCHING CONTROLS, ONE ENTRY    *
014500* PER UPSTREAM.  KR-FEED-BAL-STATUS IS B IN BALANCE, O   *
014600* OUT OF BALANCE (REFUSED), E EMPTY (NO FEED SENT)       *
014700*-------------------------------------------------------*
014800 01  KR-FEED-CONTROLS.
014900     05  KR-FEED-ENTRY        OCCURS 3 TIMES.
015000         10  KR-FEED-READ-COUNT   PIC 9(07) COMP.
015100         10  KR-FEED-DETAIL-COUNT PIC 9(07) COMP.
015200         10  KR-FEED-HASH         PIC 9(18) COMP.
015300         10  KR-FEED-EXP-COUNT    PIC 9(07).
015400         10  KR-FEED-EXP-HASH     PIC 9(18).
015500         10  KR-FEED-HDR-SWITCH   PIC X(01).
015600         10  KR-FEED-TRL-SWITCH   PIC X(01).
015700         10  KR-FEED-BAL-STATUS   PIC X(01).
015800         10  KR-FEED-RESUBMIT     PIC 9(07) COMP.
015900         10  KR-FEED-WITHDRAWN    PIC 9(07) COMP.
016000         10  KR-FEED-DISPUTED     PIC 9(07) COMP.
016100         10  KR-FEED-UNMATCHED    PIC 9(07) COMP.
016200
016300 01  KR-SOURCE-CODE-LIST.
016400     05  FILLER               PIC X(01)    VALUE "B".
016500     05  FILLER               PIC X(01)    VALUE "W".
016600     05  FILLER               PIC X(01)    VALUE "E".
016700 01  KR-SOURCE-CODE-TABLE REDEFINES KR-SOURCE-CODE-LIST.
016800     05  KR-SOURCE-CODE       OCCURS 3 TIMES PIC X(01).
016900
017000 01  KR-SOURCE-NAME-LIST.
017100     05  FILLER               PIC X(08)    VALUE "BRANCH".
017200     05  FILLER               PIC X(08)    VALUE "WIREROOM".
017300     05  FILLER               PIC X(08)    VALUE "EDI DROP".
017400 01  KR-SOURCE-NAME-TABLE REDEFINES KR-SOURCE-NAME-LIST.
017500     05  KR-SOURCE-NAME       OCCURS 3 TIMES PIC X(08).
017600
017700*-------------------------------------------------------*
017800* RUN TOTALS                                             *
017900*-------------------------------------------------------*
018000 01  KR-COUNTERS.
018100     05  KR-ENTRIES-UPDATED   PIC 9(07)    COMP VALUE 0.
018200     05  KR-UNMATCHED-TOTAL   PIC 9(07)    COMP VALUE 0.
018300
018400*-------------------------------------------------------*
018500* OPERATOR-MESSAGE REQUEST AREA (SEE KEYRMSG)            *
018600*-------------------------------------------------------*
018700     COPY "keymsg.cpy".
018800
018900 01  KR-SAVED-RETURN-CODE     PIC S9(04)   COMP VALUE 0.
019000
019010*-------------------------------------------------------*
019020* KEY-MASKING REQUEST AREA (SEE KEYMASK) - EVERY KEY     *
019030* THAT PRINTS ON THE REPORT GOES THROUGH IT              *
019040*-------------------------------------------------------*
019050     COPY "keymsk.cpy".
019060
019100 01  KR-STATUS-TEXT.
019200     05  FILLER               PIC X(07)    VALUE "STATUS=".
019300     05  KR-STATUS-VALUE      PIC X(02).
019400     05  FILLER               PIC X(11)    VALUE SPACES.
019500
019600 01  KR-SOURCE-TEXT.
019700     05  FILLER               PIC X(07)    VALUE "SOURCE ".
019800     05  KR-SOURCE-TEXT-CODE  PIC X(01).
019900     05  FILLER               PIC X(12)    VALUE SPACES.
020000
020100*-------------------------------------------------------*
020200* MATCHING REPORT LINE IMAGES                            *
020300*-------------------------------------------------------*
020400 01  KR-HEADING-LINE-1.
020500     05  FILLER               PIC X(80)    VALUE
020600         "SENDER ACKNOWLEDGEMENT MATCHING - CONTROL REPORT".
020700
020800 01  KR-HEADING-LINE-2.
020900     05  FILLER               PIC X(80)    VALUE
021000         "================================================".
021100
021200 01  KR-UNMATCHED-HEADING.
021300     05  FILLER               PIC X(80)    VALUE
021400         "ACKNOWLEDGEMENTS MATCHING NO OPEN KEYRTK ENTRY:".
021500
021600 01  KR-UNMATCHED-LINE.
021700     05  FILLER               PIC X(09)    VALUE "  SOURCE ".
021800     05  KR-RPT-UM-SOURCE     PIC X(01).
021900     05  FILLER               PIC X(07)    VALUE "  RESP ".
022000     05  KR-RPT-UM-RESP       PIC X(01).
022100     05  FILLER               PIC X(06)    VALUE "  KEY ".
022200     05  KR-RPT-UM-KEY        PIC X(30).
022300     05  FILLER               PIC X(02)    VALUE SPACES.
022400     05  KR-RPT-UM-REASON     PIC X(24).
022500
022600 01  KR-UNMATCHED-NONE-LINE.
022700     05  FILLER               PIC X(80)    VALUE
022800         "  NONE".
022900
023000 01  KR-BLANK-LINE            PIC X(80)    VALUE SPACES.
023100
023200 01  KR-SOURCE-LINE.
023300     05  FILLER               PIC X(07)    VALUE "SOURCE ".
023400     05  KR-RPT-SOURCE-CODE   PIC X(01).
023500     05  FILLER               PIC X(01)    VALUE SPACE.
023600     05  KR-RPT-SOURCE-NAME   PIC X(08).
023700     05  FILLER               PIC X(06)    VALUE " READ ".
023800     05  KR-RPT-SOURCE-READ   PIC ZZZ,ZZ9.
023900     05  FILLER               PIC X(07)    VALUE "  ACKS ".
024000     05  KR-RPT-SOURCE-ACKS   PIC ZZZ,ZZ9.
024100     05  FILLER               PIC X(02)    VALUE SPACES.
024200     05  KR-RPT-SOURCE-BAL    PIC X(17).
024300     05  FILLER               PIC X(17)    VALUE SPACES.
024400
024500 01  KR-SOURCE-DETAIL-LINE.
024600     05  FILLER               PIC X(11)    VALUE
024700         "  RESUBMIT ".
024800     05  KR-RPT-RESUBMIT      PIC ZZZ,ZZ9.
024900     05  FILLER               PIC X(12)    VALUE
025000         "  WITHDRAWN ".
025100     05  KR-RPT-WITHDRAWN     PIC ZZZ,ZZ9.
025200     05  FILLER               PIC X(11)    VALUE
025300         "  DISPUTED ".
025400     05  KR-RPT-DISPUTED      PIC ZZZ,ZZ9.
025500     05  FILLER               PIC X(12)    VALUE
025600         "  UNMATCHED ".
025700     05  KR-RPT-UNMATCHED     PIC ZZZ,ZZ9.
025800     05  FILLER               PIC X(06)    VALUE SPACES.
025900
026000 01  KR-TOTAL-LINE-UPDATED.
026100     05  FILLER               PIC X(24)    VALUE
026200         "KEYRTK ENTRIES UPDATED .".
026300     05  KR-RPT-UPDATED       PIC ZZZ,ZZ9.
026400     05  FILLER               PIC X(49)    VALUE SPACES.
026500
026600 01  KR-TOTAL-LINE-UNMATCHED.
026700     05  FILLER               PIC X(24)    VALUE
026800         "UNMATCHED. . . . . . . .".
026900     05  KR-RPT-UNMATCHED-TOTAL PIC ZZZ,ZZ9.
027000     05  FILLER               PIC X(49)    VALUE SPACES.
027100
027200 PROCEDURE                DIVISION.
027300
027400*****************************************************
027500* 0000-MAINLINE                                      *
027600*****************************************************
027700 0000-MAINLINE.
027800     PERFORM 1000-INITIALIZE
027900         THRU 1000-INITIALIZE-EXIT.
028000
028100     IF NOT KR-ABEND
028200         PERFORM 2000-PROCESS-ONE-FEED
028300             THRU 2000-PROCESS-ONE-FEED-EXIT
028400             VARYING KR-FEED-SUB FROM 1 BY 1
028500             UNTIL KR-FEED-SUB > 3
028600     END-IF.
028700
028800     PERFORM 8000-PRODUCE-REPORT
028900         THRU 8000-PRODUCE-REPORT-EXIT.
029000
029100     PERFORM 9000-TERMINATE
029200         THRU 9000-TERMINATE-EXIT.
029300
029400     STOP RUN.
029500
029600*****************************************************
029700* 1000-INITIALIZE - OPEN THE REPORT AND THE MASTERS, *
029800* CLEAR THE PER-FEED CONTROLS                        *
029900*****************************************************
030000 1000-INITIALIZE.
030100     OPEN OUTPUT ACK-RPT.
030200     WRITE RPT-LINE FROM KR-HEADING-LINE-1.
030300     WRITE RPT-LINE FROM KR-HEADING-LINE-2.
030400     WRITE RPT-LINE FROM KR-UNMATCHED-HEADING.
030500
030600     ACCEPT KR-JOB-ID FROM ENVIRONMENT "JOBID".
030700     ACCEPT KR-TODAY-DATE FROM DATE YYYYMMDD.
030725     PERFORM 1500-CHECK-UNMASK
030750         THRU 1500-CHECK-UNMASK-EXIT.
030800
030900     PERFORM 1100-CLEAR-FEED-ENTRY
031000         THRU 1100-CLEAR-FEED-ENTRY-EXIT
031100         VARYING KR-FEED-SUB FROM 1 BY 1
031200         UNTIL KR-FEED-SUB > 3.
031300
031400     OPEN I-O KEY-RTK.
031500     IF KR-RTK-STATUS NOT = "00"
031600         PERFORM 9500-FORCE-ABEND
031700             THRU 9500-FORCE-ABEND-EXIT
031800         GO TO 1000-INITIALIZE-EXIT
031900     END-IF.
032000
032100     PERFORM 1400-OPEN-EVENTS
032200         THRU 1400-OPEN-EVENTS-EXIT.
032300 1000-INITIALIZE-EXIT.
032400     EXIT.
032500
032600 1100-CLEAR-FEED-ENTRY.
032700     MOVE 0   TO KR-FEED-READ-COUNT ( KR-FEED-SUB ).
032800     MOVE 0   TO KR-FEED-DETAIL-COUNT ( KR-FEED-SUB ).
032900     MOVE 0   TO KR-FEED-HASH ( KR-FEED-SUB ).
033000     MOVE 0   TO KR-FEED-EXP-COUNT ( KR-FEED-SUB ).
033100     MOVE 0   TO KR-FEED-EXP-HASH ( KR-FEED-SUB ).
033200     MOVE 'N' TO KR-FEED-HDR-SWITCH ( KR-FEED-SUB ).
033300     MOVE 'N' TO KR-FEED-TRL-SWITCH ( KR-FEED-SUB ).
033400     MOVE ' ' TO KR-FEED-BAL-STATUS ( KR-FEED-SUB ).
033500     MOVE 0   TO KR-FEED-RESUBMIT ( KR-FEED-SUB ).
033600     MOVE 0   TO KR-FEED-WITHDRAWN ( KR-FEED-SUB ).
033700     MOVE 0   TO KR-FEED-DISPUTED ( KR-FEED-SUB ).
033800     MOVE 0   TO KR-FEED-UNMATCHED ( KR-FEED-SUB ).
033900 1100-CLEAR-FEED-ENTRY-EXIT.
034000     EXIT.
034100
034200*****************************************************
034300* 1400-OPEN-EVENTS - OPEN THE PER-KEY EVENT HISTORY  *
034400* FOR UPDATE, CREATING IT EMPTY ON A FIRST-EVER RUN. *
034500* THE HISTORY IS ADVISORY - A FILE THAT STILL WILL   *
034600* NOT OPEN GETS A KEYR022W WARNING AND THE RUN GOES  *
034700* ON WITHOUT IT                                      *
034800*****************************************************
034900 1400-OPEN-EVENTS.
035000     OPEN I-O KEY-EVT.
035100     IF KR-EVT-STATUS = "35"
035200         OPEN OUTPUT KEY-EVT
035300         CLOSE KEY-EVT
035400         OPEN I-O KEY-EVT
035500     END-IF.
035600     IF KR-EVT-STATUS = "00"
035700         SET KR-EVT-OPEN TO TRUE
035800     ELSE
035900         MOVE "KEYR022" TO KMG-MESSAGE-ID
036000         MOVE KR-EVT-STATUS TO KR-STATUS-VALUE
036100         MOVE KR-STATUS-TEXT TO KMG-VARIABLE-TEXT
036200         PERFORM 9800-ISSUE-MESSAGE
036300             THRU 9800-ISSUE-MESSAGE-EXIT
036400     END-IF.
036500 1400-OPEN-EVENTS-EXIT.
036600     EXIT.
036700
036702*****************************************************
036704* 1500-CHECK-UNMASK - PICK UP THE UNMASK REQUEST AND *
036706* HAVE KEYMASK RULE ON IT, WHICH LEAVES A KEYALT     *
036708* ENTRY FOR AN UNMASKED OR A REFUSED RUN.  A REFUSED *
036710* REQUEST PRINTS MASKED AND ENDS RC 4                *
036712*****************************************************
036714 1500-CHECK-UNMASK.
036716     MOVE SPACES TO KEY-MASK-REQUEST.
036718     MOVE "ACKMATCH" TO KMK-PROGRAM-NAME.
036720     MOVE KR-JOB-ID TO KMK-JOB-ID.
036722     ACCEPT KMK-UNMASK-PARM FROM ENVIRONMENT "UNMASK".
036726     ACCEPT KMK-REQUESTED-BY FROM ENVIRONMENT "UNMASKBY".
036728     SET KMK-CHECK-UNMASK TO TRUE.
036730     PERFORM 9850-CALL-KEYMASK
036732         THRU 9850-CALL-KEYMASK-EXIT.
036734     SET KMK-MASK-KEY TO TRUE.
036736
036738     IF KMK-UNMASK-REFUSED
036740         AND RETURN-CODE < 4
036742         MOVE 4 TO RETURN-CODE
036744     END-IF.
036746 1500-CHECK-UNMASK-EXIT.
036748     EXIT.
036768
036800*****************************************************
036900* 2000-PROCESS-ONE-FEED - FIRST PASS BALANCES THE    *
037000* FEED AGAINST ITS OWN HEADER AND TRAILER; ONLY A    *
037100* FEED THAT BALANCES IS READ AGAIN AND MATCHED TO    *
037200* THE TRACKING MASTER                                *
037300*****************************************************
037400 2000-PROCESS-ONE-FEED.
037500     PERFORM 2050-OPEN-FEED
037600         THRU 2050-OPEN-FEED-EXIT.
037700     MOVE 'N' TO KR-FEED-EOF-SWITCH.
037800     PERFORM 2100-READ-FEED
037900         THRU 2100-READ-FEED-EXIT.
038000     PERFORM 2200-TALLY-RECORD
038100         THRU 2200-TALLY-RECORD-EXIT
038200         UNTIL KR-FEED-EOF.
038300     PERFORM 2060-CLOSE-FEED
038400         THRU 2060-CLOSE-FEED-EXIT.
038500
038600     PERFORM 2500-BALANCE-ONE-FEED
038700         THRU 2500-BALANCE-ONE-FEED-EXIT.
038800     IF KR-FEED-BAL-STATUS ( KR-FEED-SUB ) NOT = 'B'
038900         GO TO 2000-PROCESS-ONE-FEED-EXIT
039000     END-IF.
039100
039200     PERFORM 2050-OPEN-FEED
039300         THRU 2050-OPEN-FEED-EXIT.
039400     MOVE 'N' TO KR-FEED-EOF-SWITCH.
039500     PERFORM 2100-READ-FEED
039600         THRU 2100-READ-FEED-EXIT.
039700     PERFORM 3000-MATCH-RECORD
039800         THRU 3000-MATCH-RECORD-EXIT
039900         UNTIL KR-FEED-EOF.
040000     PERFORM 2060-CLOSE-FEED
040100         THRU 2060-CLOSE-FEED-EXIT.
040200 2000-PROCESS-ONE-FEED-EXIT.
040300     EXIT.
040400
040500 2050-OPEN-FEED.
040600     EVALUATE KR-FEED-SUB
040700         WHEN 1
040800             OPEN INPUT ACK-BRN
040900         WHEN 2
041000             OPEN INPUT ACK-WIR
041100         WHEN OTHER
041200             OPEN INPUT ACK-EDI
041300     END-EVALUATE.
041400 2050-OPEN-FEED-EXIT.
041500     EXIT.
041600
041700 2060-CLOSE-FEED.
041800     EVALUATE KR-FEED-SUB
041900         WHEN 1
042000             CLOSE ACK-BRN
042100         WHEN 2
042200             CLOSE ACK-WIR
042300         WHEN OTHER
042400             CLOSE ACK-EDI
042500     END-EVALUATE.
042600 2060-CLOSE-FEED-EXIT.
042700     EXIT.
042800
042900*****************************************************
043000* 2100-READ-FEED - READ THE NEXT RECORD OF THE FEED  *
043100* NOW BEING PROCESSED INTO THE COMMON WORK RECORD    *
043200*****************************************************
043300 2100-READ-FEED.
043400     EVALUATE KR-FEED-SUB
043500         WHEN 1
043600             READ ACK-BRN INTO KEY-ACK-RECORD
043700                 AT END
043800                     SET KR-FEED-EOF TO TRUE
043900             END-READ
044000         WHEN 2
044100             READ ACK-WIR INTO KEY-ACK-RECORD
044200                 AT END
044300                     SET KR-FEED-EOF TO TRUE
044400             END-READ
044500         WHEN OTHER
044600             READ ACK-EDI INTO KEY-ACK-RECORD
044700                 AT END
044800                     SET KR-FEED-EOF TO TRUE
044900             END-READ
045000     END-EVALUATE.
045100 2100-READ-FEED-EXIT.
045200     EXIT.
045300
045400*****************************************************
045500* 2200-TALLY-RECORD - FIRST PASS.  NOTE THE FEED'S   *
045600* HEADER AND TRAILER, COUNT AND HASH EVERY DATA      *
045700* RECORD.  READ NEXT                                 *
045800*****************************************************
045900 2200-TALLY-RECORD.
046000     ADD 1 TO KR-FEED-READ-COUNT ( KR-FEED-SUB ).
046100     EVALUATE AK-RECORD-TYPE
046200         WHEN "H"
046300             MOVE 'Y' TO
046400                 KR-FEED-HDR-SWITCH ( KR-FEED-SUB )
046500         WHEN "T"
046600             MOVE 'Y' TO
046700                 KR-FEED-TRL-SWITCH ( KR-FEED-SUB )
046800             MOVE AK-TRAILER-COUNT
046900                 TO KR-FEED-EXP-COUNT ( KR-FEED-SUB )
047000             MOVE AK-TRAILER-HASH
047100                 TO KR-FEED-EXP-HASH ( KR-FEED-SUB )
047200         WHEN OTHER
047300             ADD 1 TO KR-FEED-DETAIL-COUNT ( KR-FEED-SUB )
047400             IF AK-KEY-LENGTH > 0
047500                 AND AK-KEY-LENGTH NOT > KR-MAX-KEY-LENGTH
047600                 PERFORM 2250-HASH-KEY-BYTE
047700                     THRU 2250-HASH-KEY-BYTE-EXIT
047800                     VARYING KR-HASH-SUB FROM 1 BY 1
047900                     UNTIL KR-HASH-SUB > AK-KEY-LENGTH
048000             END-IF
048100     END-EVALUATE.
048200
048300     PERFORM 2100-READ-FEED
048400         THRU 2100-READ-FEED-EXIT.
048500 2200-TALLY-RECORD-EXIT.
048600     EXIT.
048700
048800 2250-HASH-KEY-BYTE.
048900     ADD FUNCTION ORD ( AK-KEY-DATA ( KR-HASH-SUB : 1 ) )
049000         TO KR-FEED-HASH ( KR-FEED-SUB ).
049100 2250-HASH-KEY-BYTE-EXIT.
049200     EXIT.
049300
049400*****************************************************
049500* 2500-BALANCE-ONE-FEED - AN EMPTY DATASET IS A SHOP *
049600* WITH NOTHING TO SAY.  ANYTHING ELSE MUST HAVE      *
049700* SHOWN A HEADER AND A TRAILER, AND THE TRAILER      *
049800* COUNT AND HASH MUST EQUAL WHAT WAS READ.  A FEED   *
049900* OUT OF BALANCE IS REFUSED                          *
050000*****************************************************
050100 2500-BALANCE-ONE-FEED.
050200     IF KR-FEED-READ-COUNT ( KR-FEED-SUB ) = 0
050300         MOVE 'E' TO KR-FEED-BAL-STATUS ( KR-FEED-SUB )
050400         GO TO 2500-BALANCE-ONE-FEED-EXIT
050500     END-IF.
050600
050700     IF KR-FEED-HDR-SWITCH ( KR-FEED-SUB ) NOT = 'Y'
050800         OR KR-FEED-TRL-SWITCH ( KR-FEED-SUB ) NOT = 'Y'
050900         MOVE 'O' TO KR-FEED-BAL-STATUS ( KR-FEED-SUB )
051000         PERFORM 9600-REFUSE-FEED
051100             THRU 9600-REFUSE-FEED-EXIT
051200         GO TO 2500-BALANCE-ONE-FEED-EXIT
051300     END-IF.
051400
051500     IF KR-FEED-EXP-COUNT ( KR-FEED-SUB ) NOT =
051600             KR-FEED-DETAIL-COUNT ( KR-FEED-SUB )
051700         OR KR-FEED-EXP-HASH ( KR-FEED-SUB ) NOT =
051800             KR-FEED-HASH ( KR-FEED-SUB )
051900         MOVE 'O' TO KR-FEED-BAL-STATUS ( KR-FEED-SUB )
052000         PERFORM 9600-REFUSE-FEED
052100             THRU 9600-REFUSE-FEED-EXIT
052200         GO TO 2500-BALANCE-ONE-FEED-EXIT
052300     END-IF.
052400
052500     MOVE 'B' TO KR-FEED-BAL-STATUS ( KR-FEED-SUB ).
052600 2500-BALANCE-ONE-FEED-EXIT.
052700     EXIT.
052800
052900*****************************************************
053000* 3000-MATCH-RECORD - SECOND PASS.  MATCH ONE        *
053100* ACKNOWLEDGEMENT TO ITS TRACKING ENTRY AND MOVE THE *
053200* ENTRY ON, OR LIST IT AS UNMATCHED WITH THE REASON. *
053300* READ NEXT                                          *
053400*****************************************************
053500 3000-MATCH-RECORD.
053600     IF AK-RECORD-TYPE = "H"
053700         OR AK-RECORD-TYPE = "T"
053800         GO TO 3000-MATCH-RECORD-NEXT
053900     END-IF.
054000
054100     EVALUATE TRUE
054200         WHEN AK-CORRECTED
054300             MOVE "A" TO KR-NEW-STATUS
054400             MOVE "K" TO KR-EVENT-CODE
054500         WHEN AK-WITHDRAWN
054600             MOVE "W" TO KR-NEW-STATUS
054700             MOVE "W" TO KR-EVENT-CODE
054800         WHEN AK-NOT-OURS
054900             MOVE "D" TO KR-NEW-STATUS
055000             MOVE "N" TO KR-EVENT-CODE
055100         WHEN OTHER
055200             MOVE "INVALID RESPONSE CODE" TO KR-UNMATCHED-REASON
055300             PERFORM 3900-REPORT-UNMATCHED
055400                 THRU 3900-REPORT-UNMATCHED-EXIT
055500             GO TO 3000-MATCH-RECORD-NEXT
055600     END-EVALUATE.
055700
055800     MOVE AK-KEY-DATA TO RT-KEY.
055900     READ KEY-RTK
056000         INVALID KEY
056100             MOVE "NO TRACKING ENTRY" TO KR-UNMATCHED-REASON
056200             PERFORM 3900-REPORT-UNMATCHED
056300                 THRU 3900-REPORT-UNMATCHED-EXIT
056400             GO TO 3000-MATCH-RECORD-NEXT
056500     END-READ.
056600     IF KR-RTK-STATUS NOT = "00"
056700         MOVE "TRACKING READ FAILED" TO KR-UNMATCHED-REASON
056800         PERFORM 3900-REPORT-UNMATCHED
056900             THRU 3900-REPORT-UNMATCHED-EXIT
057000         GO TO 3000-MATCH-RECORD-NEXT
057100     END-IF.
057200
057300     IF RT-SOURCE-SYSTEM NOT = KR-SOURCE-CODE ( KR-FEED-SUB )
057400         MOVE "ENTRY IS ANOTHER SOURCE" TO KR-UNMATCHED-REASON
057500         PERFORM 3900-REPORT-UNMATCHED
057600             THRU 3900-REPORT-UNMATCHED-EXIT
057700         GO TO 3000-MATCH-RECORD-NEXT
057800     END-IF.
057900
058000     EVALUATE TRUE
058100         WHEN RT-RETURNED
058200             CONTINUE
058300         WHEN RT-ACKNOWLEDGED
058400             IF AK-CORRECTED
058425                 MOVE "ALREADY ACKNOWLEDGED" TO
058450                     KR-UNMATCHED-REASON
058475             END-IF
058500         WHEN RT-CLOSED
058600             MOVE "ENTRY ALREADY CLOSED" TO KR-UNMATCHED-REASON
058700         WHEN RT-WITHDRAWN
058800             MOVE "ALREADY WITHDRAWN" TO KR-UNMATCHED-REASON
058900         WHEN RT-DISPUTED
059000             MOVE "ALREADY DISPUTED" TO KR-UNMATCHED-REASON
059100         WHEN OTHER
059200             MOVE "NOT RETURNED TO SENDER" TO KR-UNMATCHED-REASON
059300     END-EVALUATE.
059400     IF KR-UNMATCHED-REASON NOT = SPACES
059500         PERFORM 3900-REPORT-UNMATCHED
059600             THRU 3900-REPORT-UNMATCHED-EXIT
059700         GO TO 3000-MATCH-RECORD-NEXT
059800     END-IF.
059900
060000     MOVE KR-NEW-STATUS TO RT-STATUS.
060100     MOVE KR-TODAY-DATE TO RT-LAST-DATE.
060200     MOVE KR-JOB-ID TO RT-LAST-JOB-ID.
060300     REWRITE KEY-RTRACK-RECORD.
060400     IF KR-RTK-STATUS NOT = "00"
060500         MOVE "TRACKING REWRITE FAILED" TO KR-UNMATCHED-REASON
060600         PERFORM 3900-REPORT-UNMATCHED
060700             THRU 3900-REPORT-UNMATCHED-EXIT
060800         GO TO 3000-MATCH-RECORD-NEXT
060900     END-IF.
061000
061100     ADD 1 TO KR-ENTRIES-UPDATED.
061200     EVALUATE TRUE
061300         WHEN RT-ACKNOWLEDGED
061400             ADD 1 TO KR-FEED-RESUBMIT ( KR-FEED-SUB )
061500         WHEN RT-WITHDRAWN
061600             ADD 1 TO KR-FEED-WITHDRAWN ( KR-FEED-SUB )
061700         WHEN OTHER
061800             ADD 1 TO KR-FEED-DISPUTED ( KR-FEED-SUB )
061900     END-EVALUATE.
062000
062100     PERFORM 3500-WRITE-EVENT
062200         THRU 3500-WRITE-EVENT-EXIT.
062300
062400 3000-MATCH-RECORD-NEXT.
062500     MOVE SPACES TO KR-UNMATCHED-REASON.
062600     PERFORM 2100-READ-FEED
062700         THRU 2100-READ-FEED-EXIT.
062800 3000-MATCH-RECORD-EXIT.
062900     EXIT.
063000
063100*****************************************************
063200* 3500-WRITE-EVENT - ADD THE ACKNOWLEDGEMENT (K, W,  *
063300* OR N) TO THE KEY'S EVENT HISTORY, CARRYING THE     *
063400* ORIGINAL REJECT REASON.  A HISTORY FILE THAT WILL  *
063500* NOT TAKE THE WRITE GETS A KEYR022W WARNING AND IS  *
063600* DROPPED FOR THE REST OF THE RUN                    *
063700*****************************************************
063800 3500-WRITE-EVENT.
063900     IF NOT KR-EVT-OPEN
064000         GO TO 3500-WRITE-EVENT-EXIT
064100     END-IF.
064200
064300     MOVE SPACES TO KEY-EVENT-RECORD.
064400     MOVE RT-KEY TO EV-KEY.
064500     ACCEPT EV-DATE FROM DATE YYYYMMDD.
064600     ACCEPT EV-TIME FROM TIME.
064700     MOVE 0 TO EV-SEQUENCE.
064800     MOVE RT-KEY-LENGTH TO EV-KEY-LENGTH.
064900     MOVE RT-SOURCE-SYSTEM TO EV-SOURCE-SYSTEM.
065000     MOVE KR-EVENT-CODE TO EV-DISPOSITION.
065100     MOVE RT-REASON-CODE TO EV-REASON-CODE.
065200     MOVE KR-JOB-ID TO EV-JOB-ID.
065300     MOVE "ACKMATCH" TO EV-PROGRAM-NAME.
065400
065500     MOVE "22" TO KR-EVT-STATUS.
065600     PERFORM 3510-WRITE-ONE-EVENT
065700         THRU 3510-WRITE-ONE-EVENT-EXIT
065800         UNTIL KR-EVT-STATUS NOT = "22"
065900             OR EV-SEQUENCE = 99.
066000     IF KR-EVT-STATUS NOT = "00"
066100         MOVE "KEYR022" TO KMG-MESSAGE-ID
066200         MOVE KR-EVT-STATUS TO KR-STATUS-VALUE
066300         MOVE KR-STATUS-TEXT TO KMG-VARIABLE-TEXT
066400         PERFORM 9800-ISSUE-MESSAGE
066500             THRU 9800-ISSUE-MESSAGE-EXIT
066600         CLOSE KEY-EVT
066700         MOVE 'N' TO KR-EVT-OPEN-SW
066800     END-IF.
066900 3500-WRITE-EVENT-EXIT.
067000     EXIT.
067100
067200 3510-WRITE-ONE-EVENT.
067300     WRITE KEY-EVENT-RECORD
067400         INVALID KEY
067500             CONTINUE
067600     END-WRITE.
067700     IF KR-EVT-STATUS = "22"
067800         ADD 1 TO EV-SEQUENCE
067900     END-IF.
068000 3510-WRITE-ONE-EVENT-EXIT.
068100     EXIT.
068200
068300*****************************************************
068400* 3900-REPORT-UNMATCHED - LIST AN ACKNOWLEDGEMENT    *
068500* THAT MATCHED NO OPEN ENTRY, WITH THE REASON        *
068600*****************************************************
068700 3900-REPORT-UNMATCHED.
068800     ADD 1 TO KR-FEED-UNMATCHED ( KR-FEED-SUB ).
068900     ADD 1 TO KR-UNMATCHED-TOTAL.
069000     MOVE KR-SOURCE-CODE ( KR-FEED-SUB ) TO KR-RPT-UM-SOURCE.
069100     MOVE AK-RESPONSE-CODE TO KR-RPT-UM-RESP.
069125     MOVE AK-KEY-LENGTH TO KMK-KEY-LENGTH.
069150     MOVE AK-KEY-DATA TO KMK-KEY-VALUE.
069175     PERFORM 9850-CALL-KEYMASK
069200         THRU 9850-CALL-KEYMASK-EXIT.
069225     MOVE KMK-MASKED-KEY TO KR-RPT-UM-KEY.
069300     MOVE KR-UNMATCHED-REASON TO KR-RPT-UM-REASON.
069400     WRITE RPT-LINE FROM KR-UNMATCHED-LINE.
069500 3900-REPORT-UNMATCHED-EXIT.
069600     EXIT.
069700
069800*****************************************************
069900* 8000-PRODUCE-REPORT - CLOSE THE UNMATCHED LIST,    *
070000* THEN TWO LINES PER SOURCE WITH ITS COUNTS AND      *
070100* BALANCE RESULT, THEN THE RUN TOTALS.  A RUN WITH   *
070200* UNMATCHED ACKNOWLEDGEMENTS AND NOTHING WORSE ENDS  *
070300* RETURN-CODE 4                                      *
070400*****************************************************
070500 8000-PRODUCE-REPORT.
070600     IF KR-UNMATCHED-TOTAL = 0
070700         WRITE RPT-LINE FROM KR-UNMATCHED-NONE-LINE
070800     END-IF.
070900     WRITE RPT-LINE FROM KR-BLANK-LINE.
071000
071100     PERFORM 8100-WRITE-SOURCE-LINES
071200         THRU 8100-WRITE-SOURCE-LINES-EXIT
071300         VARYING KR-FEED-SUB FROM 1 BY 1
071400         UNTIL KR-FEED-SUB > 3.
071500
071600     WRITE RPT-LINE FROM KR-BLANK-LINE.
071700     MOVE KR-ENTRIES-UPDATED TO KR-RPT-UPDATED.
071800     WRITE RPT-LINE FROM KR-TOTAL-LINE-UPDATED.
071900     MOVE KR-UNMATCHED-TOTAL TO KR-RPT-UNMATCHED-TOTAL.
072000     WRITE RPT-LINE FROM KR-TOTAL-LINE-UNMATCHED.
072100
072200     IF KR-UNMATCHED-TOTAL > 0
072300         AND RETURN-CODE < 4
072400         MOVE 4 TO RETURN-CODE
072500     END-IF.
072600 8000-PRODUCE-REPORT-EXIT.
072700     EXIT.
072800
072900 8100-WRITE-SOURCE-LINES.
073000     MOVE KR-SOURCE-CODE ( KR-FEED-SUB )
073100         TO KR-RPT-SOURCE-CODE.
073200     MOVE KR-SOURCE-NAME ( KR-FEED-SUB )
073300         TO KR-RPT-SOURCE-NAME.
073400     MOVE KR-FEED-READ-COUNT ( KR-FEED-SUB )
073500         TO KR-RPT-SOURCE-READ.
073600     MOVE KR-FEED-DETAIL-COUNT ( KR-FEED-SUB )
073700         TO KR-RPT-SOURCE-ACKS.
073800     EVALUATE TRUE
073900         WHEN KR-FEED-BAL-STATUS ( KR-FEED-SUB ) = 'B'
074000             MOVE "IN BALANCE" TO KR-RPT-SOURCE-BAL
074100         WHEN KR-FEED-BAL-STATUS ( KR-FEED-SUB ) = 'E'
074200             MOVE "NO FEED RECEIVED" TO KR-RPT-SOURCE-BAL
074300         WHEN KR-FEED-BAL-STATUS ( KR-FEED-SUB ) = ' '
074400             MOVE "NOT PROCESSED" TO KR-RPT-SOURCE-BAL
074500         WHEN KR-FEED-TRL-SWITCH ( KR-FEED-SUB ) NOT = 'Y'
074600             MOVE "NO TRAILER RECORD" TO KR-RPT-SOURCE-BAL
074700         WHEN OTHER
074800             MOVE "OUT OF BALANCE" TO KR-RPT-SOURCE-BAL
074900     END-EVALUATE.
075000     WRITE RPT-LINE FROM KR-SOURCE-LINE.
075100
075200     MOVE KR-FEED-RESUBMIT ( KR-FEED-SUB ) TO KR-RPT-RESUBMIT.
075300     MOVE KR-FEED-WITHDRAWN ( KR-FEED-SUB )
075400         TO KR-RPT-WITHDRAWN.
075500     MOVE KR-FEED-DISPUTED ( KR-FEED-SUB ) TO KR-RPT-DISPUTED.
075600     MOVE KR-FEED-UNMATCHED ( KR-FEED-SUB )
075700         TO KR-RPT-UNMATCHED.
075800     WRITE RPT-LINE FROM KR-SOURCE-DETAIL-LINE.
075900 8100-WRITE-SOURCE-LINES-EXIT.
076000     EXIT.
076100
076200*****************************************************
076300* 9000-TERMINATE - CLOSE FILES                       *
076400*****************************************************
076500 9000-TERMINATE.
076600     IF NOT KR-ABEND
076700         CLOSE KEY-RTK
076800     END-IF.
076900     IF KR-EVT-OPEN
077000         CLOSE KEY-EVT
077100     END-IF.
077200     CLOSE ACK-RPT.
077300 9000-TERMINATE-EXIT.
077400     EXIT.
077500
077600*****************************************************
077700* 9500-FORCE-ABEND - THE TRACKING MASTER COULD NOT   *
077800* BE OPENED, SO THERE IS NOTHING TO MATCH AGAINST.   *
077900* NO FEED IS TOUCHED AND RETURN-CODE IS RAISED TO A  *
078000* SEVERE VALUE                                       *
078100*****************************************************
078200 9500-FORCE-ABEND.
078300     SET KR-ABEND TO TRUE.
078400     MOVE 16 TO RETURN-CODE.
078500     DISPLAY "ACKMATCH - KEYRTK OPEN FAILED, STATUS "
078600         KR-RTK-STATUS " - RUN ABENDED, RETURN-CODE "
078700         "SET TO 16".
078800 9500-FORCE-ABEND-EXIT.
078900     EXIT.
079000
079100*****************************************************
079200* 9600-REFUSE-FEED - A FEED DID NOT PROVE COMPLETE   *
079300* AGAINST ITS TRAILER.  NOTHING OF IT IS APPLIED;    *
079400* KEYR023E GOES TO THE CONSOLE AND KEYALT, AND       *
079500* RETURN-CODE IS RAISED TO 16 SO THE SHOP IS ASKED   *
079600* TO RESEND IT                                       *
079700*****************************************************
079800 9600-REFUSE-FEED.
079900     MOVE 16 TO RETURN-CODE.
080000     MOVE "KEYR023" TO KMG-MESSAGE-ID.
080100     MOVE KR-SOURCE-CODE ( KR-FEED-SUB ) TO KR-SOURCE-TEXT-CODE.
080200     MOVE KR-SOURCE-TEXT TO KMG-VARIABLE-TEXT.
080300     PERFORM 9800-ISSUE-MESSAGE
080400         THRU 9800-ISSUE-MESSAGE-EXIT.
080500 9600-REFUSE-FEED-EXIT.
080600     EXIT.
080700
080800*****************************************************
080900* 9800-ISSUE-MESSAGE - FILL IN THE COMMON FIELDS OF  *
081000* THE MESSAGE REQUEST THE CALLER STARTED AND PASS IT *
081100* TO THE COMMON KEYRMSG ROUTINE.  RETURN-CODE IS     *
081200* SAVED ACROSS THE CALL - THE CALLED PROGRAM'S       *
081300* REGISTER COMES BACK ON GOBACK AND WOULD OTHERWISE  *
081400* WIPE OUT THE 16 THIS RUN HAS SET                   *
081500*****************************************************
081600 9800-ISSUE-MESSAGE.
081700     MOVE "ACKMATCH" TO KMG-PROGRAM-NAME.
081800     MOVE KR-JOB-ID TO KMG-JOB-ID.
081900     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
082000     CALL "KEYRMSG" USING KEY-MESSAGE-REQUEST.
082100     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
082200 9800-ISSUE-MESSAGE-EXIT.
082300     EXIT.
082400
082500*****************************************************
082600* 9850-CALL-KEYMASK - PASS THE MASKING REQUEST TO    *
082700* THE COMMON KEYMASK ROUTINE: THE UNMASK RULING AT   *
082800* START-UP, THEN THE PRINTED FORM OF EACH KEY IN     *
082900* KMK-KEY-VALUE (TRUE LENGTH IN KMK-KEY-LENGTH, OR   *
083000* ZERO) BACK IN KMK-MASKED-KEY.  RETURN-CODE IS      *
083100* SAVED ACROSS THE CALL, AS FOR KEYRMSG              *
083200*****************************************************
083300 9850-CALL-KEYMASK.
083400     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
083500     CALL "KEYMASK" USING KEY-MASK-REQUEST.
083600     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
083700 9850-CALL-KEYMASK-EXIT.
083800     EXIT.
