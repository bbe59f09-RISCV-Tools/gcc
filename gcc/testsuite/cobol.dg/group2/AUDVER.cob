000100*****************************************************
000200* IDENTIFICATION DIVISION                            *
000300*****************************************************
000400 IDENTIFICATION          DIVISION.
000500 PROGRAM-ID.             audver.
000600 AUTHOR.                 J W KOWALSKI.
000700 INSTALLATION.           DATA CENTER SERVICES - BATCH.
000800 DATE-WRITTEN.           2026-10-15.
000900 DATE-COMPILED.          2026-10-15.
001000
001100*****************************************************
001200* REMARKS.  AUDIT-CHAIN VERIFICATION FOR THE KEY-    *
001300* REVERSAL FAMILY OF JOBS.  EVERY KEYAUD ENTRY       *
001400* (KEYAUD.CPY) CARRIES A RUNNING SEQUENCE NUMBER AND *
001500* A CHECK VALUE CHAINED FROM THE ENTRY BEFORE IT     *
001600* (AUDCHAIN).  THIS STEP WALKS THE AUDARC ARCHIVE    *
001700* AND THEN THE LIVE KEYAUD TRAIL AS ONE CHAIN -      *
001800* ACROSS THE AUDRPT RETENTION BOUNDARY - AND PROVES, *
001900* ENTRY BY ENTRY, THAT                               *
002000*                                                     *
002100*   1. THE FIRST CHAINED ENTRY IS SEQUENCE 1 AND     *
002200*      EVERY LATER ONE IS THE SEQUENCE BEFORE IT     *
002300*      PLUS ONE (NOTHING DELETED, DUPLICATED, OR     *
002400*      RE-ORDERED), AND                              *
002500*   2. THE CHECK VALUE ON FILE IS THE ONE AUDCHAIN   *
002600*      COMPUTES FROM THE ENTRY AND ITS PREDECESSOR   *
002700*      (NOTHING EDITED).                             *
002800*                                                     *
002900* ENTRIES WRITTEN BEFORE THE CHAIN WENT IN CARRY NO  *
003000* SEQUENCE NUMBER AND ARE COUNTED, NOT CHECKED; AN   *
003100* UNSEQUENCED ENTRY AFTER THE CHAIN HAS STARTED IS A *
003200* BREAK.  EVERY BREAK LISTS ON VERRPT.  THE FIRST    *
003300* ONE ISSUES KEYR024E THROUGH KEYRMSG AND FAILS THE  *
003400* JOB WITH RETURN-CODE 16.  AFTER A BREAK THE WALK   *
003500* PICKS UP FROM THE ENTRY AS FOUND, SO ONE BAD ENTRY *
003600* DOES NOT HIDE A SECOND ONE FURTHER ON.  A TRAIL    *
003700* THAT WILL NOT OPEN IS ALSO A BREAK; NO ARCHIVE YET *
003800* IS NOT.                                            *
003900*                                                     *
004000* MODIFICATION HISTORY.                               *
004100* 2026-10-15  JWK  ORIGINAL PROGRAM.                  *
004200*****************************************************
004300
004400 ENVIRONMENT              DIVISION.
004500 CONFIGURATION            SECTION.
004600 SOURCE-COMPUTER.         IBM-370.
004700 OBJECT-COMPUTER.         IBM-370.
004800
004900 INPUT-OUTPUT             SECTION.
005000 FILE-CONTROL.
005100     SELECT AUD-ARC       ASSIGN TO AUDARC
005200                           ORGANIZATION IS LINE SEQUENTIAL
005300                           FILE STATUS IS KR-ARC-STATUS.
005400
005500     SELECT AUD-IN        ASSIGN TO KEYAUD
005600                           ORGANIZATION IS LINE SEQUENTIAL
005700                           FILE STATUS IS KR-AUD-STATUS.
005800
005900     SELECT VER-RPT       ASSIGN TO VERRPT
006000                           ORGANIZATION IS LINE SEQUENTIAL.
006100
006200 DATA                     DIVISION.
006300 FILE                     SECTION.
006400 FD  AUD-ARC
006500     LABEL RECORDS ARE OMITTED.
006600     COPY "keyaud.cpy" REPLACING AUD-RECORD BY
006700         AUD-ARCHIVE-RECORD LEADING ==AUD-== BY ==AR-==.
006800
006900 FD  AUD-IN
007000     LABEL RECORDS ARE OMITTED.
007100     COPY "keyaud.cpy".
007200
007300 FD  VER-RPT
007400     LABEL RECORDS ARE OMITTED.
007500 01  RPT-LINE                PIC X(80).
007600
007700 WORKING-STORAGE          SECTION.
007800*-------------------------------------------------------*
007900* SWITCHES                                               *
008000*-------------------------------------------------------*
008100 01  KR-SWITCHES.
008200     05  KR-ARC-EOF-SWITCH    PIC X(01)    VALUE 'N'.
008300         88  KR-ARC-EOF                     VALUE 'Y'.
008400     05  KR-AUD-EOF-SWITCH    PIC X(01)    VALUE 'N'.
008500         88  KR-AUD-EOF                     VALUE 'Y'.
008600     05  KR-ARC-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
008700         88  KR-ARC-OPEN                    VALUE 'Y'.
008800     05  KR-AUD-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
008900         88  KR-AUD-OPEN                    VALUE 'Y'.
009000     05  KR-CHAIN-SWITCH      PIC X(01)    VALUE 'N'.
009100         88  KR-CHAIN-STARTED               VALUE 'Y'.
009200     05  KR-BROKEN-SWITCH     PIC X(01)    VALUE 'N'.
009300         88  KR-CHAIN-BROKEN                VALUE 'Y'.
009400
009500 01  KR-ARC-STATUS            PIC X(02).
009600 01  KR-AUD-STATUS            PIC X(02).
009700 01  KR-JOB-ID                PIC X(08)    VALUE SPACES.
009800
009900*-------------------------------------------------------*
010000* THE ENTRY BEING CHECKED, FROM WHICHEVER FILE, AND      *
010100* WHERE IT CAME FROM                                     *
010200*-------------------------------------------------------*
010300     COPY "keyaud.cpy" REPLACING AUD-RECORD BY
010400         AUD-CHECK-RECORD LEADING ==AUD-== BY ==AV-==.
010500
010600 01  KR-CHECK-FILE            PIC X(08)    VALUE SPACES.
010700 01  KR-CHECK-ENTRY-NO        PIC 9(09)    COMP VALUE 0.
010800
010900*-------------------------------------------------------*
011000* CHAIN STATE - THE SEQUENCE NUMBER AND CHECK VALUE OF   *
011100* THE LAST CHAINED ENTRY WALKED, AND WHAT THE NEXT ONE   *
011200* MUST BE                                                *
011300*-------------------------------------------------------*
011400 01  KR-CHAIN-STATE.
011500     05  KR-LAST-SEQUENCE     PIC 9(09)    VALUE 0.
011600     05  KR-LAST-CHECK        PIC 9(10)    VALUE 0.
011700     05  KR-EXPECTED-SEQUENCE PIC 9(09)    VALUE 0.
011800     05  KR-FIRST-SEQUENCE    PIC 9(09)    VALUE 0.
011900
012000*-------------------------------------------------------*
012100* AUDIT-CHAIN REQUEST AREA (SEE AUDCHAIN)                *
012200*-------------------------------------------------------*
012300     COPY "audchn.cpy".
012400
012500*-------------------------------------------------------*
012600* CONTROL-TOTAL COUNTERS                                 *
012700*-------------------------------------------------------*
012800 01  KR-COUNTERS.
012900     05  KR-ARC-ENTRIES-READ  PIC 9(09)    COMP VALUE 0.
013000     05  KR-AUD-ENTRIES-READ  PIC 9(09)    COMP VALUE 0.
013100     05  KR-ENTRIES-UNCHAINED PIC 9(09)    COMP VALUE 0.
013200     05  KR-ENTRIES-CHAINED   PIC 9(09)    COMP VALUE 0.
013300     05  KR-BREAKS-FOUND      PIC 9(07)    COMP VALUE 0.
013400
013500*-------------------------------------------------------*
013600* OPERATOR-MESSAGE REQUEST AREA (SEE KEYRMSG)            *
013700*-------------------------------------------------------*
013800     COPY "keymsg.cpy".
013900
014000 01  KR-SAVED-RETURN-CODE     PIC S9(04)   COMP VALUE 0.
014100
014200 01  KR-BREAK-TEXT.
014300     05  KR-BRK-FILE          PIC X(07).
014400     05  FILLER               PIC X(06)    VALUE " ENTRY".
014500     05  KR-BRK-ENTRY-NO      PIC Z(06)9.
014600
014700*-------------------------------------------------------*
014800* VERIFICATION REPORT LINE IMAGES                        *
014900*-------------------------------------------------------*
015000 01  KR-HEADING-LINE-1.
015100     05  FILLER               PIC X(80)    VALUE
015200         "AUDIT TRAIL CHAIN VERIFICATION - AUDARC THEN KEYAUD".
015300
015400 01  KR-HEADING-LINE-2.
015500     05  FILLER               PIC X(80)    VALUE
015600         "===================================================".
015700
015800 01  KR-BREAK-HEADING.
015900     05  FILLER               PIC X(40)    VALUE
016000         "FILE       ENTRY  SEQUENCE  EXPECTED ".
016100     05  FILLER               PIC X(40)    VALUE
016200         "JOB ID   DATE      REASON".
016300
016400 01  KR-BREAK-LINE.
016500     05  KR-BRK-RPT-FILE      PIC X(08).
016600     05  FILLER               PIC X(01)    VALUE SPACE.
016700     05  KR-BRK-RPT-ENTRY     PIC Z(06)9.
016800     05  FILLER               PIC X(01)    VALUE SPACE.
016900     05  KR-BRK-RPT-SEQUENCE  PIC X(09).
017000     05  FILLER               PIC X(01)    VALUE SPACE.
017100     05  KR-BRK-RPT-EXPECTED  PIC Z(08)9.
017200     05  FILLER               PIC X(01)    VALUE SPACE.
017300     05  KR-BRK-RPT-JOB       PIC X(08).
017400     05  FILLER               PIC X(01)    VALUE SPACE.
017500     05  KR-BRK-RPT-DATE      PIC X(08).
017600     05  FILLER               PIC X(02)    VALUE SPACES.
017700     05  KR-BRK-RPT-REASON    PIC X(24).
017800
017900 01  KR-NO-ARCHIVE-LINE.
018000     05  FILLER               PIC X(80)    VALUE
018100         "NO AUDARC ARCHIVE ON FILE - WALK STARTS AT KEYAUD".
018200
018300 01  KR-TOTAL-LINE.
018400     05  KR-TOT-LABEL         PIC X(32).
018500     05  KR-TOT-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.
018600     05  FILLER               PIC X(35)    VALUE SPACES.
018700
018800 01  KR-RESULT-LINE.
018900     05  FILLER               PIC X(33)    VALUE
019000         "RESULT . . . . . . . . . . . . .".
019100     05  KR-RESULT-TEXT       PIC X(47)    VALUE SPACES.
019200
019300 PROCEDURE                DIVISION.
019400
019500*****************************************************
019600* 0000-MAINLINE                                      *
019700*****************************************************
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE
020000         THRU 1000-INITIALIZE-EXIT.
020100
020200     PERFORM 2000-WALK-ARCHIVE
020300         THRU 2000-WALK-ARCHIVE-EXIT
020400         UNTIL KR-ARC-EOF.
020500
020600     PERFORM 3000-WALK-TRAIL
020700         THRU 3000-WALK-TRAIL-EXIT
020800         UNTIL KR-AUD-EOF.
020900
021000     PERFORM 8000-PRODUCE-TOTALS
021100         THRU 8000-PRODUCE-TOTALS-EXIT.
021200
021300     PERFORM 9000-TERMINATE
021400         THRU 9000-TERMINATE-EXIT.
021500
021600     STOP RUN.
021700
021800*****************************************************
021900* 1000-INITIALIZE - OPEN FILES, PRIME BOTH READS.    *
022000* NO ARCHIVE YET IS NORMAL UNTIL THE FIRST           *
022100* RETENTION RUN; A LIVE TRAIL THAT WILL NOT OPEN IS  *
022200* A BREAK - THERE IS NOTHING TO PROVE THE CHAIN WITH *
022300*****************************************************
022400 1000-INITIALIZE.
022500     OPEN OUTPUT VER-RPT.
022600     ACCEPT KR-JOB-ID FROM ENVIRONMENT "JOBID".
022700
022800     WRITE RPT-LINE FROM KR-HEADING-LINE-1.
022900     WRITE RPT-LINE FROM KR-HEADING-LINE-2.
023000
023100     OPEN INPUT AUD-ARC.
023200     IF KR-ARC-STATUS = "00"
023300         SET KR-ARC-OPEN TO TRUE
023400         PERFORM 2100-READ-ARCHIVE
023500             THRU 2100-READ-ARCHIVE-EXIT
023600     ELSE
023700         SET KR-ARC-EOF TO TRUE
023800         WRITE RPT-LINE FROM KR-NO-ARCHIVE-LINE
023900     END-IF.
024000
024100     WRITE RPT-LINE FROM KR-BREAK-HEADING.
024200
024300     OPEN INPUT AUD-IN.
024400     IF KR-AUD-STATUS = "00"
024500         SET KR-AUD-OPEN TO TRUE
024600         PERFORM 3100-READ-TRAIL
024700             THRU 3100-READ-TRAIL-EXIT
024800     ELSE
024900         SET KR-AUD-EOF TO TRUE
025000         MOVE "KEYAUD" TO KR-BRK-RPT-FILE
025100         MOVE 0 TO KR-BRK-RPT-ENTRY
025200         MOVE SPACES TO KR-BRK-RPT-SEQUENCE
025300         MOVE 0 TO KR-BRK-RPT-EXPECTED
025400         MOVE SPACES TO KR-BRK-RPT-JOB
025500         MOVE SPACES TO KR-BRK-RPT-DATE
025600         MOVE "TRAIL OPEN FAILED" TO KR-BRK-RPT-REASON
025700         WRITE RPT-LINE FROM KR-BREAK-LINE
025800         MOVE "KEYAUD STATUS=" TO KMG-VARIABLE-TEXT
025900         MOVE KR-AUD-STATUS TO KMG-VARIABLE-TEXT ( 15 : 2 )
026000         PERFORM 4900-REPORT-BROKEN
026100             THRU 4900-REPORT-BROKEN-EXIT
026200     END-IF.
026300 1000-INITIALIZE-EXIT.
026400     EXIT.
026500
026600*****************************************************
026700* 2000-WALK-ARCHIVE - CHECK THE CURRENT ARCHIVE      *
026800* ENTRY, READ NEXT                                   *
026900*****************************************************
027000 2000-WALK-ARCHIVE.
027100     MOVE AUD-ARCHIVE-RECORD TO AUD-CHECK-RECORD.
027200     MOVE "AUDARC" TO KR-CHECK-FILE.
027300     MOVE KR-ARC-ENTRIES-READ TO KR-CHECK-ENTRY-NO.
027400     PERFORM 4000-CHECK-ENTRY
027500         THRU 4000-CHECK-ENTRY-EXIT.
027600
027700     PERFORM 2100-READ-ARCHIVE
027800         THRU 2100-READ-ARCHIVE-EXIT.
027900 2000-WALK-ARCHIVE-EXIT.
028000     EXIT.
028100
028200*****************************************************
028300* 2100-READ-ARCHIVE - READ THE NEXT ARCHIVE ENTRY    *
028400*****************************************************
028500 2100-READ-ARCHIVE.
028600     READ AUD-ARC
028700         AT END
028800             SET KR-ARC-EOF TO TRUE
028900             GO TO 2100-READ-ARCHIVE-EXIT
029000     END-READ.
029100     ADD 1 TO KR-ARC-ENTRIES-READ.
029200 2100-READ-ARCHIVE-EXIT.
029300     EXIT.
029400
029500*****************************************************
029600* 3000-WALK-TRAIL - CHECK THE CURRENT LIVE-TRAIL     *
029700* ENTRY, READ NEXT                                   *
029800*****************************************************
029900 3000-WALK-TRAIL.
030000     MOVE AUD-RECORD TO AUD-CHECK-RECORD.
030100     MOVE "KEYAUD" TO KR-CHECK-FILE.
030200     MOVE KR-AUD-ENTRIES-READ TO KR-CHECK-ENTRY-NO.
030300     PERFORM 4000-CHECK-ENTRY
030400         THRU 4000-CHECK-ENTRY-EXIT.
030500
030600     PERFORM 3100-READ-TRAIL
030700         THRU 3100-READ-TRAIL-EXIT.
030800 3000-WALK-TRAIL-EXIT.
030900     EXIT.
031000
031100*****************************************************
031200* 3100-READ-TRAIL - READ THE NEXT LIVE-TRAIL ENTRY   *
031300*****************************************************
031400 3100-READ-TRAIL.
031500     READ AUD-IN
031600         AT END
031700             SET KR-AUD-EOF TO TRUE
031800             GO TO 3100-READ-TRAIL-EXIT
031900     END-READ.
032000     ADD 1 TO KR-AUD-ENTRIES-READ.
032100 3100-READ-TRAIL-EXIT.
032200     EXIT.
032300
032400*****************************************************
032500* 4000-CHECK-ENTRY - PROVE THE ENTRY IN THE CHECK    *
032600* AREA AGAINST THE CHAIN SO FAR: ITS SEQUENCE NUMBER *
032700* MUST BE THE NEXT ONE AND ITS CHECK VALUE MUST BE   *
032800* THE ONE AUDCHAIN COMPUTES FROM IT AND THE ENTRY    *
032900* BEFORE.  WHATEVER THE VERDICT, THE CHAIN PICKS UP  *
033000* FROM THIS ENTRY AS FOUND                           *
033100*****************************************************
033200 4000-CHECK-ENTRY.
033300     IF AV-SEQUENCE IS NOT NUMERIC
033400         OR AV-CHECK-VALUE IS NOT NUMERIC
033500         IF KR-CHAIN-STARTED
033600             MOVE "ENTRY NOT SEQUENCED" TO KR-BRK-RPT-REASON
033700             PERFORM 4800-LIST-BREAK
033800                 THRU 4800-LIST-BREAK-EXIT
033900         ELSE
034000             ADD 1 TO KR-ENTRIES-UNCHAINED
034100         END-IF
034200         GO TO 4000-CHECK-ENTRY-EXIT
034300     END-IF.
034400
034500     ADD 1 TO KR-ENTRIES-CHAINED.
034600     IF KR-CHAIN-STARTED
034700         COMPUTE KR-EXPECTED-SEQUENCE = KR-LAST-SEQUENCE + 1
034800         MOVE KR-LAST-CHECK TO ACH-PRIOR-CHECK
034900     ELSE
035000         SET KR-CHAIN-STARTED TO TRUE
035100         MOVE AV-SEQUENCE TO KR-FIRST-SEQUENCE
035200         MOVE 1 TO KR-EXPECTED-SEQUENCE
035300         MOVE 0 TO ACH-PRIOR-CHECK
035400     END-IF.
035500
035600     IF AV-SEQUENCE NOT = KR-EXPECTED-SEQUENCE
035700         MOVE "SEQUENCE BREAK" TO KR-BRK-RPT-REASON
035800         PERFORM 4800-LIST-BREAK
035900             THRU 4800-LIST-BREAK-EXIT
036000     END-IF.
036100
036200     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
036300     CALL "AUDCHAIN" USING AUD-CHECK-RECORD
036400                           AUD-CHAIN-REQUEST.
036500     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
036600     IF ACH-CHECK-VALUE NOT = AV-CHECK-VALUE
036700         MOVE "CHECK VALUE MISMATCH" TO KR-BRK-RPT-REASON
036800         PERFORM 4800-LIST-BREAK
036900             THRU 4800-LIST-BREAK-EXIT
037000     END-IF.
037100
037200     MOVE AV-SEQUENCE TO KR-LAST-SEQUENCE.
037300     MOVE AV-CHECK-VALUE TO KR-LAST-CHECK.
037400 4000-CHECK-ENTRY-EXIT.
037500     EXIT.
037600
037700*****************************************************
037800* 4800-LIST-BREAK - LIST THE ENTRY IN THE CHECK AREA *
037900* ON THE REPORT UNDER THE REASON THE CALLER SET, AND *
038000* FAIL THE JOB ON THE FIRST ONE                      *
038100*****************************************************
038200 4800-LIST-BREAK.
038300     ADD 1 TO KR-BREAKS-FOUND.
038400     MOVE KR-CHECK-FILE TO KR-BRK-RPT-FILE.
038500     MOVE KR-CHECK-ENTRY-NO TO KR-BRK-RPT-ENTRY.
038600     MOVE AV-SEQUENCE TO KR-BRK-RPT-SEQUENCE.
038700     MOVE KR-EXPECTED-SEQUENCE TO KR-BRK-RPT-EXPECTED.
038800     MOVE AV-JOB-ID TO KR-BRK-RPT-JOB.
038900     MOVE AV-DATE TO KR-BRK-RPT-DATE.
039000     WRITE RPT-LINE FROM KR-BREAK-LINE.
039100
039200     MOVE KR-CHECK-FILE TO KR-BRK-FILE.
039300     MOVE KR-CHECK-ENTRY-NO TO KR-BRK-ENTRY-NO.
039400     MOVE KR-BREAK-TEXT TO KMG-VARIABLE-TEXT.
039500     PERFORM 4900-REPORT-BROKEN
039600         THRU 4900-REPORT-BROKEN-EXIT.
039700 4800-LIST-BREAK-EXIT.
039800     EXIT.
039900
040000*****************************************************
040100* 4900-REPORT-BROKEN - THE FIRST BREAK ISSUES        *
040200* KEYR024E (NAMING IT IN THE VARIABLE TEXT THE       *
040300* CALLER SET) AND FAILS THE JOB; LATER BREAKS ONLY   *
040400* SHOW ON THE REPORT                                 *
040500*****************************************************
040600 4900-REPORT-BROKEN.
040700     IF KR-CHAIN-BROKEN
040800         GO TO 4900-REPORT-BROKEN-EXIT
040900     END-IF.
041000     SET KR-CHAIN-BROKEN TO TRUE.
041100     MOVE 16 TO RETURN-CODE.
041200     MOVE "KEYR024" TO KMG-MESSAGE-ID.
041300     PERFORM 9800-ISSUE-MESSAGE
041400         THRU 9800-ISSUE-MESSAGE-EXIT.
041500 4900-REPORT-BROKEN-EXIT.
041600     EXIT.
041700
041800*****************************************************
041900* 8000-PRODUCE-TOTALS - CONTROL TOTALS AND THE       *
042000* VERDICT                                            *
042100*****************************************************
042200 8000-PRODUCE-TOTALS.
042300     IF KR-BREAKS-FOUND = 0
042400         MOVE "  NONE" TO RPT-LINE
042500         WRITE RPT-LINE
042600     END-IF.
042700     MOVE SPACES TO RPT-LINE.
042800     WRITE RPT-LINE.
042900
043000     MOVE "ARCHIVE ENTRIES READ . . . . . ." TO KR-TOT-LABEL.
043100     MOVE KR-ARC-ENTRIES-READ TO KR-TOT-VALUE.
043200     WRITE RPT-LINE FROM KR-TOTAL-LINE.
043300
043400     MOVE "TRAIL ENTRIES READ . . . . . . ." TO KR-TOT-LABEL.
043500     MOVE KR-AUD-ENTRIES-READ TO KR-TOT-VALUE.
043600     WRITE RPT-LINE FROM KR-TOTAL-LINE.
043700
043800     MOVE "ENTRIES BEFORE THE CHAIN . . . ." TO KR-TOT-LABEL.
043900     MOVE KR-ENTRIES-UNCHAINED TO KR-TOT-VALUE.
044000     WRITE RPT-LINE FROM KR-TOTAL-LINE.
044100
044200     MOVE "CHAINED ENTRIES CHECKED. . . . ." TO KR-TOT-LABEL.
044300     MOVE KR-ENTRIES-CHAINED TO KR-TOT-VALUE.
044400     WRITE RPT-LINE FROM KR-TOTAL-LINE.
044500
044600     MOVE "FIRST SEQUENCE NUMBER. . . . . ." TO KR-TOT-LABEL.
044700     MOVE KR-FIRST-SEQUENCE TO KR-TOT-VALUE.
044800     WRITE RPT-LINE FROM KR-TOTAL-LINE.
044900
045000     MOVE "LAST SEQUENCE NUMBER . . . . . ." TO KR-TOT-LABEL.
045100     MOVE KR-LAST-SEQUENCE TO KR-TOT-VALUE.
045200     WRITE RPT-LINE FROM KR-TOTAL-LINE.
045300
045400     MOVE "BREAKS FOUND . . . . . . . . . ." TO KR-TOT-LABEL.
045500     MOVE KR-BREAKS-FOUND TO KR-TOT-VALUE.
045600     WRITE RPT-LINE FROM KR-TOTAL-LINE.
045700
045800     IF KR-CHAIN-BROKEN
045900         MOVE "CHAIN BROKEN - SEE KEYR024E" TO KR-RESULT-TEXT
046000     ELSE
046100         MOVE "CHAIN INTACT" TO KR-RESULT-TEXT
046200     END-IF.
046300     WRITE RPT-LINE FROM KR-RESULT-LINE.
046400 8000-PRODUCE-TOTALS-EXIT.
046500     EXIT.
046600
046700*****************************************************
046800* 9000-TERMINATE - CLOSE FILES                       *
046900*****************************************************
047000 9000-TERMINATE.
047100     IF KR-ARC-OPEN
047200         CLOSE AUD-ARC
047300     END-IF.
047400     IF KR-AUD-OPEN
047500         CLOSE AUD-IN
047600     END-IF.
047700     CLOSE VER-RPT.
047800 9000-TERMINATE-EXIT.
047900     EXIT.
048000
048100*****************************************************
048200* 9800-ISSUE-MESSAGE - FILL IN THE COMMON FIELDS OF  *
048300* THE MESSAGE REQUEST THE CALLER STARTED AND PASS IT *
048400* TO THE COMMON KEYRMSG ROUTINE.  RETURN-CODE IS     *
048500* SAVED ACROSS THE CALL - THE CALLED PROGRAM'S       *
048600* REGISTER COMES BACK ON GOBACK AND WOULD OTHERWISE  *
048700* WIPE OUT THE 16 THIS RUN HAS SET                   *
048800*****************************************************
048900 9800-ISSUE-MESSAGE.
049000     MOVE "AUDVER"  TO KMG-PROGRAM-NAME.
049100     MOVE KR-JOB-ID TO KMG-JOB-ID.
049200     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
049300     CALL "KEYRMSG" USING KEY-MESSAGE-REQUEST.
049400     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
049500 9800-ISSUE-MESSAGE-EXIT.
049600     EXIT.
