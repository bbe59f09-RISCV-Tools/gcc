003400*                                                     *
003500* MODIFICATION HISTORY.                               *
003600* 2025-05-18  JWK  ORIGINAL PROGRAM.                  *
003610* 2026-10-15  JWK  EVERY ENTRY ARCHIVED NOW ALSO ADDS *
003620*                  AN ARCHIVED EVENT TO THE KEY'S     *
003630*                  HISTORY ON THE KEYEVT PER-KEY      *
003640*                  EVENT HISTORY FILE.  A HISTORY     *
003650*                  FILE THAT WILL NOT OPEN WARNS      *
003660*                  (KEYR022W) BUT NEVER STOPS THE     *
003670*                  PURGE.                             *
003700*****************************************************
003800
003900 ENVIRONMENT              DIVISION.
005500                           RECORD KEY IS KA-KEY
005600                           FILE STATUS IS KR-ARC-STATUS.
005700
005710     SELECT KEY-EVT       ASSIGN TO KEYEVT
005720                           ORGANIZATION IS INDEXED
005730                           ACCESS MODE IS RANDOM
005740                           RECORD KEY IS EV-EVENT-KEY
005750                           FILE STATUS IS KR-EVT-STATUS.
005775
005800     SELECT KEY-PRF       ASSIGN TO KEYPRF
005900                           ORGANIZATION IS LINE SEQUENTIAL
006000                           FILE STATUS IS KR-PRF-STATUS.
007300     COPY "keymst.cpy" REPLACING KEY-MASTER-RECORD BY
007400         KEY-ARCHIVE-RECORD LEADING ==KM-== BY ==KA-==.
007500
007525 FD  KEY-EVT
007550     LABEL RECORDS ARE STANDARD.
007575     COPY "keyevt.cpy".
007595
007600 FD  KEY-PRF
007700     LABEL RECORDS ARE OMITTED.
007800     COPY "keyprf.cpy".
009600         88  KR-MST-OPEN                    VALUE 'Y'.
009700     05  KR-ARC-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
009800         88  KR-ARC-OPEN                    VALUE 'Y'.
009825     05  KR-EVT-OPEN-SWITCH   PIC X(01)    VALUE 'N'.
009850         88  KR-EVT-OPEN                    VALUE 'Y'.
009900
010000 01  KR-MST-STATUS            PIC X(02).
010100 01  KR-ARC-STATUS            PIC X(02).
010200 01  KR-PRF-STATUS            PIC X(02).
010250 01  KR-EVT-STATUS            PIC X(02).
010300 01  KR-JOB-ID                PIC X(08)    VALUE SPACES.
010400
010500*-------------------------------------------------------*
013900     05  KR-RET-VALUE         PIC 9(05).
014000     05  FILLER               PIC X(07)    VALUE SPACES.
014100
014120 01  KR-STATUS-TEXT.
014140     05  FILLER               PIC X(07)    VALUE "STATUS=".
014160     05  KR-STATUS-VALUE      PIC X(02).
014180     05  FILLER               PIC X(11)    VALUE SPACES.
014190
014200 01  KR-SAVED-RETURN-CODE     PIC S9(04)   COMP VALUE 0.
014300
014400*-------------------------------------------------------*
028000         GO TO 1000-INITIALIZE-EXIT
028100     END-IF.
028200
028225     PERFORM 1500-OPEN-EVENTS
028250         THRU 1500-OPEN-EVENTS-EXIT.
028300     PERFORM 2100-READ-MASTER
028400         THRU 2100-READ-MASTER-EXIT.
028500 1000-INITIALIZE-EXIT.
037300 1400-OPEN-ARCHIVE-EXIT.
037400     EXIT.
037500
037502*****************************************************
037504* 1500-OPEN-EVENTS - OPEN THE PER-KEY EVENT HISTORY  *
037506* FOR UPDATE, CREATING IT EMPTY ON A FIRST-EVER RUN. *
037508* THE HISTORY IS ADVISORY - A FILE THAT STILL WILL   *
037510* NOT OPEN WARNS (KEYR022W) AND THE PURGE GOES ON    *
037512* WITHOUT IT                                         *
037514*****************************************************
037516 1500-OPEN-EVENTS.
037518     OPEN I-O KEY-EVT.
037520     IF KR-EVT-STATUS = "35"
037522         OPEN OUTPUT KEY-EVT
037524         CLOSE KEY-EVT
037526         OPEN I-O KEY-EVT
037528     END-IF.
037530     IF KR-EVT-STATUS = "00"
037532         SET KR-EVT-OPEN TO TRUE
037534     ELSE
037536         MOVE "KEYR022" TO KMG-MESSAGE-ID
037538         MOVE KR-EVT-STATUS TO KR-STATUS-VALUE
037540         MOVE KR-STATUS-TEXT TO KMG-VARIABLE-TEXT
037542         PERFORM 9800-ISSUE-MESSAGE
037544             THRU 9800-ISSUE-MESSAGE-EXIT
037546     END-IF.
037548 1500-OPEN-EVENTS-EXIT.
037550     EXIT.
037575
037600*****************************************************
037700* 2000-PURGE-ONE-ENTRY - AGE THE CURRENT MASTER      *
037800* ENTRY.  OLDER THAN THE RETENTION GOES TO THE       *
045900         WHEN OTHER
046000             ADD 1 TO KR-ARCHIVED-NO-STATUS
046100     END-EVALUATE.
046125
046150     PERFORM 4100-WRITE-ARCHIVE-EVENT
046175         THRU 4100-WRITE-ARCHIVE-EVENT-EXIT.
046200 4000-ARCHIVE-ENTRY-EXIT.
046300     EXIT.
046400
046401*****************************************************
046402* 4100-WRITE-ARCHIVE-EVENT - ADD AN A (ARCHIVED)     *
046403* EVENT TO THE HISTORY OF THE ENTRY JUST MOVED TO    *
046404* THE ARCHIVE, SO THE KEYINQ HISTORY SCREEN SHOWS    *
046405* WHEN IT LEFT THE LIVE MASTER.  A HISTORY FILE      *
046406* THAT WILL NOT TAKE THE WRITE WARNS ONCE (KEYR022W) *
046407* AND IS DROPPED FOR THE REST OF THE RUN             *
046408*****************************************************
046409 4100-WRITE-ARCHIVE-EVENT.
046410     IF NOT KR-EVT-OPEN
046411         GO TO 4100-WRITE-ARCHIVE-EVENT-EXIT
046412     END-IF.
046413
046414     MOVE SPACES TO KEY-EVENT-RECORD.
046415     MOVE KM-KEY TO EV-KEY.
046416     ACCEPT EV-DATE FROM DATE YYYYMMDD.
046417     ACCEPT EV-TIME FROM TIME.
046418     MOVE 0 TO EV-SEQUENCE.
046419     MOVE KM-KEY-LENGTH TO EV-KEY-LENGTH.
046420     MOVE KM-SOURCE-SYSTEM TO EV-SOURCE-SYSTEM.
046421     MOVE "A" TO EV-DISPOSITION.
046422     MOVE KM-REASON-CODE TO EV-REASON-CODE.
046423     MOVE KR-JOB-ID TO EV-JOB-ID.
046424     MOVE "MSTMAINT" TO EV-PROGRAM-NAME.
046425     MOVE KM-LAST-OUTPUT-KEY TO EV-OUTPUT-KEY.
046426
046427     MOVE "22" TO KR-EVT-STATUS.
046428     PERFORM 4110-WRITE-ONE-EVENT
046429         THRU 4110-WRITE-ONE-EVENT-EXIT
046430         UNTIL KR-EVT-STATUS NOT = "22"
046431             OR EV-SEQUENCE = 99.
046432     IF KR-EVT-STATUS NOT = "00"
046433         MOVE "KEYR022" TO KMG-MESSAGE-ID
046434         MOVE KR-EVT-STATUS TO KR-STATUS-VALUE
046435         MOVE KR-STATUS-TEXT TO KMG-VARIABLE-TEXT
046436         PERFORM 9800-ISSUE-MESSAGE
046437             THRU 9800-ISSUE-MESSAGE-EXIT
046438         CLOSE KEY-EVT
046439         MOVE 'N' TO KR-EVT-OPEN-SWITCH
046440     END-IF.
046441 4100-WRITE-ARCHIVE-EVENT-EXIT.
046442     EXIT.
046443
046444 4110-WRITE-ONE-EVENT.
046445     WRITE KEY-EVENT-RECORD
046446         INVALID KEY
046447             CONTINUE
046448     END-WRITE.
046449     IF KR-EVT-STATUS = "22"
046450         ADD 1 TO EV-SEQUENCE
046451     END-IF.
046452 4110-WRITE-ONE-EVENT-EXIT.
046453     EXIT.
046476
046500*****************************************************
046600* 8000-PRODUCE-REPORT - THE RETENTION PARAMETERS     *
046700* AND THE KEPT/ARCHIVED TOTALS, ARCHIVED BROKEN      *
051000     IF KR-ARC-OPEN
051100         CLOSE KEY-ARC
051200     END-IF.
051225     IF KR-EVT-OPEN
051250         CLOSE KEY-EVT
051275     END-IF.
051300     CLOSE MNT-RPT.
051400 9000-TERMINATE-EXIT.
051500     EXIT.
