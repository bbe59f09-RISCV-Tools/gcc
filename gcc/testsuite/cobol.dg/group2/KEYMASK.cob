000100*****************************************************
000200* IDENTIFICATION DIVISION                            *
000300*****************************************************
000400 IDENTIFICATION          DIVISION.
000500 PROGRAM-ID.             KEYMASK.
000600 AUTHOR.                 J W KOWALSKI.
000700 INSTALLATION.           DATA CENTER SERVICES - BATCH.
000800 DATE-WRITTEN.           2026-10-15.
000900 DATE-COMPILED.          2026-10-15.
001000
001100*****************************************************
001200* REMARKS.  COMMON KEY-MASKING ROUTINE FOR THE KEY-  *
001300* REVERSAL FAMILY OF JOBS.  THE KEYS ARE CUSTOMER    *
001400* ACCOUNT NUMBERS, SO NO REPORT OR EXTRACT PRINTS    *
001500* ONE IN FULL.  EVERY PROGRAM THAT PRINTS A KEY      *
001600* CALLS THIS ROUTINE (KEYMSK.CPY) FOR THE PRINTED    *
001700* FORM.  THE DATA FILES THEMSELVES (KEYOUT, KEYREJ,  *
001800* KEYMST, KEYAUD) ARE NEVER MASKED - THE PROCESSING  *
001900* NEEDS THE REAL VALUES.                             *
002000*                                                     *
002100* THE RULE.  ONLY THE LAST FOUR BYTES OF THE KEY'S   *
002200* TRUE LENGTH PRINT; EVERY BYTE BEFORE THEM PRINTS   *
002300* AS AN ASTERISK, SO THE PRINTED WIDTH STILL SHOWS   *
002400* THE TRUE LENGTH.  A KEY OF FOUR BYTES OR FEWER     *
002500* PRINTS ALL ASTERISKS - ITS LAST FOUR BYTES WOULD   *
002600* BE THE WHOLE KEY.  A CALLER WHOSE FILE CARRIES NO  *
002700* KEY LENGTH PASSES ZERO, AND THE LENGTH IS TAKEN TO *
002800* THE LAST NON-BLANK BYTE.                           *
002900*                                                     *
003000* UNMASKED RUNS.  A RUN PRINTS FULL KEYS ONLY WHEN   *
003100* ITS STDENV SETS UNMASK=Y AND NAMES THE PERSON WHO  *
003200* ASKED IN UNMASKBY, AND THIS ROUTINE CAN OPEN THE   *
003300* UNMASK AUTHORIZATION FILE ON DD KEYUAU FOR INPUT.  *
003400* THAT DATA SET (PROD.KEYREV.UNMASK.AUTH) IS RACF-   *
003500* PROTECTED, WITH READ ACCESS GIVEN ONLY TO THE      *
003600* DATA-PROTECTION OFFICER'S APPROVED SUBMITTERS, SO  *
003700* THE CONTROL IS WHO SUBMITS THE JOB, NOT WHAT THE   *
003800* JOB SAYS ABOUT ITSELF.  NO DD, A FAILED OPEN, OR A *
003900* BLANK UNMASKBY REFUSES THE REQUEST AND THE RUN     *
004000* PRINTS MASKED.  THE FILE IS ONLY OPENED, NEVER     *
004100* READ - ITS CONTENTS DO NOT MATTER.  THIS ROUTINE   *
004200* ISSUES KEYR027W (UNMASKED) OR KEYR028W (REFUSED)   *
004300* THROUGH KEYRMSG, SO EVERY UNMASK REQUEST LEAVES A  *
004400* KEYALT ENTRY - THE JOB AND PROGRAM, WHO ASKED, AND *
004500* THE KEYUAU OPEN STATUS.                            *
004600*                                                     *
004700* MODIFICATION HISTORY.                               *
004800* 2026-10-15  JWK  ORIGINAL PROGRAM.                  *
004900*****************************************************
005000
005100 ENVIRONMENT              DIVISION.
005200 CONFIGURATION            SECTION.
005300 SOURCE-COMPUTER.         IBM-370.
005400 OBJECT-COMPUTER.         IBM-370.
005500
005600 INPUT-OUTPUT             SECTION.
005700 FILE-CONTROL.
005800     SELECT UNMASK-AUTH   ASSIGN TO KEYUAU
005900                          ORGANIZATION IS LINE SEQUENTIAL
006000                          FILE STATUS IS KR-UAU-STATUS.
006100
006200 DATA                     DIVISION.
006300 FILE                     SECTION.
006400 FD  UNMASK-AUTH.
006500 01  UAU-RECORD               PIC X(80).
006600
006700 WORKING-STORAGE          SECTION.
006800*-------------------------------------------------------*
006900* MASKING RULE CONTROLS                                  *
007000*-------------------------------------------------------*
007100 01  KR-SHOWN-BYTES           PIC 9(02)    COMP VALUE 4.
007200 01  KR-MASK-CHARACTERS       PIC X(30)    VALUE ALL "*".
007300 01  KR-UAU-STATUS            PIC X(02)    VALUE SPACES.
007400
007500*-------------------------------------------------------*
007600* OPERATOR-MESSAGE REQUEST AREA (SEE KEYRMSG) AND THE    *
007700* ALERT TEXT NAMING WHO ASKED AND THE KEYUAU STATUS      *
007800*-------------------------------------------------------*
007900     COPY "keymsg.cpy".
008000
008100 01  KR-ALERT-TEXT.
008200     05  FILLER               PIC X(03)    VALUE "BY ".
008300     05  KR-ALERT-REQUESTED-BY PIC X(08).
008400     05  FILLER               PIC X(08)    VALUE " KEYUAU ".
008500     05  KR-ALERT-UAU-STATUS  PIC X(02).
008600     05  FILLER               PIC X(01)    VALUE SPACE.
008700
008800*-------------------------------------------------------*
008900* WORK FIELDS                                            *
009000*-------------------------------------------------------*
009100 01  KR-TRUE-LENGTH           PIC 9(02)    COMP VALUE 0.
009200 01  KR-HIDDEN-LENGTH         PIC 9(02)    COMP VALUE 0.
009300 01  KR-SHOWN-START           PIC 9(02)    COMP VALUE 0.
009400 01  KR-BYTE-SUB              PIC S9(04)   COMP VALUE 0.
009500
009600 LINKAGE                  SECTION.
009700     COPY "keymsk.cpy".
009800
009900 PROCEDURE                DIVISION
010000                           USING KEY-MASK-REQUEST.
010100
010200*****************************************************
010300* 0000-MAINLINE                                      *
010400*****************************************************
010500 0000-MAINLINE.
010600     IF KMK-CHECK-UNMASK
010700         PERFORM 1000-CHECK-UNMASK
010800             THRU 1000-CHECK-UNMASK-EXIT
010900     ELSE
011000         PERFORM 2000-MASK-KEY
011100             THRU 2000-MASK-KEY-EXIT
011200     END-IF.
011300
011400     GOBACK.
011500
011600*****************************************************
011700* 1000-CHECK-UNMASK - DECIDE ONCE PER RUN WHETHER    *
011800* KEYS PRINT IN FULL.  AN UNMASKED RUN AND A REFUSED *
011900* REQUEST EACH LEAVE A KEYALT ENTRY                  *
012000*****************************************************
012100 1000-CHECK-UNMASK.
012200     SET KMK-KEYS-MASKED TO TRUE.
012300     IF KMK-UNMASK-PARM NOT = "Y"
012400         GO TO 1000-CHECK-UNMASK-EXIT
012500     END-IF.
012600
012700     MOVE SPACES TO KR-UAU-STATUS.
012800     IF KMK-REQUESTED-BY NOT = SPACES
012900         PERFORM 1100-OPEN-AUTHORIZATION
013000             THRU 1100-OPEN-AUTHORIZATION-EXIT
013100     END-IF.
013200
013300     IF KR-UAU-STATUS = "00"
013400         SET KMK-KEYS-UNMASKED TO TRUE
013500         MOVE "KEYR027" TO KMG-MESSAGE-ID
013600     ELSE
013700         SET KMK-UNMASK-REFUSED TO TRUE
013800         MOVE "KEYR028" TO KMG-MESSAGE-ID
013900     END-IF.
014000
014100     MOVE KMK-REQUESTED-BY TO KR-ALERT-REQUESTED-BY.
014200     MOVE KR-UAU-STATUS    TO KR-ALERT-UAU-STATUS.
014300     MOVE KR-ALERT-TEXT    TO KMG-VARIABLE-TEXT.
014400     MOVE KMK-PROGRAM-NAME TO KMG-PROGRAM-NAME.
014500     MOVE KMK-JOB-ID       TO KMG-JOB-ID.
014600     CALL "KEYRMSG" USING KEY-MESSAGE-REQUEST.
014700 1000-CHECK-UNMASK-EXIT.
014800     EXIT.
014900
015000*****************************************************
015100* 1100-OPEN-AUTHORIZATION - THE REQUEST STANDS ONLY  *
015200* IF THE SUBMITTER CAN OPEN THE RACF-PROTECTED       *
015300* KEYUAU DATA SET.  IT IS CLOSED AGAIN AT ONCE       *
015400*****************************************************
015500 1100-OPEN-AUTHORIZATION.
015600     OPEN INPUT UNMASK-AUTH.
015700     IF KR-UAU-STATUS NOT = "00"
015800         DISPLAY "KEYMASK - KEYUAU OPEN FAILED, STATUS "
015900             KR-UAU-STATUS
016000         GO TO 1100-OPEN-AUTHORIZATION-EXIT
016100     END-IF.
016200
016300     CLOSE UNMASK-AUTH.
016400 1100-OPEN-AUTHORIZATION-EXIT.
016500     EXIT.
016600
016700*****************************************************
016800* 2000-MASK-KEY - BUILD THE PRINTED FORM OF ONE KEY  *
016900*****************************************************
017000 2000-MASK-KEY.
017100     IF KMK-KEYS-UNMASKED
017200         MOVE KMK-KEY-VALUE TO KMK-MASKED-KEY
017300         GO TO 2000-MASK-KEY-EXIT
017400     END-IF.
017500
017600     MOVE SPACES TO KMK-MASKED-KEY.
017700     MOVE KMK-KEY-LENGTH TO KR-TRUE-LENGTH.
017800     IF KR-TRUE-LENGTH = 0
017900         OR KR-TRUE-LENGTH > LENGTH OF KMK-KEY-VALUE
018000         PERFORM 2100-FIND-TRUE-LENGTH
018100             THRU 2100-FIND-TRUE-LENGTH-EXIT
018200     END-IF.
018300     IF KR-TRUE-LENGTH = 0
018400         GO TO 2000-MASK-KEY-EXIT
018500     END-IF.
018600
018700     IF KR-TRUE-LENGTH NOT > KR-SHOWN-BYTES
018800         MOVE KR-MASK-CHARACTERS ( 1 : KR-TRUE-LENGTH )
018900             TO KMK-MASKED-KEY ( 1 : KR-TRUE-LENGTH )
019000         GO TO 2000-MASK-KEY-EXIT
019100     END-IF.
019200
019300     COMPUTE KR-HIDDEN-LENGTH = KR-TRUE-LENGTH - KR-SHOWN-BYTES.
019400     COMPUTE KR-SHOWN-START = KR-HIDDEN-LENGTH + 1.
019500     MOVE KR-MASK-CHARACTERS ( 1 : KR-HIDDEN-LENGTH )
019600         TO KMK-MASKED-KEY ( 1 : KR-HIDDEN-LENGTH ).
019700     MOVE KMK-KEY-VALUE ( KR-SHOWN-START : KR-SHOWN-BYTES )
019800         TO KMK-MASKED-KEY ( KR-SHOWN-START : KR-SHOWN-BYTES ).
019900 2000-MASK-KEY-EXIT.
020000     EXIT.
020100
020200*****************************************************
020300* 2100-FIND-TRUE-LENGTH - NO LENGTH CAME WITH THE    *
020400* KEY, SO TAKE IT TO THE LAST NON-BLANK BYTE (ZERO   *
020500* FOR AN ALL-BLANK KEY)                              *
020600*****************************************************
020700 2100-FIND-TRUE-LENGTH.
020800     MOVE 0 TO KR-TRUE-LENGTH.
020900     PERFORM 2110-TEST-ONE-BYTE
021000         THRU 2110-TEST-ONE-BYTE-EXIT
021100         VARYING KR-BYTE-SUB FROM LENGTH OF KMK-KEY-VALUE BY -1
021200         UNTIL KR-BYTE-SUB < 1
021300             OR KR-TRUE-LENGTH > 0.
021400 2100-FIND-TRUE-LENGTH-EXIT.
021500     EXIT.
021600
021700 2110-TEST-ONE-BYTE.
021800     IF KMK-KEY-VALUE ( KR-BYTE-SUB : 1 ) NOT = SPACE
021900         MOVE KR-BYTE-SUB TO KR-TRUE-LENGTH
022000     END-IF.
022100 2110-TEST-ONE-BYTE-EXIT.
022200     EXIT.
