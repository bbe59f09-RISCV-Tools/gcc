000100*****************************************************
000200* IDENTIFICATION DIVISION                            *
000300*****************************************************
000400 IDENTIFICATION          DIVISION.
000500 PROGRAM-ID.             AUDCHAIN.
000600 AUTHOR.                 J W KOWALSKI.
000700 INSTALLATION.           DATA CENTER SERVICES - BATCH.
000800 DATE-WRITTEN.           2026-10-15.
000900 DATE-COMPILED.          2026-10-15.
001000
001100*****************************************************
001200* REMARKS.  COMMON AUDIT-CHAIN ROUTINE FOR THE KEY-  *
001300* REVERSAL FAMILY OF JOBS.  GIVEN A KEYAUD ENTRY     *
001400* (KEYAUD.CPY) WITH ITS SEQUENCE NUMBER SET AND THE  *
001500* CHECK VALUE OF THE ENTRY BEFORE IT (AUDCHN.CPY),   *
001600* RETURNS THE CHECK VALUE THE ENTRY MUST CARRY.      *
001700*                                                     *
001800* THE CHECK VALUE IS A RUNNING REMAINDER: STARTING   *
001900* FROM THE PRIOR ENTRY'S CHECK VALUE, EACH BYTE OF   *
002000* THE ENTRY (WITH ITS OWN CHECK-VALUE FIELD TAKEN    *
002100* AS ZEROS) IS FOLDED IN AS                          *
002200*                                                     *
002300*     (RUNNING VALUE * 31 + BYTE) MOD 9999999967     *
002400*                                                     *
002500* SO A CHANGE TO ANY BYTE OF ANY ENTRY, OR A         *
002600* DELETED OR RE-ORDERED ENTRY, CHANGES EVERY CHECK   *
002700* VALUE AFTER IT.  PROG, BACKOUT, AND AUDVER ALL     *
002800* CALL THIS ROUTINE SO THE WRITERS AND THE VERIFIER  *
002900* CANNOT DRIFT APART.                                *
003000*                                                     *
003100* MODIFICATION HISTORY.                               *
003200* 2026-10-15  JWK  ORIGINAL PROGRAM.                  *
003300*****************************************************
003400
003500 ENVIRONMENT              DIVISION.
003600 CONFIGURATION            SECTION.
003700 SOURCE-COMPUTER.         IBM-370.
003800 OBJECT-COMPUTER.         IBM-370.
003900
004000 DATA                     DIVISION.
004100 WORKING-STORAGE          SECTION.
004200*-------------------------------------------------------*
004300* WORK COPY OF THE ENTRY, CHECK VALUE ZEROED             *
004400*-------------------------------------------------------*
004500     COPY "keyaud.cpy" REPLACING AUD-RECORD BY
004600         AUD-WORK-RECORD LEADING ==AUD-== BY ==AW-==.
004700
004800*-------------------------------------------------------*
004900* CHAIN ARITHMETIC                                       *
005000*-------------------------------------------------------*
005100 01  KR-CHAIN-MODULUS         PIC 9(10)    VALUE 9999999967.
005200 01  KR-CHAIN-MULTIPLIER      PIC 9(02)    VALUE 31.
005300 01  KR-RUNNING-VALUE         PIC 9(18)    COMP VALUE 0.
005400 01  KR-QUOTIENT              PIC 9(18)    COMP VALUE 0.
005500 01  KR-REMAINDER             PIC 9(18)    COMP VALUE 0.
005600 01  KR-IMAGE-LENGTH          PIC 9(04)    COMP VALUE 0.
005700 01  KR-BYTE-SUB              PIC 9(04)    COMP VALUE 0.
005800
005900 LINKAGE                  SECTION.
006000     COPY "keyaud.cpy".
006100     COPY "audchn.cpy".
006200
006300 PROCEDURE                DIVISION
006400                           USING AUD-RECORD
006500                                 AUD-CHAIN-REQUEST.
006600
006700*****************************************************
006800* 0000-MAINLINE                                      *
006900*****************************************************
007000 0000-MAINLINE.
007100     MOVE AUD-RECORD TO AUD-WORK-RECORD.
007200     MOVE ZEROS TO AW-CHECK-VALUE.
007300     MOVE LENGTH OF AUD-WORK-RECORD TO KR-IMAGE-LENGTH.
007400     MOVE ACH-PRIOR-CHECK TO KR-RUNNING-VALUE.
007500
007600     PERFORM 1000-FOLD-ONE-BYTE
007700         THRU 1000-FOLD-ONE-BYTE-EXIT
007800         VARYING KR-BYTE-SUB FROM 1 BY 1
007900         UNTIL KR-BYTE-SUB > KR-IMAGE-LENGTH.
008000
008100     MOVE KR-RUNNING-VALUE TO ACH-CHECK-VALUE.
008200
008300     GOBACK.
008400
008500*****************************************************
008600* 1000-FOLD-ONE-BYTE - FOLD THE NEXT BYTE OF THE     *
008700* ENTRY INTO THE RUNNING VALUE                       *
008800*****************************************************
008900 1000-FOLD-ONE-BYTE.
009000     COMPUTE KR-RUNNING-VALUE =
009100         KR-RUNNING-VALUE * KR-CHAIN-MULTIPLIER
009200         + FUNCTION ORD ( AUD-WORK-RECORD ( KR-BYTE-SUB : 1 ) ).
009300     DIVIDE KR-RUNNING-VALUE BY KR-CHAIN-MODULUS
009400         GIVING KR-QUOTIENT
009500         REMAINDER KR-REMAINDER.
009600     MOVE KR-REMAINDER TO KR-RUNNING-VALUE.
009700 1000-FOLD-ONE-BYTE-EXIT.
009800     EXIT.
