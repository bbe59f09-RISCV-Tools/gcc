000700* STAMP, THE SOURCE SYSTEM THE KEY CAME FROM (SEE    *
000800* KEYREC), AND THE INPUT AND OUTPUT KEY VALUES.  THE *
000900* OUTPUT KEY IS SPACES WHEN THE RECORD WAS REJECTED. *
000920*                                                     *
000940* EVERY ENTRY ALSO CARRIES A RUNNING SEQUENCE NUMBER *
000960* AND A CHECK VALUE CHAINED FROM THE ENTRY BEFORE IT *
000980* (AUDCHAIN), SO AN EDITED, DELETED, OR RE-ORDERED   *
000990* ENTRY BREAKS THE CHAIN AUDVER WALKS.  ENTRIES      *
000995* WRITTEN BEFORE THE CHAIN WENT IN CARRY SPACES.     *
001000*                                                     *
001005* AUD-DISPOSITION SAYS WHAT BECAME OF THE RECORD, IN *
001010* THE KEYEVT CODES: P TRANSFORMED, R REJECTED, D     *
001015* ROUTED TO KEYDUP, B BACKED OUT.  AUD-FUNCTION-CODE *
001020* IS THE FUNCTION PROG APPLIED TO A P ENTRY (R, U,   *
001025* L, X, OR C) AND SPACES ON ANY OTHER.  CHGBACK      *
001030* PRICES EACH SOURCE'S MONTH FROM THE TWO.  BOTH     *
001035* WENT IN WITH THE CHAIN, SO EVERY CHAINED ENTRY     *
001040* CARRIES THEM AND AUDCHAIN FOLDS ALL 115 BYTES OF   *
001045* IT; THE OLD UNCHAINED ENTRIES CARRY SPACES.        *
001050*                                                     *
001100* 2024-08-05  JWK  ORIGINAL COPYBOOK, LIFTED FROM    *
001200*                  THE INLINE LAYOUT IN PROG WHEN    *
001300*                  THE SOURCE-SYSTEM COLUMN WENT IN  *
001400*                  AND OTHER JOBS STARTED READING    *
001500*                  THE TRAIL.                        *
001525* 2026-10-15  JWK  ADDED THE SEQUENCE NUMBER, THE    *
001550*                  CHAINED CHECK VALUE, THE          *
001575*                  DISPOSITION, AND THE FUNCTION     *
001590*                  CODE - RECORD 90 TO 115 BYTES.    *
001600*****************************************************
001700 01  AUD-RECORD.
001800     05  AUD-JOB-ID           PIC X(08).
002600     05  AUD-INPUT-KEY        PIC X(30).
002700     05  FILLER               PIC X(01)    VALUE SPACE.
002800     05  AUD-OUTPUT-KEY       PIC X(30).
002900     05  FILLER               PIC X(01)    VALUE SPACE.
003000     05  AUD-SEQUENCE         PIC 9(09).
003100     05  FILLER               PIC X(01)    VALUE SPACE.
003200     05  AUD-CHECK-VALUE      PIC 9(10).
003300     05  FILLER               PIC X(01)    VALUE SPACE.
003400     05  AUD-DISPOSITION      PIC X(01).
003500         88  AUD-TRANSFORMED               VALUE "P".
003600         88  AUD-REJECTED                  VALUE "R".
003700         88  AUD-DUPLICATE                 VALUE "D".
003800         88  AUD-BACKED-OUT                VALUE "B".
003900         88  AUD-NO-DISPOSITION            VALUE SPACE.
004000     05  FILLER               PIC X(01)    VALUE SPACE.
004100     05  AUD-FUNCTION-CODE    PIC X(01).
