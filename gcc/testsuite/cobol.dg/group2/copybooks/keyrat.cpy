000100*****************************************************
000200* KEYRAT.CPY                                         *
000300*                                                     *
000400* CHARGEBACK RATE-TABLE RECORD FOR THE KEY-REVERSAL  *
000500* FAMILY OF JOBS.  ONE RECORD PER SOURCE-SYSTEM CODE *
000600* (SEE KEYREC) PER DISPOSITION, GIVING THE PRICE OF  *
000700* ONE KEY AND THE COST CENTRE AND GENERAL-LEDGER     *
000800* ACCOUNT THE CHARGE POSTS TO.  CHGBACK PRICES EACH  *
000900* SOURCE'S MONTH OF AUDIT ENTRIES FROM IT.           *
001000*                                                     *
001100* CR-DISPOSITION  P = TRANSFORMED (ANY FUNCTION BUT  *
001200*                     X).                            *
001300*                 R = REJECTED.                      *
001400*                 D = ROUTED TO KEYDUP.              *
001500*                 X = TRANSLATED UNDER FUNCTION X.   *
001600*                 B = BACKED OUT BY BACKOUT.         *
001700*                                                     *
001800* A SOURCE'S COST CENTRE AND NAME ARE TAKEN FROM THE *
001900* FIRST OF ITS RECORDS; CHGBACK REPORTS A LATER ONE  *
002000* THAT NAMES A DIFFERENT COST CENTRE.  FINANCE'S     *
002100* RULE IS THAT THE R RATE STANDS ABOVE THE P RATE,   *
002200* SO THE SHOPS THAT SEND BAD KEYS PAY FOR THE REJFIX *
002300* WORK THEY CAUSE - CHGBACK WARNS OF A TABLE THAT    *
002400* BREAKS IT.                                         *
002500*                                                     *
002600* 2026-10-15  JWK  ORIGINAL COPYBOOK.                 *
002700*****************************************************
002800 01  CHARGE-RATE-RECORD.
002900     05  CR-SOURCE-SYSTEM     PIC X(01).
003000     05  FILLER               PIC X(01).
003100     05  CR-DISPOSITION       PIC X(01).
003200         88  CR-RATE-TRANSFORMED           VALUE "P".
003300         88  CR-RATE-REJECTED              VALUE "R".
003400         88  CR-RATE-DUPLICATE             VALUE "D".
003500         88  CR-RATE-TRANSLATED            VALUE "X".
003600         88  CR-RATE-BACKED-OUT            VALUE "B".
003700     05  FILLER               PIC X(01).
003800     05  CR-UNIT-RATE         PIC 9(03)V9(04).
003900     05  FILLER               PIC X(01).
004000     05  CR-COST-CENTRE       PIC X(08).
004100     05  FILLER               PIC X(01).
004200     05  CR-GL-ACCOUNT        PIC X(08).
004300     05  FILLER               PIC X(01).
004400     05  CR-COST-CENTRE-NAME  PIC X(20).
