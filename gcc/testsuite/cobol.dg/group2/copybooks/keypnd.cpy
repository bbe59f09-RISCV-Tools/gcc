000100*****************************************************
000200* KEYPND.CPY                                         *
000300*                                                     *
000400* PENDING-FEED RECORD FOR THE KEY-REVERSAL FAMILY OF *
000500* JOBS.  IN PARTIAL-COLLECT MODE COLLECT HOLDS BACK  *
000600* AN UPSTREAM FEED THAT HAS NOT ARRIVED, OR THAT     *
000700* FAILS ITS OWN HEADER/TRAILER BALANCE, INSTEAD OF   *
000800* ABENDING THE NIGHT, AND RECORDS IT HERE - ONE      *
000900* RECORD PER SOURCE PER FEED DATE STILL OWED.  A     *
001000* LATER COLLECT THAT FINDS A BALANCED GROUP FOR THE  *
001100* SOURCE WITH THAT FEED DATE ON ITS HEADER PASSES IT *
001200* TO KEYIN AS ITS OWN HEADER/DATA/TRAILER GROUP AND  *
001300* DROPS THE RECORD.  COLLECT READS THE WHOLE FILE AT *
001400* START OF RUN AND WRITES IT BACK AT END OF RUN.     *
001500*                                                     *
001600* PF-FEED-DATE IS THE FEED DATE THE LATE GROUP WILL  *
001700* CARRY - THE HEADER DATE OF THE FEED THAT FAILED,   *
001800* OR THE RUN DATE WHEN NOTHING ARRIVED.              *
001900* PF-HELD-REASON SAYS WHY IT IS STILL OWED:          *
002000*   M  NOT ARRIVED - NO GROUP FOR THE NIGHT.         *
002100*   O  ARRIVED OUT OF BALANCE AGAINST ITS TRAILER.   *
002200* PF-LAST-TRIED-DATE IS THE LAST NIGHT COLLECT       *
002300* LOOKED FOR IT.                                     *
002400*                                                     *
002500* 2026-10-15  JWK  ORIGINAL COPYBOOK.                 *
002600*****************************************************
002700 01  PENDING-FEED-RECORD.
002800     05  PF-SOURCE-SYSTEM     PIC X(01).
002900     05  FILLER               PIC X(01).
003000     05  PF-FEED-DATE         PIC 9(08).
003100     05  FILLER               PIC X(01).
003200     05  PF-HELD-DATE         PIC 9(08).
003300     05  FILLER               PIC X(01).
003400     05  PF-HELD-JOB-ID       PIC X(08).
003500     05  FILLER               PIC X(01).
003600     05  PF-HELD-REASON       PIC X(01).
003700         88  PF-NOT-ARRIVED                 VALUE "M".
003800         88  PF-OUT-OF-BALANCE              VALUE "O".
003900     05  FILLER               PIC X(01).
004000     05  PF-LAST-TRIED-DATE   PIC 9(08).
