000100*****************************************************
000200* KEYEVT.CPY                                         *
000300*                                                     *
000400* PER-KEY EVENT HISTORY RECORD FOR THE KEY-REVERSAL  *
000500* FAMILY OF JOBS.  KEYMST HOLDS ONLY THE LAST THING  *
000600* THAT HAPPENED TO A KEY; THIS FILE HOLDS ONE RECORD *
000700* FOR EVERY THING THAT EVER HAPPENED TO IT, SO THE   *
000800* HELP DESK CAN ANSWER "WHAT HAS HAPPENED TO THIS    *
000900* KEY OVER THE LAST FEW WEEKS" FROM THE KEYINQ       *
001000* HISTORY SCREEN.  THE FILE IS A VSAM KSDS DEFINED   *
001100* ONCE BY IDCAMS, KEYED ON THE FULL 30-BYTE KEY      *
001200* FOLLOWED BY THE EVENT DATE, TIME, AND A SEQUENCE   *
001300* NUMBER (KEY 48 BYTES AT OFFSET 0, RECORDSIZE 100), *
001400* SO A KEY'S EVENTS READ BACK IN THE ORDER THEY      *
001500* HAPPENED.  A WRITER THAT FINDS THE KEY ALREADY ON  *
001600* FILE (TWO EVENTS FOR ONE KEY IN THE SAME HUNDREDTH *
001700* OF A SECOND) BUMPS EV-SEQUENCE AND WRITES AGAIN.   *
001800*                                                     *
001900* EV-DISPOSITION  P = TRANSFORMED BY PROG.           *
002000*                 R = REJECTED BY PROG (EV-REASON-   *
002100*                     CODE CARRIES THE KEYREJ        *
002200*                     REASON).                       *
002300*                 D = ROUTED TO KEYDUP BY PROG.      *
002400*                 F = REPAIRED BY REJFIX.            *
002500*                 S = RETURNED TO SENDER BY REJFIX.  *
002600*                 B = BACKED OUT BY BACKOUT.         *
002700*                 A = ARCHIVED OFF KEYMST BY         *
002800*                     MSTMAINT.                      *
002900*                 K = ACKNOWLEDGED BY THE SENDER -   *
003000*                     CORRECTED, TO BE RESUBMITTED   *
003100*                     (ACKMATCH).                    *
003200*                 W = WITHDRAWN BY THE SENDER        *
003300*                     (ACKMATCH).                    *
003400*                 N = DISPUTED - THE SENDER SAYS     *
003500*                     THE KEY IS NOT ITS OWN         *
003600*                     (ACKMATCH).                    *
003700*                                                     *
003800* 2026-10-15  JWK  ORIGINAL COPYBOOK.                 *
003900* 2026-10-15  JWK  ADDED DISPOSITIONS K, W, AND N     *
004000*                  FOR THE UPSTREAM ACKNOWLEDGEMENT   *
004100*                  FEEDS.                             *
004200*****************************************************
004300 01  KEY-EVENT-RECORD.
004400     05  EV-EVENT-KEY.
004500         10  EV-KEY           PIC X(30).
004600         10  EV-DATE          PIC 9(08).
004700         10  EV-TIME          PIC 9(08).
004800         10  EV-SEQUENCE      PIC 9(02).
004900     05  EV-KEY-LENGTH        PIC 9(02)    COMP.
005000     05  EV-SOURCE-SYSTEM     PIC X(01).
005100     05  EV-DISPOSITION       PIC X(01).
005200         88  EV-TRANSFORMED                VALUE "P".
005300         88  EV-REJECTED                   VALUE "R".
005400         88  EV-DUPLICATE                  VALUE "D".
005500         88  EV-REPAIRED                   VALUE "F".
005600         88  EV-RETURNED                   VALUE "S".
005700         88  EV-BACKED-OUT                 VALUE "B".
005800         88  EV-ARCHIVED                   VALUE "A".
005900         88  EV-ACKNOWLEDGED               VALUE "K".
006000         88  EV-WITHDRAWN                  VALUE "W".
006100         88  EV-DISPUTED                   VALUE "N".
006200     05  EV-REASON-CODE       PIC X(02).
006300     05  EV-JOB-ID            PIC X(08).
006400     05  EV-PROGRAM-NAME      PIC X(08).
006500     05  EV-OUTPUT-KEY        PIC X(30).
