000100*****************************************************
000200* KEYMNT.CPY                                         *
000300*                                                     *
000400* MAINTENANCE TRANSACTION FOR THE KEYPRF PROFILE AND *
000500* KEYSCH SCHEDULE MASTERS, ONE CARD IMAGE PER ADD,   *
000600* CHANGE, OR DELETE, READ BY PRFMAINT.  THE MASTER   *
000700* CODE SAYS WHICH MASTER THE TRANSACTION IS FOR AND  *
000800* MT-RECORD-IMAGE CARRIES THE RECORD EXACTLY AS IT   *
000900* IS TO STAND ON THAT MASTER (KEYPRF.CPY OR          *
001000* KEYSCH.CPY LAYOUT, FROM COLUMN 1 OF THE IMAGE):    *
001100*                                                     *
001200*   ADD     - THE FULL NEW RECORD.                   *
001300*   CHANGE  - THE FULL REPLACEMENT RECORD; THE KEY   *
001400*             (SOURCE CODE, OR JOB ID AND PROGRAM)   *
001500*             NAMES THE RECORD REPLACED.             *
001600*   DELETE  - ONLY THE KEY IS NEEDED.                *
001700*                                                     *
001800* MT-REQUESTED-BY IS THE USER ID OF WHOEVER ASKED    *
001900* FOR THE CHANGE; IT IS CARRIED TO THE KEYCHG        *
002000* CHANGE LOG WITH THE BEFORE AND AFTER IMAGES.       *
002100*                                                     *
002200* 2026-10-15  JWK  ORIGINAL COPYBOOK.                 *
002300*****************************************************
002400 01  MAINTENANCE-TRANSACTION.
002500     05  MT-MASTER-CODE       PIC X(01).
002600         88  MT-PROFILE-MASTER              VALUE "P".
002700         88  MT-SCHEDULE-MASTER             VALUE "S".
002800     05  FILLER               PIC X(01).
002900     05  MT-ACTION-CODE       PIC X(01).
003000         88  MT-ADD                         VALUE "A".
003100         88  MT-CHANGE                      VALUE "C".
003200         88  MT-DELETE                      VALUE "D".
003300     05  FILLER               PIC X(01).
003400     05  MT-REQUESTED-BY      PIC X(08).
003500     05  FILLER               PIC X(01).
003600     05  MT-RECORD-IMAGE      PIC X(40).
