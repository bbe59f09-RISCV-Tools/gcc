000100*****************************************************
000200* KEYMSK.CPY                                         *
000300*                                                     *
000400* KEY-MASKING REQUEST AREA FOR THE KEY-REVERSAL      *
000500* FAMILY OF JOBS.  EVERY PROGRAM THAT PRINTS A KEY   *
000600* ON A REPORT, OR COPIES ONE TO AN EXTRACT, PASSES   *
000700* IT THROUGH KEYMASK FIRST, SO THE ONE MASKING RULE  *
000800* LIVES IN ONE PLACE.                                *
000900*                                                     *
001000* AT START-UP A CALLER SETS KMK-CHECK-UNMASK, ITS    *
001100* OWN PROGRAM NAME AND THE RUN JOB ID, AND THE       *
001200* UNMASK AND UNMASKBY RUN PARAMETERS, THEN CALLS     *
001300* KEYMASK, WHICH RULES ON THE REQUEST (THE SUBMITTER *
001400* MUST BE ABLE TO OPEN THE KEYUAU AUTHORIZATION DD), *
001500* SETS KMK-MASK-STATE FOR THE RUN, AND ISSUES THE    *
001600* KEYALT MESSAGE FOR AN UNMASKED OR REFUSED RUN.     *
001700* FOR EACH KEY AFTER THAT THE CALLER SETS            *
001800* KMK-MASK-KEY, PUTS THE KEY IN KMK-KEY-VALUE AND    *
001900* ITS TRUE LENGTH IN KMK-KEY-LENGTH (ZERO IF THE     *
002000* FILE CARRIES NO LENGTH), CALLS KEYMASK, AND PRINTS *
002100* KMK-MASKED-KEY.                                    *
002200*                                                     *
002300* 2026-10-15  JWK  ORIGINAL COPYBOOK.                 *
002400*****************************************************
002500 01  KEY-MASK-REQUEST.
002600     05  KMK-FUNCTION         PIC X(01).
002700         88  KMK-CHECK-UNMASK               VALUE "U".
002800         88  KMK-MASK-KEY                   VALUE "M".
002900     05  KMK-PROGRAM-NAME     PIC X(08).
003000     05  KMK-JOB-ID           PIC X(08).
003100     05  KMK-UNMASK-PARM      PIC X(01).
003200     05  KMK-REQUESTED-BY     PIC X(08).
003300     05  KMK-MASK-STATE       PIC X(01).
003400         88  KMK-KEYS-MASKED                VALUE "M".
003500         88  KMK-KEYS-UNMASKED              VALUE "U".
003600         88  KMK-UNMASK-REFUSED             VALUE "R".
003700     05  KMK-KEY-LENGTH       PIC 9(02)    COMP.
003800     05  KMK-KEY-VALUE        PIC X(30).
003900     05  KMK-MASKED-KEY       PIC X(30).
