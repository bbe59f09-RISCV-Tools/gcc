001600*                                                     *
001700* FIELD USE BY PROGRAM.                               *
001800*   COLLECT   IN = FEED RECORDS READ (ALL FEEDS),    *
001900*             OUT = DATA RECORDS WRITTEN TO KEYIN    *
001910*             (ALL GROUPS), REJECTED = KEYS HELD     *
001920*             BACK IN PARTIAL-COLLECT MODE.          *
002000*   PROG      IN = DATA RECORDS READ, OUT =          *
002100*             TRANSFORMED, REJECTED AND DUPLICATE    *
002200*             AS COUNTED.                            *
002470* EXTRA GROUP ALREADY PROVED COMPLETE AGAINST ITS    *
002480* OWN TRAILER, AND COLLECT'S RECORD COVERS AT MOST   *
002490* THE CURRENT NIGHT'S FEEDS.                         *
002491*                                                     *
002492* COLLECT WRITES ONE GROUP FOR THE NIGHT'S FEEDS     *
002493* PLUS ONE PER LATE FEED IT PICKS UP OFF THE         *
002494* PENDING-FEED FILE (KEYPND.CPY), AND CTLBAL ALSO    *
002495* APPLIES THE EQUATION WHEN PROG BALANCED EXACTLY    *
002496* THE GROUPS COLLECT WROTE.  RC-HELD-SOURCES NAMES   *
002497* THE SOURCE CODES COLLECT HELD BACK - SPACES WHEN   *
002498* NONE, AND ALWAYS FROM PROG AND RECONCIL.           *
002500*                                                     *
002600* 2025-03-23  JWK  ORIGINAL COPYBOOK.                 *
002610* 2025-08-03  JWK  ADDED RC-FEED-GROUPS SO CTLBAL    *
002620*                  CAN TELL A CATCH-UP RUN FROM A    *
002630*                  BROKEN HANDOFF.  LRECL 67 TO 71.  *
002640* 2026-10-15  JWK  ADDED RC-HELD-SOURCES FOR         *
002650*                  PARTIAL-COLLECT MODE.  LRECL 71   *
002660*                  TO 75.                            *
002700*****************************************************
002800 01  RUN-CONTROL-RECORD.
002900     05  RC-JOB-ID            PIC X(08).
004300     05  RC-RECORDS-DUPLICATE PIC 9(07).
004400     05  FILLER               PIC X(01).
004500     05  RC-FEED-GROUPS       PIC 9(03).
004600     05  FILLER               PIC X(01).
004700     05  RC-HELD-SOURCES      PIC X(03).
