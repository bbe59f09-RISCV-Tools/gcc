001700* FEED WHOSE SOURCE CODE HAS NO PROFILE ON FILE.  A  *
001800* DATA RECORD WHOSE SOURCE HAS NO PROFILE (E.G. ON A *
001900* RESUBMIT FEED) FALLS BACK TO THE PROGRAM DEFAULTS. *
001910*                                                     *
001920* KP-CHECK-DIGIT-OPTION Y HAS PROG VERIFY THE MOD-10 *
001930* CHECK DIGIT CARRIED IN THE LAST BYTE OF EVERY ALL- *
001940* NUMERIC KEY FROM THE SOURCE (REJECT REASON 07 ON   *
001950* A FAILURE).  BLANK OR N LEAVES THE DIGIT           *
001960* UNCHECKED, AS BEFORE THE OPTION WAS ADDED.         *
002000*                                                     *
002100* 2024-12-08  JWK  ORIGINAL COPYBOOK.                 *
002150* 2026-10-15  JWK  ADDED KP-CHECK-DIGIT-OPTION.       *
002200*****************************************************
002300 01  KEY-PROFILE-RECORD.
002400     05  KP-SOURCE-SYSTEM     PIC X(01).
003400     05  KP-DEFAULT-FUNCTION  PIC X(01).
003500     05  FILLER               PIC X(01).
003600     05  KP-FAILURE-THRESHOLD PIC 9(05).
003700     05  FILLER               PIC X(01).
003800     05  KP-CHECK-DIGIT-OPTION PIC X(01).
003900         88  KP-VERIFY-CHECK-DIGIT          VALUE "Y".
