002300*                  WAITING ON THE UPSTREAM.          *
002400*              C = CLOSED - THE KEY LATER PROCESSED  *
002500*                  CLEANLY.                          *
002510*              A = ACKNOWLEDGED BY SENDER - THE SHOP *
002520*                  HAS CORRECTED THE KEY AND WILL    *
002530*                  RESUBMIT IT (ACKMATCH).           *
002540*              W = WITHDRAWN BY SENDER - THE KEY     *
002550*                  IS NOT COMING BACK (ACKMATCH).    *
002560*              D = DISPUTED - THE SENDER SAYS THE    *
002570*                  KEY IS NOT ITS OWN (ACKMATCH).    *
002600* O, F, AND S ALL COUNT AS OPEN ON THE AGING REPORT. *
002625* A AND D ARE AGED SEPARATELY AS ACKNOWLEDGED; W IS  *
002650* FINISHED FROM OUR SIDE AND, LIKE C, IS NOT AGED.   *
002700*                                                     *
002800* 2025-04-20  JWK  ORIGINAL COPYBOOK.                 *
002825* 2026-10-15  JWK  ADDED STATUSES A, W, AND D FOR     *
002850*                  THE UPSTREAM ACKNOWLEDGEMENT       *
002875*                  FEEDS ACKMATCH APPLIES.            *
002900*****************************************************
003000 01  KEY-RTRACK-RECORD.
003100     05  RT-KEY               PIC X(30).
003700         88  RT-REPAIRED                   VALUE "F".
003800         88  RT-RETURNED                   VALUE "S".
003900         88  RT-CLOSED                     VALUE "C".
003925         88  RT-ACKNOWLEDGED               VALUE "A".
003950         88  RT-WITHDRAWN                  VALUE "W".
003975         88  RT-DISPUTED                   VALUE "D".
004000     05  RT-OPEN-DATE         PIC 9(08).
004100     05  RT-LAST-DATE         PIC 9(08).
004200     05  RT-LAST-JOB-ID       PIC X(08).
