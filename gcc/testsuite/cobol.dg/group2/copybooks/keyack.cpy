000100*****************************************************
000200* KEYACK.CPY                                         *
000300*                                                     *
000400* UPSTREAM ACKNOWLEDGEMENT RECORD FOR THE KEY-       *
000500* REVERSAL FAMILY OF JOBS.  EACH SENDING SHOP        *
000600* (BRANCH, WIRE ROOM, EDI) ANSWERS THE KEYS REJFIX   *
000700* RETURNED TO IT ON ITS OWN ACKNOWLEDGEMENT FEED,    *
000800* ONE DATA RECORD PER KEY, BRACKETED BY A HEADER AND *
000900* A TRAILER EXACTLY AS ON THE KEYIN FEEDS (SEE       *
001000* KEYREC.CPY) - THE TRAILER COUNT IS THE DATA        *
001100* RECORDS AND THE HASH IS THE SUM OF THE ORDINAL     *
001200* VALUE OF EVERY KEY BYTE ACROSS THE TRUE LENGTH.    *
001300* ACKMATCH BALANCES EACH FEED AND MATCHES ITS KEYS   *
001400* TO THE KEYRTK REJECT-TRACKING MASTER.              *
001500*                                                     *
001600* AK-RESPONSE-CODE  C = CORRECTED AT SOURCE, THE KEY *
001700*                       WILL BE RESUBMITTED.         *
001800*                   W = WITHDRAWN - THE KEY WILL NOT *
001900*                       BE SENT AGAIN.               *
002000*                   N = NOT OURS - THE SHOP DISPUTES *
002100*                       EVER HAVING SENT THE KEY.    *
002200* SPACE ON HEADER AND TRAILER RECORDS.               *
002300*                                                     *
002400* 2026-10-15  JWK  ORIGINAL COPYBOOK.                 *
002500*****************************************************
002600 01  KEY-ACK-RECORD.
002700     05  AK-RECORD-TYPE       PIC X(01).
002800     05  AK-SOURCE-SYSTEM     PIC X(01).
002900     05  AK-KEY-LENGTH        PIC 9(02)    COMP.
003000     05  AK-KEY-DATA          PIC X(30).
003100     05  AK-HEADER-FIELDS REDEFINES AK-KEY-DATA.
003200         10  AK-FEED-DATE     PIC 9(08).
003300         10  AK-FEED-SOURCE-ID PIC X(08).
003400         10  FILLER           PIC X(14).
003500     05  AK-TRAILER-FIELDS REDEFINES AK-KEY-DATA.
003600         10  AK-TRAILER-COUNT PIC 9(07).
003700         10  AK-TRAILER-HASH  PIC 9(18).
003800         10  FILLER           PIC X(05).
003900     05  AK-RESPONSE-CODE     PIC X(01).
004000         88  AK-CORRECTED                  VALUE "C".
004100         88  AK-WITHDRAWN                  VALUE "W".
004200         88  AK-NOT-OURS                   VALUE "N".
