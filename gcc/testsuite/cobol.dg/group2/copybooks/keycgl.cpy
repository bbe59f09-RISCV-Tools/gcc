000100*****************************************************
000200* KEYCGL.CPY                                         *
000300*                                                     *
000400* GENERAL-LEDGER CHARGE RECORD FOR THE KEY-REVERSAL  *
000500* FAMILY OF JOBS.  CHGBACK WRITES ONE FILE A MONTH   *
000600* FOR THE GENERAL-LEDGER INTERFACE TO LOAD: A HEADER *
000700* NAMING THE PERIOD, ONE DETAIL RECORD PER SOURCE    *
000800* AND DISPOSITION CHARGED, AND A TRAILER CARRYING    *
000900* THE DETAIL COUNT, THE KEYS, AND THE CHARGE TOTAL   *
001000* THE LOAD BALANCES TO.  FIXED FORMAT, ZONED         *
001100* NUMERICS, TWO IMPLIED DECIMALS ON AMOUNTS AND FOUR *
001200* ON RATES.                                          *
001300*                                                     *
001400* CG-RECORD-TYPE  H = HEADER.                        *
001500*                 D = DETAIL.                        *
001600*                 T = TRAILER.                       *
001700*                                                     *
001800* 2026-10-15  JWK  ORIGINAL COPYBOOK.                 *
001900*****************************************************
002000 01  CHARGE-GL-RECORD.
002100     05  CG-RECORD-TYPE       PIC X(01).
002200         88  CG-HEADER                     VALUE "H".
002300         88  CG-DETAIL                     VALUE "D".
002400         88  CG-TRAILER                    VALUE "T".
002500     05  FILLER               PIC X(01).
002600     05  CG-PERIOD            PIC 9(06).
002700     05  FILLER               PIC X(01).
002800     05  CG-JOB-ID            PIC X(08).
002900     05  FILLER               PIC X(01).
003000     05  CG-RECORD-DATA       PIC X(62).
003100     05  CG-DETAIL-FIELDS REDEFINES CG-RECORD-DATA.
003200         10  CG-COST-CENTRE   PIC X(08).
003300         10  FILLER           PIC X(01).
003400         10  CG-GL-ACCOUNT    PIC X(08).
003500         10  FILLER           PIC X(01).
003600         10  CG-SOURCE-SYSTEM PIC X(01).
003700         10  FILLER           PIC X(01).
003800         10  CG-DISPOSITION   PIC X(01).
003900         10  FILLER           PIC X(01).
004000         10  CG-KEY-COUNT     PIC 9(09).
004100         10  FILLER           PIC X(01).
004200         10  CG-UNIT-RATE     PIC 9(03)V9(04).
004300         10  FILLER           PIC X(01).
004400         10  CG-CHARGE-AMOUNT PIC 9(09)V9(02).
004500         10  FILLER           PIC X(11).
004600     05  CG-HEADER-FIELDS REDEFINES CG-RECORD-DATA.
004700         10  CG-RUN-DATE      PIC 9(08).
004800         10  FILLER           PIC X(01).
004900         10  CG-RUN-TIME      PIC 9(08).
005000         10  FILLER           PIC X(45).
005100     05  CG-TRAILER-FIELDS REDEFINES CG-RECORD-DATA.
005200         10  CG-DETAIL-COUNT  PIC 9(07).
005300         10  FILLER           PIC X(01).
005400         10  CG-KEY-TOTAL     PIC 9(11).
005500         10  FILLER           PIC X(01).
005600         10  CG-CHARGE-TOTAL  PIC 9(11)V9(02).
005700         10  FILLER           PIC X(29).
