000100*****************************************************
000200* KEYCHG.CPY                                         *
000300*                                                     *
000400* CHANGE-LOG RECORD FOR THE KEYPRF PROFILE AND       *
000500* KEYSCH SCHEDULE MASTERS.  PRFMAINT APPENDS ONE     *
000600* RECORD PER APPLIED ADD, CHANGE, OR DELETE, SO THE  *
000700* AUDITORS CAN SEE WHO CHANGED WHICH SOURCE'S        *
000800* WINDOW OR THRESHOLD, WHEN, AND FROM WHAT TO WHAT.  *
000900* THE IMAGES ARE THE WHOLE MASTER RECORD (KEYPRF.CPY *
001000* OR KEYSCH.CPY LAYOUT); THE BEFORE IMAGE IS BLANK   *
001100* ON AN ADD AND THE AFTER IMAGE IS BLANK ON A        *
001200* DELETE.                                            *
001205*                                                     *
001210* A RUN THAT ABENDS (RC 16) AFTER LOGGING CHANGES    *
001220* APPENDS ONE ACTION X RECORD: "RUN ABENDED - NOT    *
001230* APPLIED" IN THE BEFORE IMAGE AND "LAST NNNNNNN     *
001240* CHANGES ABOVE ARE VOID" IN THE AFTER IMAGE.  THE   *
001250* NNNNNNN ENTRIES BEFORE IT NEVER REACHED A MASTER.  *
001300*                                                     *
001400* 2026-10-15  JWK  ORIGINAL COPYBOOK.                 *
001500*****************************************************
001600 01  CHANGE-LOG-RECORD.
001700     05  CL-DATE              PIC 9(08).
001800     05  FILLER               PIC X(01)    VALUE SPACE.
001900     05  CL-TIME              PIC 9(08).
002000     05  FILLER               PIC X(01)    VALUE SPACE.
002100     05  CL-JOB-ID            PIC X(08).
002200     05  FILLER               PIC X(01)    VALUE SPACE.
002300     05  CL-REQUESTED-BY      PIC X(08).
002400     05  FILLER               PIC X(01)    VALUE SPACE.
002500     05  CL-MASTER-CODE       PIC X(01).
002600     05  FILLER               PIC X(01)    VALUE SPACE.
002700     05  CL-ACTION-CODE       PIC X(01).
002800     05  FILLER               PIC X(01)    VALUE SPACE.
002900     05  CL-BEFORE-IMAGE      PIC X(40).
003000     05  FILLER               PIC X(01)    VALUE SPACE.
003100     05  CL-AFTER-IMAGE       PIC X(40).
