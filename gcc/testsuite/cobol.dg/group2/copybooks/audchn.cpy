000100*****************************************************
000200* AUDCHN.CPY                                         *
000300*                                                     *
000400* AUDIT-CHAIN REQUEST AREA FOR THE KEY-REVERSAL      *
000500* FAMILY OF JOBS.  A CALLER PASSES THE KEYAUD ENTRY  *
000600* (KEYAUD.CPY) WITH ITS SEQUENCE NUMBER ALREADY SET, *
000700* AND THE CHECK VALUE OF THE ENTRY BEFORE IT (ZERO   *
000800* FOR THE FIRST ENTRY OF THE CHAIN), THEN CALLS      *
000900* AUDCHAIN, WHICH RETURNS THE CHECK VALUE THE ENTRY  *
001000* MUST CARRY.  A WRITER STAMPS THE RESULT ON THE     *
001100* ENTRY; AUDVER COMPARES IT WITH THE ONE ON FILE.    *
001200* THE ALGORITHM LIVES IN AUDCHAIN ALONE SO EVERY     *
001300* WRITER AND THE VERIFIER AGREE ON IT.               *
001400*                                                     *
001500* 2026-10-15  JWK  ORIGINAL COPYBOOK.                 *
001600*****************************************************
001700 01  AUD-CHAIN-REQUEST.
001800     05  ACH-PRIOR-CHECK      PIC 9(10).
001900     05  ACH-CHECK-VALUE      PIC 9(10).
