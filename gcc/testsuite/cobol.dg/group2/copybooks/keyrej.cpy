001050* 06  NO CROSS-REFERENCE ENTRY - TRANSLATE MODE       *
001060*     (FUNCTION=X) FOUND NO KEYXRF RECORD FOR THE     *
001070*     KEY, SO IT CANNOT BE RENUMBERED.                *
001080* 07  BAD CHECK DIGIT - THE MOD-10 DIGIT IN THE LAST  *
001085*     BYTE OF A NUMERIC KEY DID NOT VERIFY (SOURCE    *
001090*     PROFILE OPTION), OR FUNCTION=C COULD NOT APPEND *
001095*     ONE (KEY NOT NUMERIC, OR ALREADY 30 BYTES).     *
001100*                                                     *
001200* 2024-03-25  JWK  ORIGINAL COPYBOOK.                 *
001300* 2024-04-08  JWK  WIDENED TO MATCH THE VARIABLE-     *
001496* 2025-02-09  JWK  ADDED REASON CODE 06 FOR KEYS      *
001497*                  WITH NO CROSS-REFERENCE ENTRY IN   *
001498*                  TRANSLATE MODE (SEE KEYXRF).       *
001499* 2026-10-15  JWK  ADDED REASON 07, BAD CHECK DIGIT.  *
001500*****************************************************
001600 01  KEY-REJECT-RECORD.
001700     05  KJ-KEY-LENGTH         PIC 9(02)    COMP.
