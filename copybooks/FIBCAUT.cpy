000100*****************************************************************
000200*  FIBCAUT.CPY
000300*  CERTIFICATION AUTHORITY LIST - ONE RECORD PER USER ID
000400*  ALLOWED TO CERTIFY OR REVOKE A RUN THROUGH FIBCRTM.  KEPT
000500*  BY OPERATIONS MANAGEMENT AS A PLAIN CARD-IMAGE FILE.  A
000600*  MISSING LIST AUTHORIZES NOBODY.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL COPYBOOK.
001000*****************************************************************
001100 01  FIB-CAU-REC.
001200     05  FIB-CAU-USER            PIC X(08).
001300     05  FIB-CAU-NAME            PIC X(30).
001400     05  FILLER                  PIC X(42).
