000100*****************************************************************
000200*  FIBPHP.CPY
000300*  PARAMETER RECORD FOR THE FIBPRFH PROFILE HISTORY REPORT.
000400*  A PROFILE NAME SELECTS THAT ONE PROFILE; BLANK MEANS EVERY
000500*  PROFILE ON THE FIBPJRN JOURNAL.  THE AS-OF DATE (YYYYMMDD)
000600*  IS THE DATE THE PROFILES ARE REBUILT AS OF, AT THE END OF
000700*  THAT DAY; ZERO, OR A MISSING RECORD, MEANS TODAY.
000800*-----------------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*    2026-10-15  JLH  ORIGINAL COPYBOOK.
001100*****************************************************************
001200 01  FIB-PHP-REC.
001300     05  FIB-PHP-PROF-NAME       PIC X(16).
001400     05  FIB-PHP-AS-OF-DATE      PIC 9(08).
001500     05  FILLER                  PIC X(08).
