001000*-----------------------------------------------------------------
001100*  MODIFICATION HISTORY
001200*    2026-08-21  JLH  ORIGINAL COPYBOOK.
001210*    2026-10-15  JLH  CARVE THE FIBPROF PROFILE VERSION THE LAST
001220*                     GENERATE REQUEST RAN (ZERO WHEN IT NAMED NO
001230*                     PROFILE) OUT OF THE FILLER.
001300*****************************************************************
001400 01  FIB-CAT-REC.
001500     05  FIB-CAT-RUN-ID          PIC 9(05).
002400         88  FIB-CAT-COMPLETED          VALUE "C".
002500         88  FIB-CAT-FAILED             VALUE "F".
002510         88  FIB-CAT-SUSPENDED          VALUE "S".
002520     05  FIB-CAT-PROF-VERSION    PIC 9(05).
002530     05  FILLER                  PIC X(07).
