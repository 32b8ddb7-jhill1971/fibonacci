002200*                     RECORDED ON FIBAUDIT (MODE O) AND ON THE
002300*                     SHARED FIBEXCF EXCEPTION FILE.  THE
002400*                     PARAMETER AREA IS FIBLCKA.
002410*    2026-10-15  JLH  BLANK THE NEW FIBAUDIT SEQUENCE IDENTIFIER
002420*                     ON THE OVERRIDE RECORD.
002430*    2026-10-15  JLH  BLANK THE NEW FIBAUDIT PROFILE NAME AND
002440*                     VERSION ON AN OVERRIDE RECORD.
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
020200         MOVE ZERO TO FIB-AUD-FOUND-POSITION
020300         MOVE "N" TO FIB-AUD-OVERFLOW-SW
020400         MOVE "N" TO FIB-AUD-SUSPENDED-SW
020410         MOVE SPACES TO FIB-AUD-SEQ-ID
020420         MOVE SPACES TO FIB-AUD-PROF-NAME
020430         MOVE ZERO TO FIB-AUD-PROF-VERSION
020500         WRITE FIB-AUDIT-REC
020600         CLOSE FIBAUDIT
020700     END-IF.
