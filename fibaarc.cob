002300*                     REWRITE FAILS SO NOTHING IS EVER LOST.  AN
002310*                     OUT-OF-BALANCE RUN ALSO GOES TO THE SHARED
002320*                     FIBEXCF EXCEPTION FILE.
002330*    2026-10-15  JLH  CARRY THE FIBAUDIT RECORD AT ITS NEW
002340*                     334-BYTE LENGTH (SEQUENCE IDENTIFIER ADDED)
002350*                     THROUGH THE ARCHIVE AND WORK FILES.
002360*    2026-10-15  JLH  READ ARCHIVED FIBAUDIT RECORDS AT THEIR NEW
002370*                     355-BYTE LENGTH (PROFILE NAME AND VERSION
002380*                     ADDED).
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
006100
006200 FD  FIBAUDAR
006300     LABEL RECORDS ARE STANDARD.
006310 01  FIB-ARCHIVE-RECORD          PIC X(355).
006500
006600 FD  FIBAUDNW
006700     LABEL RECORDS ARE STANDARD.
006710 01  FIB-AUDNW-RECORD            PIC X(355).
006900
007000 FD  FIBARCTL
007100     LABEL RECORDS ARE STANDARD.
