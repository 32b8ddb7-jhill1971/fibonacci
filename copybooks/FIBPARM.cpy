001020*                     BLANK OR ZERO = NO CUTOFF) OUT OF THE
001030*                     FILLER SO A LONG GENERATE RUN CAN STOP
001040*                     CLEANLY AT THE WINDOW DEADLINE.
001050*    2026-10-15  JLH  CARVE THE EXTEND OPTION (Y = CONTINUE THE
001060*                     SEQUENCE ALREADY ON FIBSEQ FROM ITS NEXT
001070*                     TERM, BLANK OR N = REBUILD IT) OUT OF THE
001080*                     FILLER.
001100*****************************************************************
001200 01  FIB-PARM-REC.
001300     05  FIB-PARM-MODE           PIC X(01).
001900     05  FIB-PARM-TARGET-VALUE   PIC 9(18).
002000     05  FIB-PARM-RUN-USER       PIC X(08).
002100     05  FIB-PARM-CUTOFF-TIME    PIC 9(04).
002110     05  FIB-PARM-EXTEND         PIC X(01).
002120         88  FIB-PARM-EXTEND-YES        VALUE "Y".
002130     05  FILLER                  PIC X(16).
