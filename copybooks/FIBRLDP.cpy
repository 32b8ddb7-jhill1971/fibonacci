000500*    S = FIBSEQ  FROM FIBSEQBK
000600*    P = FIBPROF FROM FIBPRFBK
000700*  ONLY THE BROKEN FILE IS RELOADED - THE UNLOAD SIDE (FIBUNLD)
000710*  ALWAYS BACKS BOTH FILES UP.  FOR FIBSEQ, A SEQUENCE
000720*  IDENTIFIER RELOADS ONLY THAT SEQUENCE; BLANK REBUILDS THE
000730*  WHOLE FILE.
000900*-----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*    2026-09-02  JLH  ORIGINAL COPYBOOK.
001110*    2026-10-15  JLH  ADD THE SEQUENCE IDENTIFIER, SO A FIBSEQ
001120*                     RELOAD CAN REBUILD ONE SEQUENCE AND LEAVE
001130*                     THE OTHERS ALONE.
001140*    2026-10-15  JLH  THE RECORD IS NOW 62 BYTES.  THE IDENTIFIER
001150*                     IS ADDED AFTER THE EXISTING FIELDS; A
001160*                     SHORTER REQUEST LINE READS AS SPACES, SO AN
001170*                     EXISTING 26-BYTE REQUEST STILL REBUILDS THE
001180*                     WHOLE FILE.
001200*****************************************************************
001300 01  FIB-RLDP-REC.
001400     05  FIB-RLDP-FILE           PIC X(01).
001500         88  FIB-RLDP-FILE-SEQ          VALUE "S".
001600         88  FIB-RLDP-FILE-PROF         VALUE "P".
001610     05  FIB-RLDP-SEQ-ID         PIC X(36).
001700     05  FILLER                  PIC X(25).
