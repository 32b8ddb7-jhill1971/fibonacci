000900*-----------------------------------------------------------------
001000*  MODIFICATION HISTORY
001100*    2026-08-21  JLH  ORIGINAL COPYBOOK.
001110*    2026-10-15  JLH  ADD THE PROFILE VERSION - 1 WHEN THE
001120*                     PROFILE IS ADDED, ONE MORE FOR EVERY
001130*                     CHANGE, MATCHING THE FIBPJRN JOURNAL
001140*                     RECORD FIBPROFM WRITES FOR EACH.  THE
001150*                     RECORD GROWS FROM 143 TO 148 BYTES.
001200*****************************************************************
001300 01  FIB-PROF-REC.
001400     05  FIB-PROF-NAME           PIC X(16).
001500     05  FIB-PROF-PARM-DATA      PIC X(87).
001600     05  FIB-PROF-DESC           PIC X(40).
001610     05  FIB-PROF-VERSION        PIC 9(05).
