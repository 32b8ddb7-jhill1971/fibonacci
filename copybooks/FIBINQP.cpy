000400*  EITHER A FROM/TO TERM-NUMBER RANGE OR A VALUE THRESHOLD:
000500*  WHEN THE THRESHOLD IS NONZERO, EVERY TERM WHOSE VALUE IS AT
000600*  OR ABOVE IT IS SELECTED AND THE TERM RANGE IS IGNORED.
000610*  THE SEQUENCE IDENTIFIER NAMES THE FIBSEQ SEQUENCE TO ASK
000620*  ABOUT (A PROFILE NAME OR THE 36-DIGIT SEED PAIR); LEFT
000630*  BLANK, THE SEQUENCE WRITTEN MOST RECENTLY IS USED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-08-21  JLH  ORIGINAL COPYBOOK.
000910*    2026-10-15  JLH  ADD THE SEQUENCE IDENTIFIER.
000920*    2026-10-15  JLH  THE RECORD IS NOW 76 BYTES.  THE IDENTIFIER
000930*                     IS ADDED AFTER THE EXISTING FIELDS; A
000940*                     SHORTER REQUEST LINE READS AS SPACES, SO AN
000950*                     EXISTING 40-BYTE REQUEST STILL ASKS ABOUT
000960*                     THE LATEST SEQUENCE.
001000*****************************************************************
001100 01  FIB-INQP-REC.
001200     05  FIB-INQP-FROM-TERM      PIC 9(03).
001300     05  FIB-INQP-TO-TERM        PIC 9(03).
001400     05  FIB-INQP-THRESHOLD      PIC 9(18).
001410     05  FIB-INQP-SEQ-ID         PIC X(36).
001500     05  FILLER                  PIC X(16).
