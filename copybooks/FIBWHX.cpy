000200*  FIBWHX.CPY
000300*  DATA-WAREHOUSE INTERFACE RECORD LAYOUTS.  THE WAREHOUSE
000400*  INTAKE STANDARD WANTS A FIXED LAYOUT: ONE FILE-HEADER RECORD
000410*  (SOURCE SYSTEM, FIBRCAT RUN ID, CREATION DATE/TIME, AND THE
000420*  FIBSEQ SEQUENCE IDENTIFIER), ONE
000600*  DETAIL RECORD PER TERM, AND A TRAILER CARRYING THE RECORD
000700*  COUNT AND A HASH TOTAL SO THEIR LOAD JOB CAN PROVE NOTHING
000800*  WAS DROPPED IN TRANSMISSION.  EVERY RECORD IS 247 BYTES WITH
001500*-----------------------------------------------------------------
001600*  MODIFICATION HISTORY
001700*    2026-09-02  JLH  ORIGINAL COPYBOOK.
001710*    2026-10-15  JLH  CARRY THE SEQUENCE IDENTIFIER IN THE FILE
001720*                     HEADER, OUT OF THE HEADER'S FILLER, NOW THAT
001730*                     FIBSEQ HOLDS MORE THAN ONE SEQUENCE.
001800*****************************************************************
001900 01  FIB-WHX-HEADER-REC.
002000     05  FIB-WHX-H-TYPE          PIC X(01) VALUE "H".
002200     05  FIB-WHX-H-RUN-ID        PIC 9(05) VALUE ZERO.
002300     05  FIB-WHX-H-CRE-DATE      PIC 9(08) VALUE ZERO.
002400     05  FIB-WHX-H-CRE-TIME      PIC 9(06) VALUE ZERO.
002410     05  FIB-WHX-H-SEQ-ID        PIC X(36) VALUE SPACES.
002420     05  FILLER                  PIC X(183) VALUE SPACES.
002600
002700 01  FIB-WHX-DETAIL-REC.
002800     05  FIB-WHX-D-TYPE          PIC X(01) VALUE "D".
