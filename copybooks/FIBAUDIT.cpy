000950*    2026-08-21  JLH  ADD THE SUSPENDED SWITCH - Y WHEN THE RUN
000960*                     STOPPED AT THE BATCH-WINDOW CUTOFF RATHER
000970*                     THAN COMPLETING OR OVERFLOWING.
000975*    2026-10-15  JLH  ADD THE FIBSEQ SEQUENCE IDENTIFIER A
000980*                     GENERATE REQUEST'S TERMS WERE FILED UNDER
000985*                     (BLANK FOR OTHER MODES), SO EACH AUDIT
000990*                     RECORD TIES TO ITS OWN SEQUENCE.  THE
000995*                     RECORD GROWS FROM 298 TO 334 BYTES.
001005*    2026-10-15  JLH  ADD THE FIBPROF PROFILE NAME AND VERSION THE
001015*                     REQUEST RAN (BLANK AND ZERO WHEN IT NAMED
001025*                     NO PROFILE), SO A RUN CAN BE TRACED TO THE
001035*                     EXACT PROFILE CONTENTS ON THE FIBPJRN
001045*                     JOURNAL.  THE RECORD GROWS FROM 334 TO 355
001055*                     BYTES.
001065*****************************************************************
001100 01  FIB-AUDIT-REC.
001200     05  FIB-AUD-RUN-DATE        PIC 9(08).
001300     05  FIB-AUD-RUN-TIME        PIC 9(08).
002100     05  FIB-AUD-FOUND-POSITION  PIC 9(03).
002200     05  FIB-AUD-OVERFLOW-SW     PIC X(01).
002300     05  FIB-AUD-SUSPENDED-SW    PIC X(01).
002310     05  FIB-AUD-SEQ-ID          PIC X(36).
002320     05  FIB-AUD-PROF-NAME       PIC X(16).
002330     05  FIB-AUD-PROF-VERSION    PIC 9(05).
