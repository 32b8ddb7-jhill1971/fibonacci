000100*****************************************************************
000200*  FIBSEQ.CPY
000300*  INDEXED (KSDS) RECORD HOLDING ONE GENERATED TERM, KEYED BY
000310*  SEQUENCE IDENTIFIER AND TERM NUMBER, SO DOWNSTREAM JOBS CAN
000320*  DO A RANDOM READ FOR A SINGLE TERM INSTEAD OF RE-DERIVING
000330*  THE WHOLE SEQUENCE.
000340*
000350*  EVERY GENERATE REQUEST'S SEQUENCE IS KEPT UNDER ITS OWN
000360*  IDENTIFIER: THE PROFILE NAME WHEN THE REQUEST CAME FROM A
000370*  FIBPROF PROFILE, OTHERWISE THE EIGHTEEN-DIGIT SEED PAIR
000380*  (PREVIOUS THEN CURRENT, 36 DIGITS).  A PROFILE NAME IS AT
000390*  MOST 16 CHARACTERS, SO THE TWO FORMS CANNOT COLLIDE.
000400*
000410*  TERM NUMBER 000 OF EACH IDENTIFIER IS THE SEQUENCE-DIRECTORY
000420*  RECORD (FIB-SEQ-DIR-DATA): THE SEED PAIR, THE REQUESTED N,
000430*  THE FIBRCAT RUN ID AND FIBPARM REQUEST NUMBER THAT LAST
000440*  WROTE THE SEQUENCE, ITS HIGH TERM, AND THE FIBCSV SECTION
000450*  THAT REQUEST'S DETAIL AND TRAILER LINES WENT TO.  IT SORTS
000460*  AHEAD OF THE TERMS, SO A READER STARTING AT TERM 001 NEVER
000470*  SEES IT.
000600*-----------------------------------------------------------------
000700*  MODIFICATION HISTORY
000800*    2026-08-09  JLH  ORIGINAL COPYBOOK.
000830*                     REACH THE FULL 999-TERM RANGE.  THE FIELD
000840*                     IS ALL DIGITS; ALPHANUMERIC COMPARES OF
000850*                     TWO VALUES ORDER THE SAME AS NUMERIC ONES.
000860*    2026-10-15  JLH  KEY BY SEQUENCE IDENTIFIER PLUS TERM NUMBER
000870*                     SO EVERY GENERATE REQUEST'S SEQUENCE STAYS
000880*                     ON FILE, AND ADD THE TERM-000 SEQUENCE-
000890*                     DIRECTORY RECORD.
000900*****************************************************************
001000 01  FIB-SEQ-REC.
001010     05  FIB-SEQ-KEY.
001020         10  FIB-SEQ-ID          PIC X(36).
001030         10  FIB-SEQ-ID-SEEDS REDEFINES FIB-SEQ-ID.
001040             15  FIB-SEQ-ID-SEED-PREV
001050                                 PIC 9(18).
001060             15  FIB-SEQ-ID-SEED-CURR
001070                                 PIC 9(18).
001080         10  FIB-SEQ-TERM-NO     PIC 9(03).
001090             88  FIB-SEQ-DIRECTORY      VALUE ZERO.
001200     05  FIB-SEQ-VALUE           PIC X(243).
001210     05  FIB-SEQ-DIR-DATA REDEFINES FIB-SEQ-VALUE.
001220         10  FIB-SEQ-DIR-SEED-PREV
001230                                 PIC 9(18).
001240         10  FIB-SEQ-DIR-SEED-CURR
001250                                 PIC 9(18).
001260         10  FIB-SEQ-DIR-N       PIC 9(03).
001270         10  FIB-SEQ-DIR-HIGH-TERM
001280                                 PIC 9(03).
001290         10  FIB-SEQ-DIR-RUN-ID  PIC 9(05).
001300         10  FIB-SEQ-DIR-REQUEST-NO
001310                                 PIC 9(03).
001320         10  FIB-SEQ-DIR-CSV-SECTION
001330                                 PIC 9(03).
001340         10  FIB-SEQ-DIR-RUN-DATE
001350                                 PIC 9(08).
001360         10  FIB-SEQ-DIR-RUN-TIME
001370                                 PIC 9(08).
001380         10  FIB-SEQ-DIR-STATUS  PIC X(01).
001390             88  FIB-SEQ-DIR-COMPLETE   VALUE "C".
001400             88  FIB-SEQ-DIR-SUSPENDED  VALUE "S".
001410             88  FIB-SEQ-DIR-OVERFLOWED VALUE "O".
001420         10  FILLER              PIC X(173).
