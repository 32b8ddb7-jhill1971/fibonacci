000010*****************************************************************
000020*  FIBRTX.CPY
000030*  CSV LINE LAYOUTS FOR THE RETRACEMENT-LEVEL EXTRACT PICKED UP
000040*  BY THE TRADING DESK.  ONE DETAIL LINE PER LEVEL, SEVEN PER
000050*  SWING.  NUMERIC FIELDS ARE UNSUPPRESSED WITH AN ACTUAL
000060*  DECIMAL POINT, SO NO SPACE EVER FALLS INSIDE A VALUE; THE
000070*  LEVEL PRICE CARRIES A LEADING SIGN BECAUSE A DOWN-SWING
000080*  EXTENSION CAN PROJECT BELOW ZERO.
000090*
000100*  LEVEL TYPE R IS A RETRACEMENT BACK INTO THE SWING, E AN
000110*  EXTENSION BEYOND ITS END.  EVERY DETAIL AND THE TRAILER
000120*  CARRY THE FIBRCAT RUN ID THAT WROTE THE FIBSEQ SEQUENCE THE
000130*  RATIOS WERE TAKEN FROM, SO EACH LEVEL TRACES BACK TO A
000140*  VERIFIED SEQUENCE.
000150*-----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*    2026-10-15  JLH  ORIGINAL COPYBOOK.
000180*****************************************************************
000190 01  FIB-RTX-HEADER-LINE.
000200     05  FILLER                  PIC X(42)
000210            VALUE "INSTRUMENT,DIRECTION,SWING_HIGH,SWING_LOW,".
000220     05  FILLER                  PIC X(45)
000230            VALUE "LEVEL_TYPE,LEVEL_PCT,RATIO,LEVEL_PRICE,RUN_ID".
000240
000250 01  FIB-RTX-DETAIL-LINE.
000260     05  FIB-RTX-D-INSTRUMENT    PIC X(12).
000270     05  FILLER                  PIC X(01) VALUE ",".
000280     05  FIB-RTX-D-DIRECTION     PIC X(01).
000290     05  FILLER                  PIC X(01) VALUE ",".
000300     05  FIB-RTX-D-HIGH          PIC 9(09).9(06).
000310     05  FILLER                  PIC X(01) VALUE ",".
000320     05  FIB-RTX-D-LOW           PIC 9(09).9(06).
000330     05  FILLER                  PIC X(01) VALUE ",".
000340     05  FIB-RTX-D-LEVEL-TYPE    PIC X(01).
000350     05  FILLER                  PIC X(01) VALUE ",".
000360     05  FIB-RTX-D-LEVEL-PCT     PIC 9(03).9(01).
000370     05  FILLER                  PIC X(01) VALUE ",".
000380     05  FIB-RTX-D-RATIO         PIC 9(01).9(09).
000390     05  FILLER                  PIC X(01) VALUE ",".
000400     05  FIB-RTX-D-PRICE         PIC +9(10).9(06).
000410     05  FILLER                  PIC X(01) VALUE ",".
000420     05  FIB-RTX-D-RUN-ID        PIC 9(05).
000430
000440 01  FIB-RTX-TRAILER-LINE.
000450     05  FILLER                  PIC X(08) VALUE "TRAILER,".
000460     05  FIB-RTX-T-SWINGS        PIC 9(07).
000470     05  FILLER                  PIC X(01) VALUE ",".
000480     05  FIB-RTX-T-REJECTED      PIC 9(07).
000490     05  FILLER                  PIC X(01) VALUE ",".
000500     05  FIB-RTX-T-LEVELS        PIC 9(09).
000510     05  FILLER                  PIC X(01) VALUE ",".
000520     05  FIB-RTX-T-RUN-ID        PIC 9(05).
000530     05  FILLER                  PIC X(01) VALUE ",".
000540     05  FIB-RTX-T-SEQ-ID        PIC X(36).
