000010*****************************************************************
000020*  FIBMRS.CPY
000030*  BULK VALUE-MATCHING RESPONSE RECORD LAYOUTS, WRITTEN BY THE
000040*  FIBMTCH JOB.  THE SAME SHAPE AS THE WAREHOUSE INTERFACE: ONE
000050*  FILE-HEADER RECORD (SOURCE SYSTEM, FIBRCAT RUN ID THAT WROTE
000060*  THE SEQUENCE, CREATION DATE/TIME, THE FIBSEQ SEQUENCE
000070*  IDENTIFIER AND ITS HIGH TERM), ONE DETAIL OR REJECT RECORD
000080*  PER REQUEST IN REQUEST ORDER, AND A TRAILER CARRYING THE
000090*  CONTROL COUNTS AND A HASH TOTAL.  EVERY RECORD IS 517 BYTES
000100*  WITH THE RECORD TYPE IN BYTE ONE.
000110*
000120*  DETAIL (D) - FOUND-SW Y: TERM IS THE FIRST TERM NUMBER
000130*  HOLDING THE VALUE, AND THE BELOW/ABOVE FIELDS ARE ZERO.
000140*  FOUND-SW N: TERM IS ZERO, AND BELOW/ABOVE ARE THE TERMS WITH
000150*  THE NEAREST VALUE UNDER AND OVER THE CANDIDATE, WITH THEIR
000160*  VALUES.  A TERM NUMBER OF ZERO MEANS NO STORED TERM LIES ON
000170*  THAT SIDE.  VALUES ARE 243 DIGITS, ZERO-PADDED.
000180*
000190*  REJECT (R) - THE REQUEST COULD NOT BE MATCHED AS SENT:
000200*    BL  CANDIDATE VALUE IS BLANK
000210*    NN  CANDIDATE VALUE IS NOT ONE RUN OF DIGITS
000220*    OS  CANDIDATE VALUE HAS MORE THAN 243 SIGNIFICANT DIGITS
000230*  THE VALUE FIELD IS ECHOED AS RECEIVED.
000240*
000250*  TRAILER (T) - THE RECORD COUNT IS EVERY DETAIL AND REJECT
000260*  RECORD (ONE PER REQUEST READ), SPLIT INTO FOUND, NOT FOUND,
000270*  AND REJECTED.  THE HASH TOTAL IS THE ARITHMETIC SUM, OVER
000280*  EVERY DETAIL RECORD, OF ITS TERM, BELOW-TERM, AND ABOVE-TERM
000290*  NUMBERS.
000300*-----------------------------------------------------------------
000310*  MODIFICATION HISTORY
000320*    2026-10-15  JLH  ORIGINAL COPYBOOK.
000330*****************************************************************
000340 01  FIB-MRS-HEADER-REC.
000350     05  FIB-MRS-H-TYPE          PIC X(01) VALUE "H".
000360     05  FIB-MRS-H-SOURCE        PIC X(08) VALUE "FIBBATCH".
000370     05  FIB-MRS-H-RUN-ID        PIC 9(05) VALUE ZERO.
000380     05  FIB-MRS-H-CRE-DATE      PIC 9(08) VALUE ZERO.
000390     05  FIB-MRS-H-CRE-TIME      PIC 9(06) VALUE ZERO.
000400     05  FIB-MRS-H-SEQ-ID        PIC X(36) VALUE SPACES.
000410     05  FIB-MRS-H-HIGH-TERM     PIC 9(03) VALUE ZERO.
000420     05  FILLER                  PIC X(450) VALUE SPACES.
000430
000440 01  FIB-MRS-DETAIL-REC.
000450     05  FIB-MRS-D-TYPE          PIC X(01) VALUE "D".
000460     05  FIB-MRS-D-CORR-ID       PIC X(20) VALUE SPACES.
000470     05  FIB-MRS-D-FOUND-SW      PIC X(01) VALUE "N".
000480         88  FIB-MRS-D-FOUND            VALUE "Y".
000490     05  FIB-MRS-D-TERM          PIC 9(03) VALUE ZERO.
000500     05  FIB-MRS-D-BELOW-TERM    PIC 9(03) VALUE ZERO.
000510     05  FIB-MRS-D-BELOW-VALUE   PIC X(243) VALUE SPACES.
000520     05  FIB-MRS-D-ABOVE-TERM    PIC 9(03) VALUE ZERO.
000530     05  FIB-MRS-D-ABOVE-VALUE   PIC X(243) VALUE SPACES.
000540
000550 01  FIB-MRS-REJECT-REC.
000560     05  FIB-MRS-R-TYPE          PIC X(01) VALUE "R".
000570     05  FIB-MRS-R-CORR-ID       PIC X(20) VALUE SPACES.
000580     05  FIB-MRS-R-REASON        PIC X(02) VALUE SPACES.
000590         88  FIB-MRS-R-BLANK            VALUE "BL".
000600         88  FIB-MRS-R-NOT-NUMERIC      VALUE "NN".
000610         88  FIB-MRS-R-OVERSIZE         VALUE "OS".
000620     05  FIB-MRS-R-TEXT          PIC X(40) VALUE SPACES.
000630     05  FIB-MRS-R-VALUE         PIC X(260) VALUE SPACES.
000640     05  FILLER                  PIC X(194) VALUE SPACES.
000650
000660 01  FIB-MRS-TRAILER-REC.
000670     05  FIB-MRS-T-TYPE          PIC X(01) VALUE "T".
000680     05  FIB-MRS-T-COUNT         PIC 9(09) VALUE ZERO.
000690     05  FIB-MRS-T-FOUND         PIC 9(09) VALUE ZERO.
000700     05  FIB-MRS-T-NOT-FOUND     PIC 9(09) VALUE ZERO.
000710     05  FIB-MRS-T-REJECTED      PIC 9(09) VALUE ZERO.
000720     05  FIB-MRS-T-HASH          PIC 9(18) VALUE ZERO.
000730     05  FILLER                  PIC X(462) VALUE SPACES.
