000010*****************************************************************
000020*  FIBMRQ.CPY
000030*  BULK VALUE-MATCHING REQUEST RECORD, DROPPED BY THE PRICING
000040*  AND ACTUARIAL SYSTEMS FOR THE FIBMTCH JOB.  ONE RECORD PER
000050*  CANDIDATE VALUE: THE CALLER'S OWN CORRELATION ID, RETURNED
000060*  UNCHANGED ON THE RESPONSE, AND THE VALUE AS DECIMAL DIGITS.
000070*
000080*  THE VALUE MAY SIT ANYWHERE IN ITS FIELD WITH SPACES EITHER
000090*  SIDE, AND MAY CARRY LEADING ZEROES, BUT MUST BE ONE UNBROKEN
000100*  RUN OF DIGITS - NO SIGN, COMMA, OR DECIMAL POINT.  THE FIELD
000110*  IS WIDER THAN THE 243 DIGITS FIBSEQ CAN HOLD SO AN OVERSIZE
000120*  VALUE IS RECOGNIZED AND REJECTED INSTEAD OF TRUNCATED.
000130*-----------------------------------------------------------------
000140*  MODIFICATION HISTORY
000150*    2026-10-15  JLH  ORIGINAL COPYBOOK.
000160*****************************************************************
000170 01  FIB-MRQ-REC.
000180     05  FIB-MRQ-CORR-ID         PIC X(20).
000190     05  FIB-MRQ-VALUE           PIC X(260).
