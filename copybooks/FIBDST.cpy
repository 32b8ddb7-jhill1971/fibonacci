000100*****************************************************************
000200*  FIBDST.CPY
000300*  REPORT DISTRIBUTION CONTROL RECORD - ONE RECORD PER REPORT
000400*  PER RECIPIENT, READ BY THE FIBDIST BUNDLING JOB FROM THE
000500*  FIBDSTC FILE.  FIBDIST BUILDS ONE BUNDLED PRINT FILE PER
000600*  RECIPIENT, FIBBND.<RECIPIENT>, HOLDING THE RECIPIENT'S
000700*  REPORTS IN THE ORDER THEIR RECORDS APPEAR HERE.
000800*
000900*    RECIPIENT   RECIPIENT ID, ONE WORD (FINANCE, INTEGRTY,
001000*                AUDIT ...).  IT NAMES THE BUNDLE FILE.
001100*    REPORT      PRINT FILE NAME AS ITS JOB ASSIGNS IT
001200*                (FIBRPT, FIBVRPT, FIBRCNR ...).
001300*    COPIES      COPIES OF THE REPORT IN THE BUNDLE, 01-99.
001400*                BLANK = 01.
001500*    TIMING      WHEN THE REPORT'S JOB RUNS AGAINST THE NIGHT'S
001600*                GENERATE RUN (THE HIGHEST RUN ID ON FIBRCAT):
001700*                  A  AFTER IT (BLANK = A) - THE REPORT MUST BE
001800*                     DATED NO EARLIER THAN THE RUN
001900*                  B  BEFORE IT (FIBSCRPT, FIBFCRPT) - THE
002000*                     REPORT MUST BE DATED AFTER THE RUN BEFORE
002100*                     IT
002200*                A REPORT THAT FAILS ITS TIMING IS OLDER THAN
002300*                THE CURRENT RUN AND IS NOT BUNDLED.  A REPORT
002400*                NAMED FOR MORE THAN ONE RECIPIENT MUST HAVE
002500*                THE SAME TIMING ON EVERY RECORD.
002600*    NAME        RECIPIENT NAME FOR THE BANNER PAGE, TAKEN FROM
002700*                THE FIRST OF THE RECIPIENT'S RECORDS THAT
002800*                GIVES ONE.
002900*
003000*  A BLANK LINE IS PASSED OVER.  A RECIPIENT MAY RECEIVE UP TO
003100*  30 REPORTS, SO ITS CONTENTS PAGE IS ALWAYS ONE PAGE.
003200*-----------------------------------------------------------------
003300*  MODIFICATION HISTORY
003400*    2026-10-15  JLH  ORIGINAL COPYBOOK.
003500*****************************************************************
003600 01  FIB-DST-REC.
003700     05  FIB-DST-RECIPIENT       PIC X(08).
003800     05  FIB-DST-REPORT          PIC X(08).
003900     05  FIB-DST-COPIES          PIC X(02).
004000     05  FIB-DST-TIMING          PIC X(01).
004100         88  FIB-DST-AFTER-RUN          VALUE "A" " ".
004200         88  FIB-DST-BEFORE-RUN         VALUE "B".
004300     05  FIB-DST-NAME            PIC X(30).
004400     05  FILLER                  PIC X(31).
