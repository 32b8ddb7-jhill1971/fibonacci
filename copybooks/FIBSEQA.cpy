000100*****************************************************************
000200*  FIBSEQA.CPY
000300*  LINKAGE PARAMETER AREA FOR THE FIBSEQD SUBPROGRAM, WHICH
000400*  LOOKS A SEQUENCE UP ON THE FIBSEQ SEQUENCE DIRECTORY FOR THE
000500*  JOBS THAT READ FIBSEQ.  SET THE FUNCTION CODE AND THE
000600*  SEQUENCE IDENTIFIER, CALL "fibseqd" USING THIS AREA, AND
000700*  READ THE DIRECTORY FIELDS BACK.
000800*
000900*  FUNCTION R - RESOLVE A SEQUENCE.  IN: SEQUENCE IDENTIFIER (A
001000*               PROFILE NAME OR THE 36-DIGIT SEED PAIR).  A
001100*               BLANK IDENTIFIER MEANS THE SEQUENCE WRITTEN
001200*               MOST RECENTLY - THE HIGHEST RUN ID, AND WITHIN
001300*               IT THE HIGHEST REQUEST NUMBER.  OUT: THE
001400*               IDENTIFIER RESOLVED AND ITS DIRECTORY FIELDS.
001410*  FUNCTION N - NEXT SEQUENCE OF A RUN.  IN: FIBRCAT RUN ID AND
001420*               THE SEQUENCE IDENTIFIER LAST RETURNED (SPACES
001430*               TO START FROM THE BEGINNING OF THE FILE).  OUT:
001440*               THE NEXT IDENTIFIER IN KEY ORDER WHOSE
001450*               DIRECTORY RECORD CARRIES THAT RUN ID, AND ITS
001460*               DIRECTORY FIELDS; 04 WHEN THERE ARE NO MORE.
001470*  FUNCTION C - COUNT THE SEQUENCES OF A RUN.  IN: FIBRCAT RUN
001480*               ID.  OUT: THE NUMBER OF DIRECTORY RECORDS
001490*               CARRYING THAT RUN ID; 04 WHEN THERE ARE NONE.
001500*
001600*  STATUS VALUES:  00 = COMPLETED
001700*                  04 = SEQUENCE NOT ON FIBSEQ
001800*                  08 = INVALID FUNCTION CODE OR FIBSEQ ERROR
001900*                       (THE FILE STATUS IS RETURNED)
002000*-----------------------------------------------------------------
002100*  MODIFICATION HISTORY
002200*    2026-10-15  JLH  ORIGINAL COPYBOOK.
002210*    2026-10-15  JLH  ADD FUNCTIONS N AND C SO THE VERIFY AND
002220*                     RECONCILE JOBS CAN WORK THROUGH EVERY
002230*                     SEQUENCE A RUN WROTE.  THE RUN'S SEQUENCE
002240*                     COUNT TAKES 3 BYTES OF THE FILLER; THE
002250*                     AREA IS THE SAME LENGTH.
002300*****************************************************************
002400 01  FIB-SQD-PARM.
002500     05  FIB-SQD-FUNCTION        PIC X(01).
002600         88  FIB-SQD-FUNC-RESOLVE       VALUE "R".
002610         88  FIB-SQD-FUNC-NEXT          VALUE "N".
002620         88  FIB-SQD-FUNC-COUNT         VALUE "C".
002700     05  FIB-SQD-SEQ-ID          PIC X(36).
002800     05  FIB-SQD-SEED-PREV       PIC 9(18).
002900     05  FIB-SQD-SEED-CURR       PIC 9(18).
003000     05  FIB-SQD-N               PIC 9(03).
003100     05  FIB-SQD-HIGH-TERM       PIC 9(03).
003200     05  FIB-SQD-RUN-ID          PIC 9(05).
003300     05  FIB-SQD-REQUEST-NO      PIC 9(03).
003400     05  FIB-SQD-CSV-SECTION     PIC 9(03).
003500     05  FIB-SQD-RUN-DATE        PIC 9(08).
003600     05  FIB-SQD-RUN-TIME        PIC 9(08).
003700     05  FIB-SQD-DIR-STATUS      PIC X(01).
003800     05  FIB-SQD-STATUS          PIC X(02).
003900         88  FIB-SQD-OK                 VALUE "00".
004000         88  FIB-SQD-NOT-FOUND          VALUE "04".
004100         88  FIB-SQD-ERROR              VALUE "08".
004200     05  FIB-SQD-FILE-STATUS     PIC X(02).
004210     05  FIB-SQD-RUN-SEQ-COUNT   PIC 9(03).
004220     05  FILLER                  PIC X(07).
