000100*****************************************************************
000200*  FIBCRTA.CPY
000300*  LINKAGE PARAMETER AREA FOR THE FIBCERT SUBPROGRAM, WHICH
000400*  KEEPS THE FIBCERT RUN CERTIFICATION FILE.  SET THE FUNCTION
000500*  CODE AND THE FIBRCAT RUN ID (AND FOR THE FUNCTIONS THAT NEED
000600*  THEM THE RESULT, SEQUENCE, USER, AND REASON), CALL "fibcert"
000700*  USING THIS AREA, AND READ THE STATUS AND THE RUN'S
000800*  CERTIFICATION STATE BACK.
000900*
001000*  FUNCTION V - RECORD THE FIBVRFY RESULT FOR A RUN.  IN: RUN
001010*               ID, SEQUENCE, RESULT (P PASS, F FAIL), USER,
001020*               THE NUMBER OF SEQUENCES THAT PASSED, AND THE
001030*               NUMBER THE RUN HAS ON THE FIBSEQ DIRECTORY.  A
001040*               BLANK SEQUENCE MEANS EVERY SEQUENCE OF THE RUN
001050*               WAS CHECKED.
001200*  FUNCTION B - RECORD THE FIBRECON VERDICT FOR A RUN.  IN: RUN
001300*               ID, SEQUENCE, RESULT (B IN BALANCE, O OUT OF
001310*               BALANCE), USER, AND THE SEQUENCES BALANCED AND
001320*               ON THE DIRECTORY, AS FOR FUNCTION V.
001500*  FUNCTION C - OPERATOR CERTIFY.  IN: RUN ID, USER, REASON.
001600*               THE USER MUST BE ON THE FIBCAUTH LIST AND
001700*               FIBVRFY MUST HAVE PASSED THE RUN.  THE SIGN-OFF
001800*               STANDS IN FOR A MISSING OR OUT-OF-BALANCE
001900*               FIBRECON VERDICT; IT NEVER STANDS IN FOR
002000*               FIBVRFY.
002100*  FUNCTION R - OPERATOR REVOKE.  IN: RUN ID, USER, REASON.
002200*               THE USER MUST BE ON THE FIBCAUTH LIST.  THE RUN
002300*               STAYS UNCERTIFIED UNTIL AN OPERATOR CERTIFIES
002400*               IT AGAIN, WHATEVER RESULTS COME IN MEANWHILE.
002500*  FUNCTION Q - QUERY.  IN: RUN ID.
002600*
002700*  EVERY FUNCTION RETURNS THE RUN'S STATE AFTER THE CALL, THE
002800*  CERTIFIED FLAG, AND A ONE-LINE EXPLANATION.  A RUN IS
002810*  CERTIFIED WHEN FIBVRFY PASSED EVERY SEQUENCE OF IT, FIBRECON
002820*  FOUND EVERY SEQUENCE IN BALANCE OR AN OPERATOR CERTIFIED
002830*  IT, AND NO OPERATOR HAS REVOKED IT.
003200*
003300*  STATUS VALUES:  00 = COMPLETED (Q: RUN IS CERTIFIED)
003400*                  04 = RUN NOT CERTIFIED, OR NOT ON FIBCERT
003500*                  08 = REFUSED - USER NOT AUTHORIZED, NO
003600*                       REASON GIVEN, OR FIBVRFY HAS NOT PASSED
003700*                  12 = INVALID FUNCTION CODE OR FILE ERROR
003800*                       (THE FILE STATUS IS RETURNED)
003900*-----------------------------------------------------------------
004000*  MODIFICATION HISTORY
004100*    2026-10-15  JLH  ORIGINAL COPYBOOK.
004110*    2026-10-15  JLH  ADD THE SEQUENCES-CHECKED AND DIRECTORY
004120*                     COUNTS FOR FUNCTIONS V AND B, SO A RESULT
004130*                     FOR ONE SEQUENCE CANNOT CERTIFY A WHOLE
004140*                     RUN.  THEY TAKE 6 BYTES OF THE FILLER; THE
004150*                     AREA IS THE SAME LENGTH.
004200*****************************************************************
004300 01  FIB-CRT-PARM.
004400     05  FIB-CRT-FUNCTION        PIC X(01).
004500         88  FIB-CRT-FUNC-VERIFY        VALUE "V".
004600         88  FIB-CRT-FUNC-BALANCE       VALUE "B".
004700         88  FIB-CRT-FUNC-CERTIFY       VALUE "C".
004800         88  FIB-CRT-FUNC-REVOKE        VALUE "R".
004900         88  FIB-CRT-FUNC-QUERY         VALUE "Q".
005000     05  FIB-CRT-RUN-ID          PIC 9(05).
005100     05  FIB-CRT-SEQ-ID          PIC X(36).
005200     05  FIB-CRT-RESULT          PIC X(01).
005300     05  FIB-CRT-USER            PIC X(08).
005400     05  FIB-CRT-REASON          PIC X(40).
005410     05  FIB-CRT-SEQ-COUNT       PIC 9(03).
005420     05  FIB-CRT-DIR-COUNT       PIC 9(03).
005500     05  FIB-CRT-STATUS          PIC X(02).
005600         88  FIB-CRT-OK                 VALUE "00".
005700         88  FIB-CRT-NOT-CERTIFIED      VALUE "04".
005800         88  FIB-CRT-REFUSED            VALUE "08".
005900         88  FIB-CRT-ERROR              VALUE "12".
006000     05  FIB-CRT-FILE-STATUS     PIC X(02).
006100     05  FIB-CRT-CERTIFIED-SW    PIC X(01).
006200         88  FIB-CRT-CERTIFIED          VALUE "Y".
006300     05  FIB-CRT-MESSAGE         PIC X(40).
006400     05  FIB-CRT-VRFY-RESULT     PIC X(01).
006500     05  FIB-CRT-VRFY-DATE       PIC 9(08).
006600     05  FIB-CRT-VRFY-TIME       PIC 9(08).
006700     05  FIB-CRT-RECON-RESULT    PIC X(01).
006800     05  FIB-CRT-RECON-DATE      PIC 9(08).
006900     05  FIB-CRT-RECON-TIME      PIC 9(08).
007000     05  FIB-CRT-SIGN-STATE      PIC X(01).
007100     05  FIB-CRT-SIGN-USER       PIC X(08).
007200     05  FIB-CRT-SIGN-DATE       PIC 9(08).
007300     05  FIB-CRT-SIGN-TIME       PIC 9(08).
007400     05  FIB-CRT-SIGN-REASON     PIC X(40).
007410     05  FILLER                  PIC X(04).
