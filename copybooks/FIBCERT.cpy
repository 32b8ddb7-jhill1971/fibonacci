000100*****************************************************************
000200*  FIBCERT.CPY
000300*  RUN CERTIFICATION RECORD - ONE PER FIBRCAT RUN ID, KEPT BY
000400*  THE FIBCERT SUBPROGRAM ONLY.  HOLDS THE LATEST FIBVRFY
000500*  RESULT AND FIBRECON VERDICT FOR THE RUN, WHEN EACH CAME IN,
000600*  AND THE OPERATOR SIGN-OFF OR REVOCATION.  FIBWEXT, FIBINQ,
000700*  AND THE FIBCSV PICKUP (FIBCSVP) REFUSE ANY RUN THIS FILE
000800*  DOES NOT CERTIFY.  EVERY CHANGE IS ALSO APPENDED TO THE
000900*  FIBCRTH HISTORY FILE.
001000*
001100*  A FAIL (OR OUT-OF-BALANCE) RESULT IS ONLY REPLACED BY A
001110*  PASS FOR THE SAME SEQUENCE OR FOR THE WHOLE RUN (A BLANK
001120*  SEQUENCE), SO ONE GOOD SEQUENCE OF A MULTI-REQUEST RUN
001130*  CANNOT WASH OUT ANOTHER'S BREAK.  EACH RESULT CARRIES THE
001140*  NUMBER OF SEQUENCES THAT PASSED (OR BALANCED) AND THE NUMBER
001150*  THE RUN HAS ON THE FIBSEQ DIRECTORY; THE RUN IS ONLY
001160*  CERTIFIED WHEN THE TWO AGREE.
001400*-----------------------------------------------------------------
001500*  MODIFICATION HISTORY
001600*    2026-10-15  JLH  ORIGINAL COPYBOOK.
001610*    2026-10-15  JLH  ADD THE PASSED/BALANCED AND DIRECTORY
001620*                     SEQUENCE COUNTS TO EACH RESULT.  THEY TAKE
001630*                     12 BYTES OF THE FILLER; THE RECORD IS THE
001640*                     SAME LENGTH.
001700*****************************************************************
001800 01  FIB-CERT-REC.
001900     05  FIB-CERT-RUN-ID         PIC 9(05).
002000     05  FIB-CERT-VRFY-RESULT    PIC X(01).
002100         88  FIB-CERT-VRFY-PASSED       VALUE "P".
002200         88  FIB-CERT-VRFY-FAILED       VALUE "F".
002300     05  FIB-CERT-VRFY-SEQ-ID    PIC X(36).
002310     05  FIB-CERT-VRFY-PASS-COUNT
002320                                 PIC 9(03).
002330     05  FIB-CERT-VRFY-DIR-COUNT PIC 9(03).
002400     05  FIB-CERT-VRFY-DATE      PIC 9(08).
002500     05  FIB-CERT-VRFY-TIME      PIC 9(08).
002600     05  FIB-CERT-RECON-RESULT   PIC X(01).
002700         88  FIB-CERT-RECON-BALANCED    VALUE "B".
002800         88  FIB-CERT-RECON-OUT         VALUE "O".
002900     05  FIB-CERT-RECON-SEQ-ID   PIC X(36).
002910     05  FIB-CERT-RECON-BAL-COUNT
002920                                 PIC 9(03).
002930     05  FIB-CERT-RECON-DIR-COUNT
002940                                 PIC 9(03).
003000     05  FIB-CERT-RECON-DATE     PIC 9(08).
003100     05  FIB-CERT-RECON-TIME     PIC 9(08).
003200     05  FIB-CERT-SIGN-STATE     PIC X(01).
003300         88  FIB-CERT-SIGNED-OFF        VALUE "C".
003400         88  FIB-CERT-REVOKED           VALUE "R".
003500     05  FIB-CERT-SIGN-USER      PIC X(08).
003600     05  FIB-CERT-SIGN-DATE      PIC 9(08).
003700     05  FIB-CERT-SIGN-TIME      PIC 9(08).
003800     05  FIB-CERT-SIGN-REASON    PIC X(40).
003810     05  FILLER                  PIC X(08).
