000100*****************************************************************
000200*  FIBCRTH.CPY
000300*  RUN CERTIFICATION HISTORY RECORD - APPENDED BY THE FIBCERT
000400*  SUBPROGRAM FOR EVERY RESULT, VERDICT, SIGN-OFF, AND
000500*  REVOCATION IT RECORDS, SO THE FIBCATQ PANEL CAN SHOW HOW A
000600*  RUN CAME TO BE CERTIFIED (OR NOT).  THE USER IS THE
000700*  REPORTING JOB NAME FOR A FIBVRFY OR FIBRECON EVENT AND THE
000800*  OPERATOR'S USER ID FOR A SIGN-OFF OR REVOCATION.
000900*
001000*  EVENT V = FIBVRFY RESULT      (RESULT P PASS, F FAIL)
001100*        B = FIBRECON VERDICT    (RESULT B IN BALANCE, O OUT)
001200*        C = OPERATOR CERTIFIED
001300*        R = OPERATOR REVOKED
001400*-----------------------------------------------------------------
001500*  MODIFICATION HISTORY
001600*    2026-10-15  JLH  ORIGINAL COPYBOOK.
001700*****************************************************************
001800 01  FIB-CRH-REC.
001900     05  FIB-CRH-RUN-ID          PIC 9(05).
002000     05  FIB-CRH-EVENT           PIC X(01).
002100         88  FIB-CRH-EVENT-VERIFY       VALUE "V".
002200         88  FIB-CRH-EVENT-BALANCE      VALUE "B".
002300         88  FIB-CRH-EVENT-CERTIFY      VALUE "C".
002400         88  FIB-CRH-EVENT-REVOKE       VALUE "R".
002500     05  FIB-CRH-RESULT          PIC X(01).
002600     05  FIB-CRH-USER            PIC X(08).
002700     05  FIB-CRH-DATE            PIC 9(08).
002800     05  FIB-CRH-TIME            PIC 9(08).
002900     05  FIB-CRH-SEQ-ID          PIC X(36).
003000     05  FIB-CRH-REASON          PIC X(40).
003100     05  FILLER                  PIC X(13).
