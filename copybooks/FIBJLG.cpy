000100*****************************************************************
000200*  FIBJLG.CPY
000300*  JOB-STREAM STEP LOG RECORD, APPENDED TO THE FIBJLOG FILE BY
000400*  THE FIBJOBC CONTROLLER.  EVERY RECORD CARRIES THE STREAM'S
000500*  RUN ID: THE FIBRCAT RUN ID THE NIGHT'S FIBONACCI STEP IS
000600*  CATALOGED UNDER (THE HIGHEST ON FIBRCAT PLUS ONE WHEN THE
000700*  STREAM STARTED).  A RERUN RESUMES THE SAME RUN ID.
000800*
000900*  TYPE S - ONE PER STEP THE CONTROLLER DEALT WITH, WRITTEN
001000*           WHEN THE STEP ENDS, WITH ITS START AND END AND THE
001100*           RETURN CODE IT ENDED WITH (999 WHEN IT DID NOT END
001200*           NORMALLY OR COULD NOT BE STARTED).  STATUS:
001300*             C  COMPLETED - AN ACCEPTED RETURN CODE
001400*             F  FAILED
001500*             P  STOPPED THE CHAIN ON ITS STOP RETURN CODE
001600*             K  SKIPPED - A STEP IT DEPENDS ON FAILED
001700*             R  NOT RERUN - COMPLETED EARLIER FOR THIS RUN ID
001800*  TYPE E - ONE PER CONTROLLER EXECUTION, WRITTEN LAST, WITH
001900*           THE CONTROLLER'S OWN RETURN CODE.  STATUS:
002000*             C  STREAM COMPLETED
002100*             F  STREAM ENDED WITH A FAILED STEP - OPEN FOR
002200*                RESTART
002300*             P  STREAM STOPPED ON A STOP RETURN CODE - OPEN FOR
002400*                RESTART
002500*             A  OPEN STREAM ABANDONED BY THE OPERATOR
002600*
002700*  A STREAM IS OPEN UNTIL AN E RECORD WITH STATUS C OR A.  A
002800*  STREAM WITH NO E RECORD (THE CONTROLLER ITSELF DID NOT
002900*  FINISH) IS ALSO OPEN.  ON A RERUN THE STEPS OF THE OPEN
003000*  STREAM LOGGED C ARE NOT REPEATED; EVERY OTHER STEP RUNS.
003100*-----------------------------------------------------------------
003200*  MODIFICATION HISTORY
003300*    2026-10-15  JLH  ORIGINAL COPYBOOK.
003400*****************************************************************
003500 01  FIB-JLG-REC.
003600     05  FIB-JLG-RUN-ID          PIC 9(05).
003700     05  FIB-JLG-REC-TYPE        PIC X(01).
003800         88  FIB-JLG-STEP-REC           VALUE "S".
003900         88  FIB-JLG-END-REC            VALUE "E".
004000     05  FIB-JLG-STEP-NAME       PIC X(08).
004100     05  FIB-JLG-START-DATE      PIC 9(08).
004200     05  FIB-JLG-START-TIME      PIC 9(08).
004300     05  FIB-JLG-END-DATE        PIC 9(08).
004400     05  FIB-JLG-END-TIME        PIC 9(08).
004500     05  FIB-JLG-RC              PIC 9(03).
004600     05  FIB-JLG-STATUS          PIC X(01).
004700         88  FIB-JLG-COMPLETED          VALUE "C".
004800         88  FIB-JLG-FAILED             VALUE "F".
004900         88  FIB-JLG-STOPPED            VALUE "P".
005000         88  FIB-JLG-SKIPPED            VALUE "K".
005100         88  FIB-JLG-NOT-RERUN          VALUE "R".
005200         88  FIB-JLG-ABANDONED          VALUE "A".
005300     05  FIB-JLG-USER            PIC X(08).
005400     05  FIB-JLG-TEXT            PIC X(40).
005500     05  FILLER                  PIC X(12).
