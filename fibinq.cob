002070*                     WHEN THE REQUEST IS UNUSABLE OR REFUSED,
002080*                     SO THE AUTOMATION CAN ROUTE THE PAGE
002090*                     WITHOUT OPENING THE PRINT FILE.
002091*    2026-10-15  JLH  ASK ABOUT ONE NAMED SEQUENCE NOW THAT FIBSEQ
002092*                     HOLDS EVERY GENERATE REQUEST'S SEQUENCE:
002093*                     FIBINQP CARRIES A SEQUENCE IDENTIFIER (BLANK
002094*                     FOR THE ONE WRITTEN MOST RECENTLY), FIBSEQD
002095*                     RESOLVES IT ON THE SEQUENCE DIRECTORY, AND
002096*                     EVERY START AND READ STAYS INSIDE THAT
002097*                     SEQUENCE.  AN UNKNOWN IDENTIFIER IS REFUSED
002098*                     WITH RETURN CODE 8.
002108*    2026-10-15  JLH  REFUSE, WITH A FIBEXCF B005 RECORD AND
002118*                     RETURN CODE 8, AN INQUIRY AGAINST A SEQUENCE
002128*                     WHOSE RUN THE FIBCERT CERTIFICATION FILE
002138*                     DOES NOT CERTIFY.
002148*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002900     SELECT FIBSEQ ASSIGN TO "FIBSEQ"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003110         RECORD KEY IS FIB-SEQ-KEY
003300         FILE STATUS IS WS-SEQ-STATUS.
003400
003500     SELECT FIBINQR ASSIGN TO "FIBINQR"
008820 01  WS-THRESHOLD-WORK-X REDEFINES WS-THRESHOLD-WORK
008830                             PIC X(18).
008840 01  WS-THRESHOLD-BIG        PIC X(243).
008847
008854*****************************************************************
008859*  SEQUENCE BEING ASKED ABOUT, THE RUN THAT WROTE IT, AND THE
008864*  PARAMETER AREAS FOR THE FIBSEQD SEQUENCE-DIRECTORY LOOKUP
008869*  AND THE FIBCERT CERTIFICATION CHECK
008875*****************************************************************
008882 77  WS-SEQ-ID               PIC X(36) VALUE SPACES.
008885 77  WS-DIR-RUN-ID           PIC 9(05) VALUE ZERO.
008889 COPY FIBSEQA.
008894 COPY FIBCRTA.
008900
009000*****************************************************************
009100*  FILE SCAN STATE
010300 77  WS-EDIT-COUNT           PIC ZZ9.
010400 77  WS-EDIT-THRESHOLD       PIC Z(17)9.
010500 77  WS-EDIT-PAGE            PIC ZZ9.
010510 77  WS-EDIT-RUN             PIC ZZZZ9.
010520 77  WS-SHORT-VALUE          PIC 9(18) VALUE ZERO.
010530
010540*****************************************************************
021000         MOVE FIB-INQP-FROM-TERM TO WS-FROM-TERM
021100         MOVE FIB-INQP-TO-TERM TO WS-TO-TERM
021200     END-IF.
021210     MOVE FIB-INQP-SEQ-ID TO WS-SEQ-ID.
021220     PERFORM 2100-RESOLVE-SEQUENCE THRU 2100-EXIT.
021300 2000-EXIT.
021302     EXIT.
021304
021306*****************************************************************
021308*  2100-RESOLVE-SEQUENCE - LOOK THE SEQUENCE UP ON THE FIBSEQ
021310*  DIRECTORY.  A BLANK IDENTIFIER RESOLVES TO THE SEQUENCE
021312*  WRITTEN MOST RECENTLY; AN IDENTIFIER NOT ON FILE IS REFUSED
021314*  RATHER THAN ANSWERED FROM SOME OTHER SEQUENCE
021316*****************************************************************
021318 2100-RESOLVE-SEQUENCE.
021320     SET FIB-SQD-FUNC-RESOLVE TO TRUE.
021322     MOVE WS-SEQ-ID TO FIB-SQD-SEQ-ID.
021324     CALL "fibseqd" USING FIB-SQD-PARM.
021326     IF FIB-SQD-ERROR
021328         DISPLAY "FIQ2100E - UNABLE TO READ FIBSEQ, STATUS = "
021330                 FIB-SQD-FILE-STATUS ", JOB TERMINATED"
021332         MOVE "F001" TO WS-EXC-REASON
021334         MOVE ZERO TO WS-EXC-REF
021336         MOVE "FIBSEQ NOT AVAILABLE" TO WS-EXC-TEXT
021338         PERFORM 8000-WRITE-EXCEPTION-RECORD THRU 8000-EXIT
021340         MOVE 12 TO RETURN-CODE
021342         STOP RUN
021344     END-IF.
021346     IF FIB-SQD-NOT-FOUND
021348         DISPLAY "FIQ2100E - SEQUENCE " WS-SEQ-ID
021350                 " IS NOT ON FIBSEQ, REQUEST REFUSED"
021352         MOVE "P004" TO WS-EXC-REASON
021354         MOVE ZERO TO WS-EXC-REF
021356         MOVE "SEQUENCE IS NOT ON FIBSEQ" TO WS-EXC-TEXT
021358         PERFORM 8000-WRITE-EXCEPTION-RECORD THRU 8000-EXIT
021360         MOVE 8 TO RETURN-CODE
021362         STOP RUN
021364     END-IF.
021366     MOVE FIB-SQD-SEQ-ID TO WS-SEQ-ID.
021376     MOVE FIB-SQD-RUN-ID TO WS-DIR-RUN-ID.
021386     PERFORM 2200-CHECK-CERTIFICATION THRU 2200-EXIT.
021396 2100-EXIT.
021399     EXIT.
021402
021405*****************************************************************
021408*  2200-CHECK-CERTIFICATION - NO INQUIRY IS ANSWERED FROM A
021411*  SEQUENCE WHOSE RUN FIBCERT DOES NOT CERTIFY (FIBVRFY
021414*  PASSED, FIBRECON IN BALANCE OR OPERATOR SIGN-OFF, NOT
021417*  REVOKED)
021420*****************************************************************
021423 2200-CHECK-CERTIFICATION.
021426     SET FIB-CRT-FUNC-QUERY TO TRUE.
021429     MOVE WS-DIR-RUN-ID TO FIB-CRT-RUN-ID.
021432     CALL "fibcert" USING FIB-CRT-PARM.
021435     IF FIB-CRT-OK
021438         GO TO 2200-EXIT
021441     END-IF.
021444     MOVE WS-DIR-RUN-ID TO WS-EDIT-RUN.
021447     DISPLAY "FIQ2200E - RUN " WS-EDIT-RUN " NOT CERTIFIED, "
021450             "REQUEST REFUSED: " FIB-CRT-MESSAGE.
021453     MOVE "B005" TO WS-EXC-REASON.
021456     MOVE WS-DIR-RUN-ID TO WS-EXC-REF.
021459     MOVE "RUN NOT CERTIFIED - INQUIRY REFUSED" TO WS-EXC-TEXT.
021462     PERFORM 8000-WRITE-EXCEPTION-RECORD THRU 8000-EXIT.
021465     MOVE 8 TO RETURN-CODE.
021468     STOP RUN.
021471 2200-EXIT.
021474     EXIT.
021500
021600*****************************************************************
021700*  3000-OPEN-FILES
027900
028000     MOVE SPACE TO FIB-RPT-T-CTL.
028100     MOVE SPACES TO FIB-RPT-T-TEXT.
028110     STRING "SEQUENCE: " DELIMITED BY SIZE
028120            WS-SEQ-ID DELIMITED BY SIZE
028130         INTO FIB-RPT-T-TEXT.
028140     WRITE FIB-INQUIRY-RECORD FROM FIB-RPT-TEXT-LINE.
028150
028160     MOVE SPACE TO FIB-RPT-T-CTL.
028170     MOVE SPACES TO FIB-RPT-T-TEXT.
028200     IF WS-THRESHOLD-MODE
028300         MOVE WS-THRESHOLD TO WS-EDIT-THRESHOLD
028400         STRING "REQUEST: EVERY TERM WITH VALUE AT OR ABOVE "
030600
030700*****************************************************************
030800*  4000-FIND-HIGH-TERM - ONE SEQUENTIAL PASS TO THE END OF
030810*  THE SEQUENCE TO LEARN ITS HIGHEST TERM ON FILE, SO A RANGE
030820*  THAT RUNS PAST IT CAN BE REFUSED BEFORE ANYTHING IS
030830*  EXTRACTED
031100*****************************************************************
031200 4000-FIND-HIGH-TERM.
031210     MOVE WS-SEQ-ID TO FIB-SEQ-ID.
031220     MOVE 1 TO FIB-SEQ-TERM-NO.
031230     START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
031240         INVALID KEY
031250             SET WS-SEQ-EOF TO TRUE
031260     END-START.
031270     IF NOT WS-SEQ-EOF
031280         PERFORM 4100-READ-NEXT-TERM THRU 4100-EXIT
031290     END-IF.
031400     PERFORM 4200-NOTE-HIGH-TERM THRU 4200-EXIT
031500         UNTIL WS-SEQ-EOF.
031600     IF WS-HIGH-TERM = ZERO
031700         MOVE SPACE TO FIB-RPT-T-CTL
031710         MOVE "SEQUENCE HAS NO TERMS ON FIBSEQ - REQUEST REFUSED"
031900             TO FIB-RPT-T-TEXT
032000         WRITE FIB-INQUIRY-RECORD FROM FIB-RPT-TEXT-LINE
032100         DISPLAY "FIQ4000E - FIBSEQ CONTAINS NO RECORDS, "
032800     EXIT.
032900
033000*****************************************************************
033010*  4100-READ-NEXT-TERM - THE NEXT SEQUENCE'S RECORDS ARE THE
033020*  END OF THIS ONE
033200*****************************************************************
033300 4100-READ-NEXT-TERM.
033400     READ FIBSEQ NEXT RECORD
034000                 WS-SEQ-STATUS
034100         MOVE 12 TO RETURN-CODE
034200         STOP RUN
034210     END-IF.
034220     IF NOT WS-SEQ-EOF AND FIB-SEQ-ID NOT = WS-SEQ-ID
034230         SET WS-SEQ-EOF TO TRUE
034300     END-IF.
034400 4100-EXIT.
034500     EXIT.
037300         GO TO 5000-EXIT
037400     END-IF.
037500     MOVE "N" TO WS-SEQ-EOF-SW.
037510     MOVE WS-SEQ-ID TO FIB-SEQ-ID.
037600     MOVE WS-FROM-TERM TO FIB-SEQ-TERM-NO.
037610     START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
037800         INVALID KEY
037900             SET WS-SEQ-EOF TO TRUE
038000     END-START.
042600*****************************************************************
042700 6000-EXTRACT-BY-THRESHOLD.
042800     MOVE "N" TO WS-SEQ-EOF-SW.
042810     MOVE WS-SEQ-ID TO FIB-SEQ-ID.
042900     MOVE 1 TO FIB-SEQ-TERM-NO.
042910     START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
043100         INVALID KEY
043200             SET WS-SEQ-EOF TO TRUE
043300     END-START.
