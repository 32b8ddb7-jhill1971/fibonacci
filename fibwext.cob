002100*                     MISMATCH ON OUR EXCEPTION PATH.  AN EMPTY
002110*                     FIBSEQ AND THE ABORT PATHS ALSO GO TO THE
002120*                     SHARED FIBEXCF EXCEPTION FILE.
002128*    2026-10-15  JLH  EXTRACT ONE NAMED SEQUENCE NOW THAT FIBSEQ
002136*                     HOLDS EVERY GENERATE REQUEST'S SEQUENCE:
002144*                     FIB-SEQ-ID IN THE ENVIRONMENT NAMES IT
002152*                     (UNSET FOR THE ONE WRITTEN MOST RECENTLY)
002160*                     AND FIBSEQD RESOLVES IT.  THE HEADER IS
002168*                     STAMPED WITH THE RUN ID ON THE SEQUENCE'S
002176*                     DIRECTORY RECORD INSTEAD OF THE HIGHEST ON
002184*                     FIBRCAT, AND CARRIES THE SEQUENCE
002192*                     IDENTIFIER.
002194*    2026-10-15  JLH  REFUSE, WITH A FIBEXCF B005 RECORD AND
002196*                     RETURN CODE 8, TO EXTRACT FROM A RUN THE
002198*                     FIBCERT CERTIFICATION FILE DOES NOT CERTIFY.
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
003000     SELECT FIBSEQ ASSIGN TO "FIBSEQ"
003100         ORGANIZATION IS INDEXED
003110         ACCESS MODE IS DYNAMIC
003120         RECORD KEY IS FIB-SEQ-KEY
003400         FILE STATUS IS WS-SEQ-STATUS.
003500
003600     SELECT FIBWHX ASSIGN TO "FIBWHX"
004300
004400 DATA DIVISION.
004500 FILE SECTION.
005000 FD  FIBSEQ
005100     LABEL RECORDS ARE STANDARD.
005200     COPY FIBSEQ.
007300 COPY FIBWHX.
007400
007500*****************************************************************
007510*  THE SEQUENCE BEING EXTRACTED AND THE RUN ID THE EXTRACT IS
007520*  STAMPED WITH - THE RUN THAT WROTE THE SEQUENCE, FROM ITS
007530*  DIRECTORY RECORD - AND THE PARAMETER AREA FOR THE FIBSEQD
007540*  LOOKUP
007800*****************************************************************
007810 77  WS-SEQ-ID               PIC X(36) VALUE SPACES.
007900 77  WS-RUN-ID               PIC 9(05) VALUE ZERO.
007910 77  WS-DIR-FOUND-SW         PIC X(01) VALUE "N".
007920     88  WS-DIR-FOUND                VALUE "Y".
007930 COPY FIBSEQA.
008000
008100*****************************************************************
008110*  PARAMETER AREA FOR THE FIBCERT CERTIFICATION CHECK
008120*****************************************************************
008130 COPY FIBCRTA.
008140
008150*****************************************************************
008200*  HASH TOTAL STATE - EACH VALUE'S 27 NINE-DIGIT GROUPS ARE
008300*  SUMMED INTO AN 18-DIGIT TOTAL.  AT MOST 999 DETAIL RECORDS
008400*  THE TOTAL CANNOT OVERFLOW THE FIELD
010100*****************************************************************
010200*  SWITCHES
010300*****************************************************************
010600 77  WS-SEQ-EOF-SW           PIC X(01) VALUE "N".
010700     88  WS-SEQ-EOF                  VALUE "Y".
010800
010900*****************************************************************
011000*  FILE STATUS FIELDS
011100*****************************************************************
011300 77  WS-SEQ-STATUS           PIC X(02) VALUE "00".
011400 77  WS-WHX-STATUS           PIC X(02) VALUE "00".
011500 77  WS-RPT-STATUS           PIC X(02) VALUE "00".
013100*****************************************************************
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013310     PERFORM 2000-RESOLVE-SEQUENCE THRU 2000-EXIT.
013500     PERFORM 3000-OPEN-REPORT THRU 3000-EXIT.
013510     PERFORM 3500-CHECK-CERTIFICATION THRU 3500-EXIT.
013600     PERFORM 4000-BUILD-EXTRACT THRU 4000-EXIT.
013700     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
013800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015700     EXIT.
015800
015900*****************************************************************
015910*  2000-RESOLVE-SEQUENCE - FIB-SEQ-ID IN THE ENVIRONMENT NAMES
015920*  THE SEQUENCE TO EXTRACT; LEFT UNSET, IT IS THE ONE WRITTEN
015930*  MOST RECENTLY.  ITS DIRECTORY RECORD GIVES THE RUN ID.  A
015940*  SEQUENCE NOT ON FILE IS STAMPED RUN ZERO AND LEAVES AN
015950*  EMPTY EXTRACT, WHICH THE CONTROL TOTALS REFUSE
016400*****************************************************************
016410 2000-RESOLVE-SEQUENCE.
016420     ACCEPT WS-SEQ-ID FROM ENVIRONMENT "FIB-SEQ-ID"
016430         ON EXCEPTION
016440             MOVE SPACES TO WS-SEQ-ID
016450     END-ACCEPT.
016460     SET FIB-SQD-FUNC-RESOLVE TO TRUE.
016470     MOVE WS-SEQ-ID TO FIB-SQD-SEQ-ID.
016480     CALL "fibseqd" USING FIB-SQD-PARM.
016490     IF FIB-SQD-OK
016500         SET WS-DIR-FOUND TO TRUE
016510         MOVE FIB-SQD-SEQ-ID TO WS-SEQ-ID
016520         MOVE FIB-SQD-RUN-ID TO WS-RUN-ID
016530     ELSE
016540         DISPLAY "FWX2000W - SEQUENCE " WS-SEQ-ID
016550                 " NOT FOUND ON FIBSEQ, EXTRACT STAMPED RUN ZERO"
017400     END-IF.
017800 2000-EXIT.
019700     EXIT.
019800
019900*****************************************************************
024000     WRITE FIB-EXTRACT-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
024100     MOVE 3 TO WS-LINE-COUNT.
024200 3100-EXIT.
024202     EXIT.
024204
024206*****************************************************************
024208*  3500-CHECK-CERTIFICATION - NOTHING GOES TO THE WAREHOUSE
024210*  FROM A RUN FIBCERT DOES NOT CERTIFY (FIBVRFY PASSED,
024212*  FIBRECON IN BALANCE OR OPERATOR SIGN-OFF, NOT REVOKED).  A
024214*  SEQUENCE NOT ON FILE IS LEFT TO THE EMPTY-EXTRACT REFUSAL
024216*****************************************************************
024218 3500-CHECK-CERTIFICATION.
024220     IF NOT WS-DIR-FOUND
024222         GO TO 3500-EXIT
024224     END-IF.
024226     SET FIB-CRT-FUNC-QUERY TO TRUE.
024228     MOVE WS-RUN-ID TO FIB-CRT-RUN-ID.
024230     CALL "fibcert" USING FIB-CRT-PARM.
024232     IF FIB-CRT-OK
024234         GO TO 3500-EXIT
024236     END-IF.
024238     MOVE WS-RUN-ID TO WS-EDIT-RUN.
024240     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
024242     MOVE SPACES TO FIB-RPT-T-TEXT.
024244     STRING "*** RUN " DELIMITED BY SIZE
024246            WS-EDIT-RUN DELIMITED BY SIZE
024248            " NOT CERTIFIED - NO EXTRACT PRODUCED ***"
024250            DELIMITED BY SIZE
024252         INTO FIB-RPT-T-TEXT.
024254     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
024256     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
024258     MOVE SPACES TO FIB-RPT-T-TEXT.
024260     STRING "    " DELIMITED BY SIZE
024262            FIB-CRT-MESSAGE DELIMITED BY SIZE
024264         INTO FIB-RPT-T-TEXT.
024266     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
024268     DISPLAY "FWX3500E - RUN " WS-EDIT-RUN " NOT CERTIFIED, "
024270             "EXTRACT REFUSED: " FIB-CRT-MESSAGE.
024272     MOVE "B005" TO WS-EXC-REASON.
024274     MOVE WS-RUN-ID TO WS-EXC-REF.
024276     MOVE "RUN NOT CERTIFIED - EXTRACT REFUSED" TO WS-EXC-TEXT.
024278     PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT.
024280     MOVE 8 TO RETURN-CODE.
024282     CLOSE FIBWXRPT.
024284     STOP RUN.
024286 3500-EXIT.
024300     EXIT.
024400
024500*****************************************************************
024510*  4000-BUILD-EXTRACT - HEADER, ONE DETAIL PER TERM OF THE
024520*  SEQUENCE, TRAILER WITH THE COUNT AND HASH TOTAL
024800*****************************************************************
024900 4000-BUILD-EXTRACT.
025000     OPEN INPUT FIBSEQ.
027300         STOP RUN
027400     END-IF.
027500     MOVE WS-RUN-ID TO FIB-WHX-H-RUN-ID.
027510     MOVE WS-SEQ-ID TO FIB-WHX-H-SEQ-ID.
027600     MOVE WS-RUN-DATE TO FIB-WHX-H-CRE-DATE.
027700     MOVE WS-RUN-TIME (1:6) TO FIB-WHX-H-CRE-TIME.
027800     WRITE FIB-WHX-RECORD FROM FIB-WHX-HEADER-REC.
027810     IF WS-DIR-FOUND
027820         MOVE WS-SEQ-ID TO FIB-SEQ-ID
027830         MOVE 1 TO FIB-SEQ-TERM-NO
027840         START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
027850             INVALID KEY
027860                 SET WS-SEQ-EOF TO TRUE
027870         END-START
027880     ELSE
027890         SET WS-SEQ-EOF TO TRUE
027900     END-IF.
027910     IF NOT WS-SEQ-EOF
027920         PERFORM 4100-READ-SEQ-RECORD THRU 4100-EXIT
027930     END-IF.
028000     PERFORM 4200-EXTRACT-ONE-TERM THRU 4200-EXIT
028100         UNTIL WS-SEQ-EOF.
028200     MOVE WS-DETAIL-COUNT TO FIB-WHX-T-COUNT.
029300     EXIT.
029400
029500 4100-READ-SEQ-RECORD.
029510     READ FIBSEQ NEXT RECORD
029700         AT END
029800             SET WS-SEQ-EOF TO TRUE
029900     END-READ.
029910     IF NOT WS-SEQ-EOF
029920         IF WS-SEQ-STATUS NOT = "00"
029930                 OR FIB-SEQ-ID NOT = WS-SEQ-ID
029940             SET WS-SEQ-EOF TO TRUE
029950         END-IF
029960     END-IF.
030000 4100-EXIT.
030100     EXIT.
030200
034300*  REPORT AND THE TRAILER CAN BE QUOTED TO THE WAREHOUSE TEAM
034400*****************************************************************
034500 5000-WRITE-CONTROL-TOTALS.
034510     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
034520     MOVE SPACES TO FIB-RPT-T-TEXT.
034530     STRING "  SEQUENCE:        " DELIMITED BY SIZE
034540            WS-SEQ-ID DELIMITED BY SIZE
034550         INTO FIB-RPT-T-TEXT.
034560     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
034600     MOVE WS-RUN-ID TO WS-EDIT-RUN.
034700     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
034800     MOVE SPACES TO FIB-RPT-T-TEXT.
037000     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
037100     MOVE SPACES TO FIB-RPT-T-TEXT.
037200     IF WS-DETAIL-COUNT = ZERO
037210         MOVE "*** SEQUENCE HAS NO RECORDS - EXTRACT IS "
037400             TO FIB-RPT-T-TEXT
037410         MOVE "EMPTY ***" TO FIB-RPT-T-TEXT (42:9)
037600         IF RETURN-CODE < 8
037700             MOVE 8 TO RETURN-CODE
037800         END-IF
