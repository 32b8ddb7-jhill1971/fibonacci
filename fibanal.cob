002400*                     STANDARD SEEDS.  AN EMPTY OR UNREADABLE
002410*                     FIBSEQ ALSO GOES TO THE SHARED FIBEXCF
002420*                     EXCEPTION FILE.
002430*    2026-10-15  JLH  ANALYZE ONE NAMED SEQUENCE NOW THAT FIBSEQ
002440*                     HOLDS EVERY GENERATE REQUEST'S SEQUENCE:
002450*                     FIB-SEQ-ID IN THE ENVIRONMENT NAMES IT
002460*                     (UNSET FOR THE ONE WRITTEN MOST RECENTLY),
002470*                     FIBSEQD RESOLVES IT, AND THE READ STAYS
002480*                     INSIDE THAT SEQUENCE.  THE SEQUENCE
002490*                     IDENTIFIER PRINTS IN THE PAGE HEADING.
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FIBSEQ ASSIGN TO "FIBSEQ"
003000         ORGANIZATION IS INDEXED
003010         ACCESS MODE IS DYNAMIC
003020         RECORD KEY IS FIB-SEQ-KEY
003300         FILE STATUS IS WS-SEQ-STATUS.
003400
003500     SELECT FIBANRPT ASSIGN TO "FIBANRPT"
012600     88  WS-RATIO-USABLE             VALUE "Y".
012700
012800*****************************************************************
012810*  SEQUENCE BEING ANALYZED, AND THE PARAMETER AREA FOR THE
012820*  FIBSEQD SEQUENCE-DIRECTORY LOOKUP
012830*****************************************************************
012840 77  WS-SEQ-ID               PIC X(36) VALUE SPACES.
012850 77  WS-DIR-FOUND-SW         PIC X(01) VALUE "N".
012860     88  WS-DIR-FOUND                VALUE "Y".
012870 COPY FIBSEQA.
012880
012890*****************************************************************
012900*  FILE STATUS FIELDS
013000*****************************************************************
013100 77  WS-SEQ-STATUS           PIC X(02) VALUE "00".
014800*****************************************************************
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015010     PERFORM 2000-RESOLVE-SEQUENCE THRU 2000-EXIT.
015100     PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
015200     PERFORM 4000-ANALYZE-SEQUENCE THRU 4000-EXIT.
015300     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
017000         DELIMITED BY SIZE INTO WS-DISPLAY-TIME.
017100     MOVE ALL "0" TO WS-PRIOR-VALUE.
017200 1000-EXIT.
017204     EXIT.
017208
017212*****************************************************************
017216*  2000-RESOLVE-SEQUENCE - FIB-SEQ-ID IN THE ENVIRONMENT NAMES
017220*  THE SEQUENCE TO ANALYZE; LEFT UNSET, IT IS THE ONE WRITTEN
017224*  MOST RECENTLY.  A SEQUENCE NOT ON FILE LEAVES NOTHING TO
017228*  ANALYZE, WHICH THE READ REPORTS THE SAME AS AN EMPTY FILE
017232*****************************************************************
017236 2000-RESOLVE-SEQUENCE.
017240     ACCEPT WS-SEQ-ID FROM ENVIRONMENT "FIB-SEQ-ID"
017244         ON EXCEPTION
017248             MOVE SPACES TO WS-SEQ-ID
017252     END-ACCEPT.
017256     SET FIB-SQD-FUNC-RESOLVE TO TRUE.
017260     MOVE WS-SEQ-ID TO FIB-SQD-SEQ-ID.
017264     CALL "fibseqd" USING FIB-SQD-PARM.
017268     IF FIB-SQD-OK
017272         SET WS-DIR-FOUND TO TRUE
017276         MOVE FIB-SQD-SEQ-ID TO WS-SEQ-ID
017280     END-IF.
017284 2000-EXIT.
017300     EXIT.
017400
017500*****************************************************************
022900     WRITE FIB-ANALYTICS-RECORD FROM FIB-RPT-TEXT-LINE.
023000
023100     MOVE SPACE TO FIB-RPT-T-CTL.
023110     MOVE SPACES TO FIB-RPT-T-TEXT.
023120     STRING "SEQUENCE: " DELIMITED BY SIZE
023130            WS-SEQ-ID DELIMITED BY SIZE
023140         INTO FIB-RPT-T-TEXT.
023150     WRITE FIB-ANALYTICS-RECORD FROM FIB-RPT-TEXT-LINE.
023160
023170     MOVE SPACE TO FIB-RPT-T-CTL.
023200     MOVE "  TERM  DIGITS  RATIO TO PRIOR TERM   GROWTH"
023300         TO FIB-RPT-T-TEXT.
023400     WRITE FIB-ANALYTICS-RECORD FROM FIB-RPT-TEXT-LINE.
023410     MOVE 4 TO WS-LINE-COUNT.
023600 3100-EXIT.
023700     EXIT.
023800
023900*****************************************************************
023910*  4000-ANALYZE-SEQUENCE - READ THE SEQUENCE IN TERM ORDER,
023920*  CARRYING THE PRIOR VALUE FOR THE RATIO
024200*****************************************************************
024300 4000-ANALYZE-SEQUENCE.
024310     IF WS-DIR-FOUND
024320         MOVE WS-SEQ-ID TO FIB-SEQ-ID
024330         MOVE 1 TO FIB-SEQ-TERM-NO
024340         START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
024350             INVALID KEY
024360                 SET WS-SEQ-EOF TO TRUE
024370         END-START
024380     ELSE
024390         SET WS-SEQ-EOF TO TRUE
024400     END-IF.
024410     IF NOT WS-SEQ-EOF
024420         PERFORM 4100-READ-SEQ-RECORD THRU 4100-EXIT
024430     END-IF.
024500     PERFORM 4200-ANALYZE-ONE-TERM THRU 4200-EXIT
024600         UNTIL WS-SEQ-EOF.
024700     CLOSE FIBSEQ.
024800     IF WS-RECORD-COUNT = ZERO
024900         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
024910         MOVE "SEQUENCE HAS NO RECORDS - NOTHING TO ANALYZE"
025100             TO FIB-RPT-T-TEXT
025200         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
025210         MOVE "S004" TO WS-EXC-REASON
025600     EXIT.
025700
025800 4100-READ-SEQ-RECORD.
025810     READ FIBSEQ NEXT RECORD
026000         AT END
026100             SET WS-SEQ-EOF TO TRUE
026200     END-READ.
026700         CLOSE FIBSEQ
026800         CLOSE FIBANRPT
026900         STOP RUN
026910     END-IF.
026920     IF NOT WS-SEQ-EOF AND FIB-SEQ-ID NOT = WS-SEQ-ID
026930         SET WS-SEQ-EOF TO TRUE
027000     END-IF.
027100 4100-EXIT.
027200     EXIT.
