002500*                     THE RELOAD SIDE AND MUST PROVE IT EQUAL.
002510*                     THE ABORT PATHS ALSO GO TO THE SHARED
002520*                     FIBEXCF EXCEPTION FILE.
002528*    2026-10-15  JLH  FIBSEQ NOW HOLDS EVERY GENERATE REQUEST'S
002536*                     SEQUENCE, KEYED BY SEQUENCE AND TERM, SO THE
002544*                     BACKUP RECORD GROWS TO 282 BYTES.
002552*                     FIB-SEQ-ID IN THE ENVIRONMENT LIMITS THE
002560*                     FIBSEQ UNLOAD TO THAT ONE SEQUENCE, ITS
002568*                     DIRECTORY RECORD INCLUDED; LEFT UNSET, EVERY
002576*                     SEQUENCE IS UNLOADED AS BEFORE.  A NAMED
002584*                     SEQUENCE NOT ON FIBSEQ KEEPS THE PRIOR
002592*                     BACKUP.
002593*    2026-10-15  JLH  THE FIBPRFBK RECORD IS WIDENED TO THE
002594*                     148-BYTE FIBPROF LAYOUT, SO THE PROFILE
002595*                     VERSION IS CARRIED THROUGH THE BACKUP AND
002596*                     THE UNLOAD AND RELOAD HASH TOTALS AGREE.
002606*    2026-10-15  JLH  THE BACKUP TRAILER NOW CARRIES THE SCOPE OF
002616*                     A FIBSEQBK UNLOAD - THE ONE SEQUENCE IT
002626*                     HOLDS, OR SPACES FOR THE WHOLE FILE - SO
002636*                     FIBRELD CAN REFUSE TO REBUILD ALL OF FIBSEQ
002646*                     FROM A BACKUP OF ONE SEQUENCE.
002656*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT FIBSEQ ASSIGN TO "FIBSEQ"
003100         ORGANIZATION IS INDEXED
003110         ACCESS MODE IS DYNAMIC
003120         RECORD KEY IS FIB-SEQ-KEY
003400         FILE STATUS IS WS-SEQ-STATUS.
003500
003600     SELECT FIBPROF ASSIGN TO "FIBPROF"
006300
006400 FD  FIBSEQBK
006500     LABEL RECORDS ARE STANDARD.
006510 01  FIB-SEQBK-RECORD            PIC X(282).
006700
006800 FD  FIBPRFBK
006900     LABEL RECORDS ARE STANDARD.
007000 01  FIB-PRFBK-RECORD            PIC X(148).
007100
007200 FD  FIBULRPT
007300     LABEL RECORDS ARE STANDARD.
008100
008200*****************************************************************
008300*  BACKUP TRAILER - COUNT AND HASH IN THE SAME COMMA-DELIMITED
008310*  STYLE AS THE FIBCSV TRAILER, THEN THE SCOPE OF A FIBSEQBK
008320*  BACKUP: THE ONE SEQUENCE IT HOLDS, OR SPACES FOR THE WHOLE
008330*  FILE.  FIBRELD WILL NOT REBUILD ALL OF FIBSEQ FROM A BACKUP
008340*  OF ONE SEQUENCE
008500*****************************************************************
008600 01  WS-BK-TRAILER-LINE.
008700     05  FILLER              PIC X(08) VALUE "TRAILER,".
008800     05  WS-BK-T-COUNT       PIC 9(09).
008900     05  FILLER              PIC X(01) VALUE ",".
009000     05  WS-BK-T-HASH        PIC 9(18).
009010     05  FILLER              PIC X(01) VALUE ",".
009020     05  WS-BK-T-SEQ-ID      PIC X(36).
009100
009200*****************************************************************
009300*  HASH WORK FIELDS - THE IMAGE UNDER TALLY AND THE DIGIT
009400*  TABLE THE WEIGHTED COUNTS RUN OVER
009500*****************************************************************
009510 01  WS-HASH-RECORD          PIC X(282).
009700 01  WS-DIGIT-CHARS          PIC X(10) VALUE "0123456789".
009800 01  WS-DIGIT-CHARS-D REDEFINES WS-DIGIT-CHARS.
009900     05  WS-DIGIT-CHAR       OCCURS 10 TIMES PIC X(01).
010200 77  WS-HASH-TOTAL           PIC 9(18) VALUE ZERO.
010300 77  WS-RECORD-COUNT         PIC 9(09) VALUE ZERO.
010310 77  WS-FILE-LABEL           PIC X(08) VALUE SPACES.
010320
010330*****************************************************************
010340*  THE ONE SEQUENCE TO UNLOAD, FROM FIB-SEQ-ID IN THE
010350*  ENVIRONMENT - SPACES UNLOADS EVERY SEQUENCE ON FIBSEQ
010360*****************************************************************
010370 77  WS-SEQ-ID               PIC X(36) VALUE SPACES.
010400
010500*****************************************************************
010600*  ZERO-SUPPRESSED FIELDS FOR NUMERIC VALUES STRUNG INTO
016500     STRING WS-RUN-TIME (1:2) ":" WS-RUN-TIME (3:2) ":"
016600            WS-RUN-TIME (5:2)
016700         DELIMITED BY SIZE INTO WS-DISPLAY-TIME.
016710     ACCEPT WS-SEQ-ID FROM ENVIRONMENT "FIB-SEQ-ID"
016720         ON EXCEPTION
016730             MOVE SPACES TO WS-SEQ-ID
016740     END-ACCEPT.
016800 1000-EXIT.
016900     EXIT.
017000
021600*****************************************************************
021700*  4000-UNLOAD-FIBSEQ - A MISSING FIBSEQ IS A WARNING, NOT AN
021800*  ABEND, SO A NIGHT WITH NO GENERATE DOES NOT RED-LIGHT THE
021810*  SCHEDULE; THE PRIOR BACKUP IS LEFT IN PLACE UNTOUCHED.  THE
021820*  SAME GOES FOR A NAMED SEQUENCE THAT IS NOT ON FIBSEQ
022000*****************************************************************
022100 4000-UNLOAD-FIBSEQ.
022200     MOVE ZERO TO WS-RECORD-COUNT.
023900         END-IF
024000         GO TO 4000-EXIT
024100     END-IF.
024105     IF WS-SEQ-ID NOT = SPACES
024110         MOVE WS-SEQ-ID TO FIB-SEQ-ID
024115         MOVE ZERO TO FIB-SEQ-TERM-NO
024120         START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
024125             INVALID KEY
024130                 SET WS-SEQ-EOF TO TRUE
024135         END-START
024140     END-IF.
024145     IF NOT WS-SEQ-EOF
024150         PERFORM 4100-READ-SEQ-RECORD THRU 4100-EXIT
024155     END-IF.
024160     IF WS-SEQ-EOF AND WS-SEQ-ID NOT = SPACES
024165         PERFORM 4300-REPORT-NO-SEQUENCE THRU 4300-EXIT
024170         CLOSE FIBSEQ
024175         GO TO 4000-EXIT
024180     END-IF.
024200     OPEN OUTPUT FIBSEQBK.
024300     IF WS-SEQBK-STATUS NOT = "00"
024400         DISPLAY "FUL4000E - UNABLE TO OPEN FIBSEQBK, STATUS = "
024800         CLOSE FIBULRPT
024900         STOP RUN
025000     END-IF.
025200     PERFORM 4200-UNLOAD-ONE-SEQ THRU 4200-EXIT
025300         UNTIL WS-SEQ-EOF.
025400     MOVE WS-RECORD-COUNT TO WS-BK-T-COUNT.
025500     MOVE WS-HASH-TOTAL TO WS-BK-T-HASH.
025510     MOVE WS-SEQ-ID TO WS-BK-T-SEQ-ID.
025600     WRITE FIB-SEQBK-RECORD FROM WS-BK-TRAILER-LINE.
025700     CLOSE FIBSEQ.
025800     CLOSE FIBSEQBK.
025900     MOVE "FIBSEQ  " TO WS-FILE-LABEL.
025910     IF WS-SEQ-ID NOT = SPACES
025920         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
025930         MOVE SPACES TO FIB-RPT-T-TEXT
025940         STRING "FIBSEQ SEQUENCE " DELIMITED BY SIZE
025950                WS-SEQ-ID DELIMITED BY SIZE
025960                " ONLY" DELIMITED BY SIZE
025970             INTO FIB-RPT-T-TEXT
025980         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
025990     END-IF.
026000     PERFORM 6000-WRITE-FILE-TOTALS THRU 6000-EXIT.
026100 4000-EXIT.
026200     EXIT.
026300
026400 4100-READ-SEQ-RECORD.
026410     READ FIBSEQ NEXT RECORD
026600         AT END
026700             SET WS-SEQ-EOF TO TRUE
026800     END-READ.
026810     IF NOT WS-SEQ-EOF AND WS-SEQ-ID NOT = SPACES
026820         IF FIB-SEQ-ID NOT = WS-SEQ-ID
026830             SET WS-SEQ-EOF TO TRUE
026840         END-IF
026850     END-IF.
026900 4100-EXIT.
027000     EXIT.
027100
028600     PERFORM 8000-ADD-RECORD-TO-HASH THRU 8000-EXIT.
028700     PERFORM 4100-READ-SEQ-RECORD THRU 4100-EXIT.
028800 4200-EXIT.
028804     EXIT.
028808
028812*****************************************************************
028816*  4300-REPORT-NO-SEQUENCE - THE NAMED SEQUENCE IS NOT ON
028820*  FIBSEQ; NOTHING IS UNLOADED AND THE PRIOR BACKUP IS KEPT
028824*****************************************************************
028828 4300-REPORT-NO-SEQUENCE.
028832     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
028836     MOVE SPACES TO FIB-RPT-T-TEXT.
028840     STRING "FIBSEQ SEQUENCE " DELIMITED BY SIZE
028844            WS-SEQ-ID DELIMITED BY SIZE
028848            " NOT ON FILE" DELIMITED BY SIZE
028852         INTO FIB-RPT-T-TEXT.
028856     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
028860     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
028864     MOVE "  - NOT UNLOADED, PRIOR BACKUP KEPT" TO FIB-RPT-T-TEXT.
028868     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
028872     DISPLAY "FUL4300W - SEQUENCE " WS-SEQ-ID
028876             " NOT ON FIBSEQ, NOT UNLOADED".
028880     IF RETURN-CODE < 4
028884         MOVE 4 TO RETURN-CODE
028888     END-IF.
028892 4300-EXIT.
028900     EXIT.
029000
029100*****************************************************************
032600         UNTIL WS-PROF-EOF.
032700     MOVE WS-RECORD-COUNT TO WS-BK-T-COUNT.
032800     MOVE WS-HASH-TOTAL TO WS-BK-T-HASH.
032810     MOVE SPACES TO WS-BK-T-SEQ-ID.
032900     WRITE FIB-PRFBK-RECORD FROM WS-BK-TRAILER-LINE.
033000     CLOSE FIBPROF.
033100     CLOSE FIBPRFBK.
