000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. fibretr.
000300 AUTHOR. JAMES HILL.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL PROGRAM.  FIBONACCI RETRACEMENT AND
001000*                     EXTENSION LEVELS FOR THE TRADING DESK, WHO
001100*                     HAD BEEN COPYING A RATIO OFF THE FIBANAL
001200*                     REPORT INTO A SPREADSHEET.  READS THEIR
001300*                     FIBSWNG FILE OF INSTRUMENT SWINGS AND FOR
001400*                     EACH ONE WRITES THE 23.6, 38.2, 50, 61.8,
001500*                     78.6, 127.2 AND 161.8 PERCENT LEVELS TO THE
001600*                     FIBRTRPT REPORT AND THE FIBRTX CSV PICKUP
001700*                     EXTRACT.  THE RATIOS ARE LONG-DIVIDED FROM
001800*                     THE TOP TERMS OF THE STORED FIBSEQ SEQUENCE
001900*                     THE SAME WAY FIBANAL DIVIDES, NEVER TYPED IN
002000*                     AS CONSTANTS, AND THE SEQUENCE IS FIRST
002100*                     PROVEN TERM BY TERM THE WAY FIBVRFY PROVES
002200*                     IT.  A SEQUENCE THAT FAILS THE PROOF STOPS
002300*                     THE RUN BEFORE ANY LEVEL IS WRITTEN.  THE
002400*                     FIBRCAT RUN ID THAT WROTE THE SEQUENCE IS
002500*                     CARRIED ON THE REPORT AND ON EVERY EXTRACT
002600*                     LINE.
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT FIBSEQ ASSIGN TO "FIBSEQ"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS FIB-SEQ-KEY
003500         FILE STATUS IS WS-SEQ-STATUS.
003600
003700     SELECT FIBSWNG ASSIGN TO "FIBSWNG"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-SWG-STATUS.
004000
004100     SELECT FIBRTX ASSIGN TO "FIBRTX"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RTX-STATUS.
004400
004500     SELECT FIBRTRPT ASSIGN TO "FIBRTRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RPT-STATUS.
004800
004900     SELECT FIBEXCF ASSIGN TO "FIBEXCF"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-EXC-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  FIBSEQ
005600     LABEL RECORDS ARE STANDARD.
005700     COPY FIBSEQ.
005800
005900 FD  FIBSWNG
006000     LABEL RECORDS ARE STANDARD.
006100     COPY FIBSWG.
006200
006300 FD  FIBRTX
006400     LABEL RECORDS ARE STANDARD.
006500 01  FIB-RTX-RECORD              PIC X(100).
006600
006700 FD  FIBRTRPT
006800     LABEL RECORDS ARE STANDARD.
006900 01  FIB-RETRACE-REPORT-RECORD   PIC X(81).
007000
007100 FD  FIBEXCF
007200     LABEL RECORDS ARE STANDARD.
007300     COPY FIBEXC.
007400
007500 WORKING-STORAGE SECTION.
007600*****************************************************************
007700*  REPORT LINE LAYOUTS - SAME PRINT-IMAGE CONVENTION AS FIBRPT
007800*****************************************************************
007900 COPY FIBRPT.
008000
008100*****************************************************************
008200*  EXTRACT LINE LAYOUTS
008300*****************************************************************
008400 COPY FIBRTX.
008500
008600*****************************************************************
008700*  SEQUENCE THE RATIOS COME FROM, THE FIBRCAT RUN ID THAT
008800*  WROTE IT, THE HIGH TERM ITS DIRECTORY RECORD CLAIMS, AND
008900*  THE PARAMETER AREA FOR THE FIBSEQD LOOKUP
009000*****************************************************************
009100 77  WS-SEQ-ID               PIC X(36) VALUE SPACES.
009200 77  WS-RUN-ID               PIC 9(05) VALUE ZERO.
009300 77  WS-DIR-HIGH-TERM        PIC 9(03) VALUE ZERO.
009400 77  WS-DIR-FOUND-SW         PIC X(01) VALUE "N".
009500     88  WS-DIR-FOUND                VALUE "Y".
009600 COPY FIBSEQA.
009700
009800*****************************************************************
009900*  SEED PAIR THE SEQUENCE IS PROVEN AGAINST - FROM THE
010000*  DIRECTORY RECORD, OR THE STANDARD 0/1 SEEDS WHEN THAT PAIR
010100*  IS ALL ZERO - SPREAD INTO THE LOW ORDER OF THE WIDE FIELDS
010200*****************************************************************
010300 77  WS-SEED-PREV            PIC 9(18) VALUE 0.
010400 77  WS-SEED-CURR            PIC 9(18) VALUE 1.
010500 01  WS-SEED-WORK            PIC 9(18) VALUE ZERO.
010600 01  WS-SEED-WORK-X REDEFINES WS-SEED-WORK
010700                             PIC X(18).
010800 01  WS-SEED-PREV-BIG        PIC X(243).
010900 01  WS-SEED-CURR-BIG        PIC X(243).
011000
011100*****************************************************************
011200*  ROLLING PROOF STATE - THE TWO PRECEDING VALUES IN 27
011300*  NINE-DIGIT LIMBS, ADDED WITH AN EXPLICIT CARRY THE SAME WAY
011400*  FIBVRFY ADDS THEM
011500*****************************************************************
011600 01  WS-PRIOR-VALUE-1.
011700     05  WS-PRIOR-1-LIMB     OCCURS 27 TIMES PIC 9(09).
011800 01  WS-PRIOR-VALUE-2.
011900     05  WS-PRIOR-2-LIMB     OCCURS 27 TIMES PIC 9(09).
012000 01  WS-EXPECTED-VALUE.
012100     05  WS-EXPECTED-LIMB    OCCURS 27 TIMES PIC 9(09).
012200 77  WS-LIMB-SUB             PIC 9(03) COMP VALUE ZERO.
012300 77  WS-LIMB-SUM             PIC 9(10) VALUE ZERO.
012400 77  WS-BIG-CARRY            PIC 9(01) VALUE ZERO.
012500 77  WS-LAST-TERM-NO         PIC 9(03) VALUE ZERO.
012600 77  WS-TERM-COUNT           PIC 9(03) COMP VALUE ZERO.
012700
012800*****************************************************************
012900*  THE LAST FOUR TERMS OF THE SEQUENCE, OLDEST FIRST.  THE
013000*  RATIOS ARE TAKEN FROM THE TOP OF THE SEQUENCE, WHERE THE
013100*  TERMS ARE LARGEST AND THE RATIOS CLOSEST TO THEIR LIMITS
013200*****************************************************************
013300 01  WS-TOP-TABLE.
013400     05  WS-TOP-ENTRY        OCCURS 4 TIMES.
013500         10  WS-TOP-TERM     PIC 9(03).
013600         10  WS-TOP-VALUE    PIC X(243).
013700 77  WS-NUM-SUB              PIC 9(01) VALUE ZERO.
013800 77  WS-DEN-SUB              PIC 9(01) VALUE ZERO.
013900
014000*****************************************************************
014100*  LONG-DIVISION WORK AREAS, AS IN FIBANAL.  THE RATIO IS THE
014200*  INTEGER QUOTIENT OF (NUMERATOR WITH NINE ZEROS APPENDED)
014300*  OVER THE DENOMINATOR - THE RATIO TIMES 10**9, WHICH CARRIES
014400*  NINE DECIMAL PLACES EXACTLY
014500*****************************************************************
014600 01  WS-DIVIDEND             PIC X(252).
014700 01  WS-DIVISOR              PIC X(243).
014800 01  WS-DIVISOR-D REDEFINES WS-DIVISOR.
014900     05  WS-DIV-DIGIT        OCCURS 243 TIMES PIC 9(01).
015000 01  WS-REMAIN               PIC X(252).
015100 01  WS-REMAIN-D REDEFINES WS-REMAIN.
015200     05  WS-REM-DIGIT        OCCURS 252 TIMES PIC 9(01).
015300 01  WS-REMAIN-WORK          PIC X(252).
015400 01  WS-QUOTIENT             PIC X(252).
015500 01  WS-QUOTIENT-D REDEFINES WS-QUOTIENT.
015600     05  WS-QUO-DIGIT        OCCURS 252 TIMES PIC 9(01).
015700 77  WS-POS                  PIC 9(03) COMP VALUE ZERO.
015800 77  WS-DIV-SUB              PIC 9(03) COMP VALUE ZERO.
015900 77  WS-HI-SUB               PIC 9(03) COMP VALUE ZERO.
016000 77  WS-Q-DIGIT              PIC 9(02) VALUE ZERO.
016100 77  WS-BORROW               PIC 9(01) VALUE ZERO.
016200 77  WS-SUB-WORK             PIC S9(02) COMP VALUE ZERO.
016300 77  WS-LEAD-ZEROS           PIC 9(03) VALUE ZERO.
016400 77  WS-SIG-DIGITS           PIC 9(03) VALUE ZERO.
016500 77  WS-RATIO-WORK           PIC 9(18) VALUE ZERO.
016600 77  WS-RATIO-VALUE          PIC 9(01)V9(09) VALUE ZERO.
016700 77  WS-RATIO-OK-SW          PIC X(01) VALUE "N".
016800     88  WS-RATIO-USABLE             VALUE "Y".
016900
017000*****************************************************************
017100*  THE RATIOS DIVIDED OUT OF THE SEQUENCE, AND THE SQUARE-ROOT
017200*  WORK FIELDS FOR THE TWO LEVELS THAT ARE ROOTS OF THEM (78.6
017300*  IS THE ROOT OF 61.8, 127.2 THE ROOT OF 161.8).  THE ROOT IS
017400*  NEWTON'S ITERATION CARRIED TO TWELVE PLACES AND ROUNDED BACK
017500*  TO NINE
017600*****************************************************************
017700 77  WS-RATIO-GOLDEN         PIC 9(01)V9(09) VALUE ZERO.
017800 77  WS-RATIO-INVERSE        PIC 9(01)V9(09) VALUE ZERO.
017900 77  WS-RATIO-SECOND         PIC 9(01)V9(09) VALUE ZERO.
018000 77  WS-RATIO-THIRD          PIC 9(01)V9(09) VALUE ZERO.
018100 77  WS-ROOT-ARG             PIC 9(01)V9(09) VALUE ZERO.
018200 77  WS-ROOT                 PIC 9(02)V9(12) VALUE ZERO.
018300 77  WS-ROOT-PREV            PIC 9(02)V9(12) VALUE ZERO.
018400 77  WS-ROOT-STEPS           PIC 9(02) VALUE ZERO.
018500
018600*****************************************************************
018700*  THE SEVEN LEVELS IN PRINT ORDER.  TYPE R IS A RETRACEMENT
018800*  BACK INTO THE SWING, E AN EXTENSION BEYOND ITS END.  THE
018900*  PERCENTAGE PRINTED IS THE DERIVED RATIO ROUNDED, NOT A
019000*  LABEL, SO THE REPORT SHOWS WHAT THE SEQUENCE ACTUALLY GAVE
019100*****************************************************************
019200 01  WS-LEVEL-TABLE.
019300     05  WS-LEVEL-ENTRY      OCCURS 7 TIMES.
019400         10  WS-LVL-TYPE     PIC X(01).
019500             88  WS-LVL-RETRACEMENT  VALUE "R".
019600             88  WS-LVL-EXTENSION    VALUE "E".
019700         10  WS-LVL-RATIO    PIC 9(01)V9(09).
019800         10  WS-LVL-PCT      PIC 9(03)V9(01).
019900         10  WS-LVL-SOURCE   PIC X(40).
020000 77  WS-LVL-SUB              PIC 9(02) COMP VALUE ZERO.
020100
020200*****************************************************************
020300*  PER-SWING WORK FIELDS
020400*****************************************************************
020500 77  WS-RANGE                PIC 9(09)V9(06) VALUE ZERO.
020600 77  WS-LEVEL-PRICE          PIC S9(10)V9(06) VALUE ZERO.
020700 77  WS-COMMA-COUNT          PIC 9(03) VALUE ZERO.
020800 77  WS-SWING-REJECTED-SW    PIC X(01) VALUE "N".
020900     88  WS-SWING-REJECTED           VALUE "Y".
021000 77  WS-REJ-TEXT             PIC X(40) VALUE SPACES.
021100 77  WS-LVL-WORD             PIC X(12) VALUE SPACES.
021200
021300*****************************************************************
021400*  COUNTERS
021500*****************************************************************
021600 77  WS-SWINGS-READ          PIC 9(07) VALUE ZERO.
021700 77  WS-SWINGS-REJECTED      PIC 9(07) VALUE ZERO.
021800 77  WS-LEVELS-WRITTEN       PIC 9(09) VALUE ZERO.
021900
022000*****************************************************************
022100*  ZERO-SUPPRESSED FIELDS FOR NUMERIC VALUES STRUNG INTO
022200*  REPORT TEXT LINES
022300*****************************************************************
022400 77  WS-EDIT-TERM            PIC ZZ9.
022500 77  WS-EDIT-TERM-2          PIC ZZ9.
022600 77  WS-EDIT-COUNT           PIC Z(8)9.
022700 77  WS-EDIT-RUN             PIC ZZZZ9.
022800 77  WS-EDIT-REF             PIC ZZZZ9.
022900 77  WS-EDIT-PCT             PIC ZZ9.9.
023000 77  WS-EDIT-RATIO           PIC 9.9(09).
023100 77  WS-EDIT-HIGH            PIC Z(8)9.9(06).
023200 77  WS-EDIT-LOW             PIC Z(8)9.9(06).
023300 77  WS-EDIT-PRICE           PIC -(10)9.9(06).
023400 77  WS-EDIT-PAGE            PIC ZZ9.
023500
023600*****************************************************************
023700*  SWITCHES
023800*****************************************************************
023900 77  WS-SEQ-EOF-SW           PIC X(01) VALUE "N".
024000     88  WS-SEQ-EOF                  VALUE "Y".
024100 77  WS-SWG-EOF-SW           PIC X(01) VALUE "N".
024200     88  WS-SWG-EOF                  VALUE "Y".
024300 77  WS-REFUSED-SW           PIC X(01) VALUE "N".
024400     88  WS-RUN-REFUSED              VALUE "Y".
024500
024600*****************************************************************
024700*  FILE STATUS FIELDS
024800*****************************************************************
024900 77  WS-SEQ-STATUS           PIC X(02) VALUE "00".
025000 77  WS-SWG-STATUS           PIC X(02) VALUE "00".
025100 77  WS-RTX-STATUS           PIC X(02) VALUE "00".
025200 77  WS-RPT-STATUS           PIC X(02) VALUE "00".
025300 77  WS-EXC-STATUS           PIC X(02) VALUE "00".
025400
025500*****************************************************************
025600*  EXCEPTION STAGING FIELDS - THE CALLER OF THE EXCEPTION
025700*  WRITER SETS THESE THREE; THE WRITER SUPPLIES THE JOB NAME
025800*  AND RUN DATE/TIME ITSELF
025900*****************************************************************
026000 77  WS-EXC-REASON           PIC X(04) VALUE SPACES.
026100 77  WS-EXC-REF              PIC 9(05) VALUE ZERO.
026200 77  WS-EXC-TEXT             PIC X(40) VALUE SPACES.
026300
026400*****************************************************************
026500*  MISCELLANEOUS WORK FIELDS
026600*****************************************************************
026700 77  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
026800 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
026900 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 060.
027000 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
027100 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
027200 77  WS-DISPLAY-DATE         PIC X(10) VALUE SPACES.
027300 77  WS-DISPLAY-TIME         PIC X(08) VALUE SPACES.
027400
027500 PROCEDURE DIVISION.
027600*****************************************************************
027700*  0000-MAINLINE
027800*****************************************************************
027900 0000-MAINLINE.
028000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028100     PERFORM 2000-RESOLVE-SEQUENCE THRU 2000-EXIT.
028200     PERFORM 3000-OPEN-REPORT THRU 3000-EXIT.
028300     PERFORM 4000-VERIFY-SEQUENCE THRU 4000-EXIT.
028400     IF NOT WS-RUN-REFUSED
028500         PERFORM 4500-DERIVE-RATIOS THRU 4500-EXIT
028600     END-IF.
028700     IF NOT WS-RUN-REFUSED
028800         PERFORM 6000-PROCESS-SWINGS THRU 6000-EXIT
028900     END-IF.
029000     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.
029100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029200     STOP RUN.
029300 0000-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700*  1000-INITIALIZE
029800*****************************************************************
029900 1000-INITIALIZE.
030000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030100     ACCEPT WS-RUN-TIME FROM TIME.
030200     STRING WS-RUN-DATE (5:2) "/" WS-RUN-DATE (7:2) "/"
030300            WS-RUN-DATE (1:4)
030400         DELIMITED BY SIZE INTO WS-DISPLAY-DATE.
030500     STRING WS-RUN-TIME (1:2) ":" WS-RUN-TIME (3:2) ":"
030600            WS-RUN-TIME (5:2)
030700         DELIMITED BY SIZE INTO WS-DISPLAY-TIME.
030800     MOVE ALL "0" TO WS-PRIOR-VALUE-1.
030900     MOVE ALL "0" TO WS-PRIOR-VALUE-2.
031000     MOVE ZERO TO WS-TOP-TERM (1) WS-TOP-TERM (2)
031100                  WS-TOP-TERM (3) WS-TOP-TERM (4).
031200     MOVE ALL "0" TO WS-TOP-VALUE (1) WS-TOP-VALUE (2)
031300                     WS-TOP-VALUE (3) WS-TOP-VALUE (4).
031400 1000-EXIT.
031500     EXIT.
031600
031700*****************************************************************
031800*  2000-RESOLVE-SEQUENCE - FIB-SEQ-ID IN THE ENVIRONMENT NAMES
031900*  THE SEQUENCE THE RATIOS ARE TAKEN FROM; LEFT UNSET, IT IS
032000*  THE ONE WRITTEN MOST RECENTLY.  ITS DIRECTORY RECORD GIVES
032100*  THE SEED PAIR TO PROVE IT AGAINST, THE HIGH TERM IT SHOULD
032200*  REACH, AND THE FIBRCAT RUN ID THAT WROTE IT.  A SEQUENCE NOT
032300*  ON FILE LEAVES NOTHING TO PROVE, WHICH THE PROOF REFUSES
032400*****************************************************************
032500 2000-RESOLVE-SEQUENCE.
032600     ACCEPT WS-SEQ-ID FROM ENVIRONMENT "FIB-SEQ-ID"
032700         ON EXCEPTION
032800             MOVE SPACES TO WS-SEQ-ID
032900     END-ACCEPT.
033000     SET FIB-SQD-FUNC-RESOLVE TO TRUE.
033100     MOVE WS-SEQ-ID TO FIB-SQD-SEQ-ID.
033200     CALL "fibseqd" USING FIB-SQD-PARM.
033300     IF FIB-SQD-OK
033400         SET WS-DIR-FOUND TO TRUE
033500         MOVE FIB-SQD-SEQ-ID TO WS-SEQ-ID
033600         MOVE FIB-SQD-RUN-ID TO WS-RUN-ID
033700         MOVE FIB-SQD-HIGH-TERM TO WS-DIR-HIGH-TERM
033800         IF FIB-SQD-SEED-PREV NOT = ZERO
033900                 OR FIB-SQD-SEED-CURR NOT = ZERO
034000             MOVE FIB-SQD-SEED-PREV TO WS-SEED-PREV
034100             MOVE FIB-SQD-SEED-CURR TO WS-SEED-CURR
034200         END-IF
034300     END-IF.
034400     MOVE ALL "0" TO WS-SEED-PREV-BIG.
034500     MOVE WS-SEED-PREV TO WS-SEED-WORK.
034600     MOVE WS-SEED-WORK-X TO WS-SEED-PREV-BIG (226:18).
034700     MOVE ALL "0" TO WS-SEED-CURR-BIG.
034800     MOVE WS-SEED-CURR TO WS-SEED-WORK.
034900     MOVE WS-SEED-WORK-X TO WS-SEED-CURR-BIG (226:18).
035000 2000-EXIT.
035100     EXIT.
035200
035300*****************************************************************
035400*  3000-OPEN-REPORT
035500*****************************************************************
035600 3000-OPEN-REPORT.
035700     OPEN OUTPUT FIBRTRPT.
035800     IF WS-RPT-STATUS NOT = "00"
035900         DISPLAY "FRT3000E - UNABLE TO OPEN FIBRTRPT, STATUS = "
036000                 WS-RPT-STATUS
036100         MOVE 12 TO RETURN-CODE
036200         STOP RUN
036300     END-IF.
036400     PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT.
036500 3000-EXIT.
036600     EXIT.
036700
036800*****************************************************************
036900*  3100-WRITE-REPORT-HEADINGS - PAGE HEADER WITH THE SEQUENCE
037000*  AND THE FIBRCAT RUN ID ON EVERY PAGE.  ALSO USED FOR MID-RUN
037100*  PAGE BREAKS
037200*****************************************************************
037300 3100-WRITE-REPORT-HEADINGS.
037400     ADD 1 TO WS-PAGE-COUNT.
037500     MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
037600     MOVE "1" TO FIB-RPT-T-CTL.
037700     MOVE SPACES TO FIB-RPT-T-TEXT.
037800     STRING "FIBONACCI RETRACEMENT LEVEL REPORT" DELIMITED BY SIZE
037900            "     PAGE " DELIMITED BY SIZE
038000            WS-EDIT-PAGE DELIMITED BY SIZE
038100         INTO FIB-RPT-T-TEXT.
038200     WRITE FIB-RETRACE-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
038300
038400     MOVE SPACE TO FIB-RPT-T-CTL.
038500     MOVE SPACES TO FIB-RPT-T-TEXT.
038600     STRING "RUN DATE: " DELIMITED BY SIZE
038700            WS-DISPLAY-DATE DELIMITED BY SIZE
038800            "   RUN TIME: " DELIMITED BY SIZE
038900            WS-DISPLAY-TIME DELIMITED BY SIZE
039000         INTO FIB-RPT-T-TEXT.
039100     WRITE FIB-RETRACE-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
039200
039300     MOVE WS-RUN-ID TO WS-EDIT-RUN.
039400     MOVE SPACE TO FIB-RPT-T-CTL.
039500     MOVE SPACES TO FIB-RPT-T-TEXT.
039600     STRING "SEQUENCE: " DELIMITED BY SIZE
039700            WS-SEQ-ID DELIMITED BY SIZE
039800            "  FIBRCAT RUN ID: " DELIMITED BY SIZE
039900            WS-EDIT-RUN DELIMITED BY SIZE
040000         INTO FIB-RPT-T-TEXT.
040100     WRITE FIB-RETRACE-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
040200
040300     MOVE SPACE TO FIB-RPT-T-CTL.
040400     MOVE SPACES TO FIB-RPT-T-TEXT.
040500     WRITE FIB-RETRACE-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
040600     MOVE 4 TO WS-LINE-COUNT.
040700 3100-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100*  4000-VERIFY-SEQUENCE - PROVE THE SEQUENCE FROM TERM 1 TO THE
041200*  HIGH TERM BEFORE TRUSTING A RATIO FROM IT: CONTIGUOUS TERM
041300*  NUMBERS, THE SEED PAIR IN THE FIRST TWO TERMS, EVERY LATER
041400*  TERM THE SUM OF THE TWO BEFORE IT, ALL DIGITS, AND NO TERM
041500*  MISSING FROM THE TOP.  THE FIRST BREAK REFUSES THE RUN WITH
041600*  THE SAME FIBEXCF REASON CODE FIBVRFY WOULD RAISE FOR IT
041700*****************************************************************
041800 4000-VERIFY-SEQUENCE.
041900     OPEN INPUT FIBSEQ.
042000     IF WS-SEQ-STATUS NOT = "00"
042100         DISPLAY "FRT4000E - UNABLE TO OPEN FIBSEQ, STATUS = "
042200                 WS-SEQ-STATUS
042300         MOVE "F001" TO WS-EXC-REASON
042400         MOVE ZERO TO WS-EXC-REF
042500         MOVE "UNABLE TO OPEN FIBSEQ - NO LEVELS"
042600             TO WS-EXC-TEXT
042700         PERFORM 4400-REFUSE-RUN THRU 4400-EXIT
042800         MOVE 12 TO RETURN-CODE
042900         GO TO 4000-EXIT
043000     END-IF.
043100     IF WS-DIR-FOUND
043200         MOVE WS-SEQ-ID TO FIB-SEQ-ID
043300         MOVE 1 TO FIB-SEQ-TERM-NO
043400         START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
043500             INVALID KEY
043600                 SET WS-SEQ-EOF TO TRUE
043700         END-START
043800     ELSE
043900         SET WS-SEQ-EOF TO TRUE
044000     END-IF.
044100     IF NOT WS-SEQ-EOF
044200         PERFORM 4100-READ-SEQ-RECORD THRU 4100-EXIT
044300     END-IF.
044400     PERFORM 4200-VERIFY-ONE-TERM THRU 4200-EXIT
044500         UNTIL WS-SEQ-EOF.
044600     CLOSE FIBSEQ.
044700     IF WS-RUN-REFUSED
044800         GO TO 4000-EXIT
044900     END-IF.
045000     IF WS-TERM-COUNT = ZERO
045100         MOVE "S004" TO WS-EXC-REASON
045200         MOVE ZERO TO WS-EXC-REF
045300         MOVE "FIBSEQ CONTAINS NO RECORDS" TO WS-EXC-TEXT
045400         PERFORM 4400-REFUSE-RUN THRU 4400-EXIT
045500         GO TO 4000-EXIT
045600     END-IF.
045700     IF WS-LAST-TERM-NO NOT = WS-DIR-HIGH-TERM
045800         MOVE "S001" TO WS-EXC-REASON
045900         MOVE WS-DIR-HIGH-TERM TO WS-EXC-REF
046000         MOVE "FIBSEQ SHORT OF ITS HIGH TERM - NO LEVELS"
046100             TO WS-EXC-TEXT
046200         PERFORM 4400-REFUSE-RUN THRU 4400-EXIT
046300         GO TO 4000-EXIT
046400     END-IF.
046500     MOVE WS-TERM-COUNT TO WS-EDIT-TERM.
046600     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
046700     MOVE SPACES TO FIB-RPT-T-TEXT.
046800     STRING "SEQUENCE VERIFIED - " DELIMITED BY SIZE
046900            WS-EDIT-TERM DELIMITED BY SIZE
047000            " TERMS, SEEDS AND RECURRENCE PROVEN"
047100            DELIMITED BY SIZE
047200         INTO FIB-RPT-T-TEXT.
047300     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
047400 4000-EXIT.
047500     EXIT.
047600
047700*****************************************************************
047800*  4100-READ-SEQ-RECORD - THE NEXT SEQUENCE'S RECORDS ARE THE
047900*  END OF THIS ONE
048000*****************************************************************
048100 4100-READ-SEQ-RECORD.
048200     READ FIBSEQ NEXT RECORD
048300         AT END
048400             SET WS-SEQ-EOF TO TRUE
048500     END-READ.
048600     IF NOT WS-SEQ-EOF AND WS-SEQ-STATUS NOT = "00"
048700         DISPLAY "FRT4100E - FIBSEQ READ FAILED, STATUS = "
048800                 WS-SEQ-STATUS
048900         MOVE "F001" TO WS-EXC-REASON
049000         MOVE ZERO TO WS-EXC-REF
049100         MOVE "FIBSEQ READ FAILED - NO LEVELS" TO WS-EXC-TEXT
049200         PERFORM 4400-REFUSE-RUN THRU 4400-EXIT
049300         MOVE 12 TO RETURN-CODE
049400         SET WS-SEQ-EOF TO TRUE
049500     END-IF.
049600     IF NOT WS-SEQ-EOF AND FIB-SEQ-ID NOT = WS-SEQ-ID
049700         SET WS-SEQ-EOF TO TRUE
049800     END-IF.
049900 4100-EXIT.
050000     EXIT.
050100
050200*****************************************************************
050300*  4200-VERIFY-ONE-TERM - ONE TERM OF THE PROOF.  A GOOD TERM
050400*  ROLLS INTO THE PRIOR PAIR AND THE TOP-FOUR TABLE
050500*****************************************************************
050600 4200-VERIFY-ONE-TERM.
050700     ADD 1 TO WS-TERM-COUNT.
050800     IF FIB-SEQ-VALUE NOT NUMERIC
050900         MOVE "S003" TO WS-EXC-REASON
051000         MOVE FIB-SEQ-TERM-NO TO WS-EXC-REF
051100         MOVE "FIBSEQ VALUE NOT NUMERIC - NO LEVELS"
051200             TO WS-EXC-TEXT
051300         PERFORM 4400-REFUSE-RUN THRU 4400-EXIT
051400         SET WS-SEQ-EOF TO TRUE
051500         GO TO 4200-EXIT
051600     END-IF.
051700     IF FIB-SEQ-TERM-NO NOT = WS-LAST-TERM-NO + 1
051800         MOVE "S001" TO WS-EXC-REASON
051900         MOVE FIB-SEQ-TERM-NO TO WS-EXC-REF
052000         MOVE "FIBSEQ TERM GAP - NO LEVELS" TO WS-EXC-TEXT
052100         PERFORM 4400-REFUSE-RUN THRU 4400-EXIT
052200         SET WS-SEQ-EOF TO TRUE
052300         GO TO 4200-EXIT
052400     END-IF.
052500     EVALUATE WS-TERM-COUNT
052600         WHEN 1
052700             MOVE WS-SEED-PREV-BIG TO WS-EXPECTED-VALUE
052800         WHEN 2
052900             MOVE WS-SEED-CURR-BIG TO WS-EXPECTED-VALUE
053000         WHEN OTHER
053100             PERFORM 4250-ADD-PRIOR-PAIR THRU 4250-EXIT
053200     END-EVALUATE.
053300     IF WS-BIG-CARRY > ZERO
053400         MOVE "S005" TO WS-EXC-REASON
053500         MOVE FIB-SEQ-TERM-NO TO WS-EXC-REF
053600         MOVE "FIBSEQ EXPECTED SUM OVERFLOWS - NO LEVELS"
053700             TO WS-EXC-TEXT
053800         PERFORM 4400-REFUSE-RUN THRU 4400-EXIT
053900         SET WS-SEQ-EOF TO TRUE
054000         GO TO 4200-EXIT
054100     END-IF.
054200     IF FIB-SEQ-VALUE NOT = WS-EXPECTED-VALUE
054300         MOVE "S002" TO WS-EXC-REASON
054400         MOVE FIB-SEQ-TERM-NO TO WS-EXC-REF
054500         MOVE "FIBSEQ VALUE BREAK - NO LEVELS" TO WS-EXC-TEXT
054600         PERFORM 4400-REFUSE-RUN THRU 4400-EXIT
054700         SET WS-SEQ-EOF TO TRUE
054800         GO TO 4200-EXIT
054900     END-IF.
055000     MOVE WS-PRIOR-VALUE-1 TO WS-PRIOR-VALUE-2.
055100     MOVE FIB-SEQ-VALUE TO WS-PRIOR-VALUE-1.
055200     MOVE FIB-SEQ-TERM-NO TO WS-LAST-TERM-NO.
055300     MOVE WS-TOP-ENTRY (2) TO WS-TOP-ENTRY (1).
055400     MOVE WS-TOP-ENTRY (3) TO WS-TOP-ENTRY (2).
055500     MOVE WS-TOP-ENTRY (4) TO WS-TOP-ENTRY (3).
055600     MOVE FIB-SEQ-TERM-NO TO WS-TOP-TERM (4).
055700     MOVE FIB-SEQ-VALUE TO WS-TOP-VALUE (4).
055800     PERFORM 4100-READ-SEQ-RECORD THRU 4100-EXIT.
055900 4200-EXIT.
056000     EXIT.
056100
056200*****************************************************************
056300*  4250-ADD-PRIOR-PAIR - WS-EXPECTED-VALUE = WS-PRIOR-VALUE-2
056400*  PLUS WS-PRIOR-VALUE-1, ONE NINE-DIGIT LIMB AT A TIME WITH
056500*  AN EXPLICIT CARRY, THE SAME WAY FIBVRFY ADDS
056600*****************************************************************
056700 4250-ADD-PRIOR-PAIR.
056800     MOVE ZERO TO WS-BIG-CARRY.
056900     MOVE 27 TO WS-LIMB-SUB.
057000     PERFORM 4255-ADD-ONE-LIMB THRU 4255-EXIT
057100         UNTIL WS-LIMB-SUB < 1.
057200 4250-EXIT.
057300     EXIT.
057400
057500 4255-ADD-ONE-LIMB.
057600     COMPUTE WS-LIMB-SUM = WS-PRIOR-2-LIMB (WS-LIMB-SUB)
057700         + WS-PRIOR-1-LIMB (WS-LIMB-SUB) + WS-BIG-CARRY.
057800     IF WS-LIMB-SUM > 999999999
057900         SUBTRACT 1000000000 FROM WS-LIMB-SUM
058000         MOVE 1 TO WS-BIG-CARRY
058100     ELSE
058200         MOVE ZERO TO WS-BIG-CARRY
058300     END-IF.
058400     MOVE WS-LIMB-SUM TO WS-EXPECTED-LIMB (WS-LIMB-SUB).
058500     SUBTRACT 1 FROM WS-LIMB-SUB.
058600 4255-EXIT.
058700     EXIT.
058800
058900*****************************************************************
059000*  4400-REFUSE-RUN - THE CALLER HAS STAGED THE REASON CODE,
059100*  REFERENCE AND TEXT.  REPORT IT, APPEND IT TO FIBEXCF, AND
059200*  STOP ANY LEVEL FROM BEING WRITTEN.  RETURN CODE 8 UNLESS THE
059300*  CALLER RAISES IT FURTHER FOR A FILE ERROR
059400*****************************************************************
059500 4400-REFUSE-RUN.
059600     SET WS-RUN-REFUSED TO TRUE.
059700     MOVE WS-EXC-REF TO WS-EDIT-REF.
059800     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
059900     MOVE SPACES TO FIB-RPT-T-TEXT.
060000     STRING "*** REFUSED " DELIMITED BY SIZE
060100            WS-EXC-REASON DELIMITED BY SIZE
060200            " REF " DELIMITED BY SIZE
060300            WS-EDIT-REF DELIMITED BY SIZE
060400            ": " DELIMITED BY SIZE
060500            WS-EXC-TEXT DELIMITED BY SIZE
060600         INTO FIB-RPT-T-TEXT.
060700     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
060800     DISPLAY "FRT4400E - RUN REFUSED, " WS-EXC-REASON " "
060900             WS-EXC-TEXT.
061000     PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT.
061100     IF RETURN-CODE < 8
061200         MOVE 8 TO RETURN-CODE
061300     END-IF.
061400 4400-EXIT.
061500     EXIT.
061600
061700*****************************************************************
061800*  4500-DERIVE-RATIOS - THE RATIOS FROM THE TOP FOUR TERMS
061900*  T1 < T2 < T3 < T4 OF THE PROVEN SEQUENCE:
062000*      161.8  T4 / T3        61.8  T3 / T4
062100*       38.2  T2 / T4        23.6  T1 / T4
062200*       78.6  SQUARE ROOT OF THE 61.8 RATIO
062300*      127.2  SQUARE ROOT OF THE 161.8 RATIO
062400*       50.0  THE SWING MIDPOINT - NOT A SEQUENCE RATIO
062500*  A SEQUENCE TOO SHORT, OR WHOSE TOP TERMS CANNOT GIVE A RATIO
062600*  UNDER TEN, IS REFUSED WITH P006
062700*****************************************************************
062800 4500-DERIVE-RATIOS.
062900     IF WS-TERM-COUNT < 4
063000         MOVE "P006" TO WS-EXC-REASON
063100         MOVE WS-TERM-COUNT TO WS-EXC-REF
063200         MOVE "SEQUENCE UNDER FOUR TERMS - NO RATIOS"
063300             TO WS-EXC-TEXT
063400         PERFORM 4400-REFUSE-RUN THRU 4400-EXIT
063500         GO TO 4500-EXIT
063600     END-IF.
063700     IF WS-TOP-VALUE (3) = ALL "0" OR WS-TOP-VALUE (4) = ALL "0"
063800         MOVE "P006" TO WS-EXC-REASON
063900         MOVE WS-TOP-TERM (4) TO WS-EXC-REF
064000         MOVE "TOP TERMS ARE ZERO - NO RATIOS" TO WS-EXC-TEXT
064100         PERFORM 4400-REFUSE-RUN THRU 4400-EXIT
064200         GO TO 4500-EXIT
064300     END-IF.
064400     MOVE 4 TO WS-NUM-SUB.
064500     MOVE 3 TO WS-DEN-SUB.
064600     PERFORM 4510-DIVIDE-TERMS THRU 4510-EXIT.
064700     IF NOT WS-RATIO-USABLE
064800         GO TO 4500-EXIT
064900     END-IF.
065000     MOVE WS-RATIO-VALUE TO WS-RATIO-GOLDEN.
065100     MOVE 3 TO WS-NUM-SUB.
065200     MOVE 4 TO WS-DEN-SUB.
065300     PERFORM 4510-DIVIDE-TERMS THRU 4510-EXIT.
065400     IF NOT WS-RATIO-USABLE
065500         GO TO 4500-EXIT
065600     END-IF.
065700     MOVE WS-RATIO-VALUE TO WS-RATIO-INVERSE.
065800     MOVE 2 TO WS-NUM-SUB.
065900     PERFORM 4510-DIVIDE-TERMS THRU 4510-EXIT.
066000     IF NOT WS-RATIO-USABLE
066100         GO TO 4500-EXIT
066200     END-IF.
066300     MOVE WS-RATIO-VALUE TO WS-RATIO-SECOND.
066400     MOVE 1 TO WS-NUM-SUB.
066500     PERFORM 4510-DIVIDE-TERMS THRU 4510-EXIT.
066600     IF NOT WS-RATIO-USABLE
066700         GO TO 4500-EXIT
066800     END-IF.
066900     MOVE WS-RATIO-VALUE TO WS-RATIO-THIRD.
067000
067100     MOVE "R" TO WS-LVL-TYPE (1).
067200     MOVE WS-RATIO-THIRD TO WS-LVL-RATIO (1).
067300     MOVE 1 TO WS-NUM-SUB.
067400     MOVE 4 TO WS-DEN-SUB.
067500     MOVE 1 TO WS-LVL-SUB.
067600     PERFORM 4520-DESCRIBE-DIVISION THRU 4520-EXIT.
067700
067800     MOVE "R" TO WS-LVL-TYPE (2).
067900     MOVE WS-RATIO-SECOND TO WS-LVL-RATIO (2).
068000     MOVE 2 TO WS-NUM-SUB.
068100     MOVE 2 TO WS-LVL-SUB.
068200     PERFORM 4520-DESCRIBE-DIVISION THRU 4520-EXIT.
068300
068400     MOVE "R" TO WS-LVL-TYPE (3).
068500     COMPUTE WS-LVL-RATIO (3) = 1 / 2.
068600     MOVE "MIDPOINT OF THE SWING" TO WS-LVL-SOURCE (3).
068700
068800     MOVE "R" TO WS-LVL-TYPE (4).
068900     MOVE WS-RATIO-INVERSE TO WS-LVL-RATIO (4).
069000     MOVE 3 TO WS-NUM-SUB.
069100     MOVE 4 TO WS-LVL-SUB.
069200     PERFORM 4520-DESCRIBE-DIVISION THRU 4520-EXIT.
069300
069400     MOVE "R" TO WS-LVL-TYPE (5).
069500     MOVE WS-RATIO-INVERSE TO WS-ROOT-ARG.
069600     PERFORM 4550-SQUARE-ROOT THRU 4550-EXIT.
069700     MOVE WS-RATIO-VALUE TO WS-LVL-RATIO (5).
069800     MOVE SPACES TO WS-LVL-SOURCE (5).
069900     STRING "SQUARE ROOT OF " DELIMITED BY SIZE
070000            WS-LVL-SOURCE (4) DELIMITED BY SIZE
070100         INTO WS-LVL-SOURCE (5).
070200
070300     MOVE "E" TO WS-LVL-TYPE (7).
070400     MOVE WS-RATIO-GOLDEN TO WS-LVL-RATIO (7).
070500     MOVE 4 TO WS-NUM-SUB.
070600     MOVE 3 TO WS-DEN-SUB.
070700     MOVE 7 TO WS-LVL-SUB.
070800     PERFORM 4520-DESCRIBE-DIVISION THRU 4520-EXIT.
070900
071000     MOVE "E" TO WS-LVL-TYPE (6).
071100     MOVE WS-RATIO-GOLDEN TO WS-ROOT-ARG.
071200     PERFORM 4550-SQUARE-ROOT THRU 4550-EXIT.
071300     MOVE WS-RATIO-VALUE TO WS-LVL-RATIO (6).
071400     MOVE SPACES TO WS-LVL-SOURCE (6).
071500     STRING "SQUARE ROOT OF " DELIMITED BY SIZE
071600            WS-LVL-SOURCE (7) DELIMITED BY SIZE
071700         INTO WS-LVL-SOURCE (6).
071800
071900     PERFORM 4600-WRITE-RATIO-LINES THRU 4600-EXIT.
072000 4500-EXIT.
072100     EXIT.
072200
072300*****************************************************************
072400*  4510-DIVIDE-TERMS - WS-RATIO-VALUE = TOP TERM WS-NUM-SUB
072500*  OVER TOP TERM WS-DEN-SUB TO NINE DECIMAL PLACES.  A QUOTIENT
072600*  OF TEN OR MORE (ONLY POSSIBLE ON A WILD SEED PAIR) DOES NOT
072700*  FIT THE LEVEL ARITHMETIC AND REFUSES THE RUN
072800*****************************************************************
072900 4510-DIVIDE-TERMS.
073000     MOVE "N" TO WS-RATIO-OK-SW.
073100     MOVE WS-TOP-VALUE (WS-NUM-SUB) TO WS-DIVIDEND (1:243).
073200     MOVE "000000000" TO WS-DIVIDEND (244:9).
073300     MOVE WS-TOP-VALUE (WS-DEN-SUB) TO WS-DIVISOR.
073400     PERFORM 5000-DIVIDE-BIG THRU 5000-EXIT.
073500     MOVE ZERO TO WS-LEAD-ZEROS.
073600     INSPECT WS-QUOTIENT TALLYING WS-LEAD-ZEROS
073700         FOR LEADING "0".
073800     COMPUTE WS-SIG-DIGITS = 252 - WS-LEAD-ZEROS.
073900     IF WS-SIG-DIGITS > 10
074000         MOVE "P006" TO WS-EXC-REASON
074100         MOVE WS-TOP-TERM (WS-NUM-SUB) TO WS-EXC-REF
074200         MOVE "TERM RATIO OF TEN OR MORE - NO LEVELS"
074300             TO WS-EXC-TEXT
074400         PERFORM 4400-REFUSE-RUN THRU 4400-EXIT
074500         GO TO 4510-EXIT
074600     END-IF.
074700     MOVE WS-QUOTIENT (235:18) TO WS-RATIO-WORK.
074800     COMPUTE WS-RATIO-VALUE = WS-RATIO-WORK / 1000000000.
074900     SET WS-RATIO-USABLE TO TRUE.
075000 4510-EXIT.
075100     EXIT.
075200
075300 4520-DESCRIBE-DIVISION.
075400     MOVE WS-TOP-TERM (WS-NUM-SUB) TO WS-EDIT-TERM.
075500     MOVE WS-TOP-TERM (WS-DEN-SUB) TO WS-EDIT-TERM-2.
075600     MOVE SPACES TO WS-LVL-SOURCE (WS-LVL-SUB).
075700     STRING "TERM " DELIMITED BY SIZE
075800            WS-EDIT-TERM DELIMITED BY SIZE
075900            " / TERM " DELIMITED BY SIZE
076000            WS-EDIT-TERM-2 DELIMITED BY SIZE
076100         INTO WS-LVL-SOURCE (WS-LVL-SUB).
076200 4520-EXIT.
076300     EXIT.
076400
076500*****************************************************************
076600*  4550-SQUARE-ROOT - WS-RATIO-VALUE = SQUARE ROOT OF
076700*  WS-ROOT-ARG BY NEWTON'S ITERATION FROM 1, WHICH FOR AN
076800*  ARGUMENT NEAR ONE SETTLES IN A HANDFUL OF STEPS.  THE STEP
076900*  LIMIT ONLY GUARDS AGAINST A LAST-PLACE FLIP-FLOP
077000*****************************************************************
077100 4550-SQUARE-ROOT.
077200     MOVE 1 TO WS-ROOT.
077300     MOVE ZERO TO WS-ROOT-PREV.
077400     MOVE ZERO TO WS-ROOT-STEPS.
077500     PERFORM 4555-ROOT-STEP THRU 4555-EXIT
077600         UNTIL WS-ROOT = WS-ROOT-PREV
077700             OR WS-ROOT-STEPS > 40.
077800     COMPUTE WS-RATIO-VALUE ROUNDED = WS-ROOT.
077900 4550-EXIT.
078000     EXIT.
078100
078200 4555-ROOT-STEP.
078300     MOVE WS-ROOT TO WS-ROOT-PREV.
078400     COMPUTE WS-ROOT ROUNDED =
078500         (WS-ROOT-PREV + WS-ROOT-ARG / WS-ROOT-PREV) / 2.
078600     ADD 1 TO WS-ROOT-STEPS.
078700 4555-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100*  4600-WRITE-RATIO-LINES - EACH LEVEL'S PERCENTAGE, ITS RATIO,
079200*  AND WHERE IN THE SEQUENCE THE RATIO CAME FROM, SO THE DESK
079300*  CAN SHOW AUDIT THE TRAIL BACK TO THE VERIFIED TERMS
079400*****************************************************************
079500 4600-WRITE-RATIO-LINES.
079600     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
079700     MOVE SPACES TO FIB-RPT-T-TEXT.
079800     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
079900     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
080000     MOVE "RATIOS    PCT  RATIO        SOURCE" TO FIB-RPT-T-TEXT.
080100     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
080200     MOVE 1 TO WS-LVL-SUB.
080300     PERFORM 4610-WRITE-ONE-RATIO THRU 4610-EXIT
080400         UNTIL WS-LVL-SUB > 7.
080500 4600-EXIT.
080600     EXIT.
080700
080800 4610-WRITE-ONE-RATIO.
080900     COMPUTE WS-LVL-PCT (WS-LVL-SUB) ROUNDED =
081000         WS-LVL-RATIO (WS-LVL-SUB) * 100.
081100     MOVE WS-LVL-PCT (WS-LVL-SUB) TO WS-EDIT-PCT.
081200     MOVE WS-LVL-RATIO (WS-LVL-SUB) TO WS-EDIT-RATIO.
081300     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
081400     MOVE SPACES TO FIB-RPT-T-TEXT.
081500     STRING "        " DELIMITED BY SIZE
081600            WS-EDIT-PCT DELIMITED BY SIZE
081700            "  " DELIMITED BY SIZE
081800            WS-EDIT-RATIO DELIMITED BY SIZE
081900            "  " DELIMITED BY SIZE
082000            WS-LVL-SOURCE (WS-LVL-SUB) DELIMITED BY SIZE
082100         INTO FIB-RPT-T-TEXT.
082200     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
082300     ADD 1 TO WS-LVL-SUB.
082400 4610-EXIT.
082500     EXIT.
082600
082700*****************************************************************
082800*  5000-DIVIDE-BIG - WS-QUOTIENT = WS-DIVIDEND / WS-DIVISOR,
082900*  SCHOOLBOOK LONG DIVISION LEFT TO RIGHT, AS IN FIBANAL: SHIFT
083000*  ONE DIVIDEND DIGIT INTO THE REMAINDER, THEN COUNT HOW MANY
083100*  TIMES THE DIVISOR SUBTRACTS OUT.  THE CALLER GUARANTEES A
083200*  NONZERO DIVISOR, SO EACH QUOTIENT DIGIT IS AT MOST NINE
083300*****************************************************************
083400 5000-DIVIDE-BIG.
083500     MOVE ALL "0" TO WS-REMAIN.
083600     MOVE ALL "0" TO WS-QUOTIENT.
083700     MOVE 1 TO WS-POS.
083800     PERFORM 5100-DIVIDE-ONE-POSITION THRU 5100-EXIT
083900         UNTIL WS-POS > 252.
084000 5000-EXIT.
084100     EXIT.
084200
084300 5100-DIVIDE-ONE-POSITION.
084400     MOVE WS-REMAIN (2:251) TO WS-REMAIN-WORK (1:251).
084500     MOVE WS-DIVIDEND (WS-POS:1) TO WS-REMAIN-WORK (252:1).
084600     MOVE WS-REMAIN-WORK TO WS-REMAIN.
084700     MOVE ZERO TO WS-Q-DIGIT.
084800     PERFORM 5200-SUBTRACT-DIVISOR THRU 5200-EXIT
084900         UNTIL WS-REMAIN (1:9) = "000000000"
085000             AND WS-REMAIN (10:243) < WS-DIVISOR.
085100     MOVE WS-Q-DIGIT TO WS-QUO-DIGIT (WS-POS).
085200     ADD 1 TO WS-POS.
085300 5100-EXIT.
085400     EXIT.
085500
085600 5200-SUBTRACT-DIVISOR.
085700     MOVE ZERO TO WS-BORROW.
085800     MOVE 243 TO WS-DIV-SUB.
085900     PERFORM 5210-SUBTRACT-ONE-DIGIT THRU 5210-EXIT
086000         UNTIL WS-DIV-SUB < 1.
086100     MOVE 9 TO WS-HI-SUB.
086200     PERFORM 5220-PROPAGATE-BORROW THRU 5220-EXIT
086300         UNTIL WS-BORROW = ZERO OR WS-HI-SUB < 1.
086400     ADD 1 TO WS-Q-DIGIT.
086500 5200-EXIT.
086600     EXIT.
086700
086800 5210-SUBTRACT-ONE-DIGIT.
086900     COMPUTE WS-SUB-WORK = WS-REM-DIGIT (WS-DIV-SUB + 9)
087000         - WS-DIV-DIGIT (WS-DIV-SUB) - WS-BORROW.
087100     IF WS-SUB-WORK < ZERO
087200         ADD 10 TO WS-SUB-WORK
087300         MOVE 1 TO WS-BORROW
087400     ELSE
087500         MOVE ZERO TO WS-BORROW
087600     END-IF.
087700     MOVE WS-SUB-WORK TO WS-REM-DIGIT (WS-DIV-SUB + 9).
087800     SUBTRACT 1 FROM WS-DIV-SUB.
087900 5210-EXIT.
088000     EXIT.
088100
088200 5220-PROPAGATE-BORROW.
088300     COMPUTE WS-SUB-WORK = WS-REM-DIGIT (WS-HI-SUB) - WS-BORROW.
088400     IF WS-SUB-WORK < ZERO
088500         ADD 10 TO WS-SUB-WORK
088600         MOVE 1 TO WS-BORROW
088700     ELSE
088800         MOVE ZERO TO WS-BORROW
088900     END-IF.
089000     MOVE WS-SUB-WORK TO WS-REM-DIGIT (WS-HI-SUB).
089100     SUBTRACT 1 FROM WS-HI-SUB.
089200 5220-EXIT.
089300     EXIT.
089400
089500*****************************************************************
089600*  6000-PROCESS-SWINGS - EXTRACT HEADER, SEVEN LEVELS PER GOOD
089700*  SWING, TRAILER.  A BAD SWING IS LISTED ON THE REPORT AND
089800*  SKIPPED; THE REST OF THE FILE STILL RUNS
089900*****************************************************************
090000 6000-PROCESS-SWINGS.
090100     OPEN INPUT FIBSWNG.
090200     IF WS-SWG-STATUS NOT = "00"
090300         DISPLAY "FRT6000E - UNABLE TO OPEN FIBSWNG, STATUS = "
090400                 WS-SWG-STATUS
090500         MOVE "F001" TO WS-EXC-REASON
090600         MOVE ZERO TO WS-EXC-REF
090700         MOVE "UNABLE TO OPEN FIBSWNG - NO LEVELS"
090800             TO WS-EXC-TEXT
090900         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
091000         MOVE 12 TO RETURN-CODE
091100         CLOSE FIBRTRPT
091200         STOP RUN
091300     END-IF.
091400     OPEN OUTPUT FIBRTX.
091500     IF WS-RTX-STATUS NOT = "00"
091600         DISPLAY "FRT6000E - UNABLE TO OPEN FIBRTX, STATUS = "
091700                 WS-RTX-STATUS
091800         MOVE "F001" TO WS-EXC-REASON
091900         MOVE ZERO TO WS-EXC-REF
092000         MOVE "UNABLE TO OPEN FIBRTX - NO LEVELS"
092100             TO WS-EXC-TEXT
092200         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
092300         MOVE 12 TO RETURN-CODE
092400         CLOSE FIBSWNG
092500         CLOSE FIBRTRPT
092600         STOP RUN
092700     END-IF.
092800     MOVE FIB-RTX-HEADER-LINE TO FIB-RTX-RECORD.
092900     PERFORM 6900-WRITE-EXTRACT THRU 6900-EXIT.
093000     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
093100     MOVE SPACES TO FIB-RPT-T-TEXT.
093200     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
093300     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
093400     MOVE "SWING LEVELS" TO FIB-RPT-T-TEXT.
093500     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
093600     PERFORM 6800-READ-SWING THRU 6800-EXIT.
093700     PERFORM 6100-PROCESS-ONE-SWING THRU 6100-EXIT
093800         UNTIL WS-SWG-EOF.
093900     MOVE WS-SWINGS-READ TO FIB-RTX-T-SWINGS.
094000     MOVE WS-SWINGS-REJECTED TO FIB-RTX-T-REJECTED.
094100     MOVE WS-LEVELS-WRITTEN TO FIB-RTX-T-LEVELS.
094200     MOVE WS-RUN-ID TO FIB-RTX-T-RUN-ID.
094300     MOVE WS-SEQ-ID TO FIB-RTX-T-SEQ-ID.
094400     MOVE FIB-RTX-TRAILER-LINE TO FIB-RTX-RECORD.
094500     PERFORM 6900-WRITE-EXTRACT THRU 6900-EXIT.
094600     CLOSE FIBSWNG.
094700     CLOSE FIBRTX.
094800 6000-EXIT.
094900     EXIT.
095000
095100 6100-PROCESS-ONE-SWING.
095200     ADD 1 TO WS-SWINGS-READ.
095300     PERFORM 6200-EDIT-SWING THRU 6200-EXIT.
095400     IF WS-SWING-REJECTED
095500         PERFORM 6500-REJECT-SWING THRU 6500-EXIT
095600     ELSE
095700         PERFORM 6300-COMPUTE-LEVELS THRU 6300-EXIT
095800     END-IF.
095900     PERFORM 6800-READ-SWING THRU 6800-EXIT.
096000 6100-EXIT.
096100     EXIT.
096200
096300*****************************************************************
096400*  6200-EDIT-SWING - A SWING NEEDS AN INSTRUMENT CODE THAT WILL
096500*  NOT BREAK THE CSV, TWO NUMERIC PRICES WITH THE HIGH ABOVE
096600*  THE LOW, AND A DIRECTION OF U OR D
096700*****************************************************************
096800 6200-EDIT-SWING.
096900     MOVE "N" TO WS-SWING-REJECTED-SW.
097000     MOVE ZERO TO WS-COMMA-COUNT.
097100     INSPECT FIB-SWG-INSTRUMENT TALLYING WS-COMMA-COUNT
097200         FOR ALL ",".
097300     EVALUATE TRUE
097400         WHEN FIB-SWG-INSTRUMENT = SPACES
097500             MOVE "INSTRUMENT CODE IS BLANK" TO WS-REJ-TEXT
097600         WHEN WS-COMMA-COUNT > ZERO
097700             MOVE "INSTRUMENT CODE CONTAINS A COMMA"
097800                 TO WS-REJ-TEXT
097900         WHEN FIB-SWG-HIGH NOT NUMERIC
098000             MOVE "SWING HIGH IS NOT NUMERIC" TO WS-REJ-TEXT
098100         WHEN FIB-SWG-LOW NOT NUMERIC
098200             MOVE "SWING LOW IS NOT NUMERIC" TO WS-REJ-TEXT
098300         WHEN FIB-SWG-HIGH NOT > FIB-SWG-LOW
098400             MOVE "SWING HIGH IS NOT ABOVE SWING LOW"
098500                 TO WS-REJ-TEXT
098600         WHEN NOT FIB-SWG-UP AND NOT FIB-SWG-DOWN
098700             MOVE "DIRECTION IS NOT U OR D" TO WS-REJ-TEXT
098800         WHEN OTHER
098900             GO TO 6200-EXIT
099000     END-EVALUATE.
099100     SET WS-SWING-REJECTED TO TRUE.
099200 6200-EXIT.
099300     EXIT.
099400
099500*****************************************************************
099600*  6300-COMPUTE-LEVELS - THE SWING LINE, THEN ITS SEVEN LEVELS
099700*****************************************************************
099800 6300-COMPUTE-LEVELS.
099900     COMPUTE WS-RANGE = FIB-SWG-HIGH - FIB-SWG-LOW.
100000     MOVE FIB-SWG-HIGH TO WS-EDIT-HIGH.
100100     MOVE FIB-SWG-LOW TO WS-EDIT-LOW.
100200     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
100300     MOVE SPACES TO FIB-RPT-T-TEXT.
100400     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
100500     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
100600     MOVE SPACES TO FIB-RPT-T-TEXT.
100700     STRING "  " DELIMITED BY SIZE
100800            FIB-SWG-INSTRUMENT DELIMITED BY SIZE
100900            "  " DELIMITED BY SIZE
101000            FIB-SWG-DIRECTION DELIMITED BY SIZE
101100            "  HIGH " DELIMITED BY SIZE
101200            WS-EDIT-HIGH DELIMITED BY SIZE
101300            "  LOW " DELIMITED BY SIZE
101400            WS-EDIT-LOW DELIMITED BY SIZE
101500         INTO FIB-RPT-T-TEXT.
101600     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
101700     MOVE 1 TO WS-LVL-SUB.
101800     PERFORM 6310-COMPUTE-ONE-LEVEL THRU 6310-EXIT
101900         UNTIL WS-LVL-SUB > 7.
102000 6300-EXIT.
102100     EXIT.
102200
102300*****************************************************************
102400*  6310-COMPUTE-ONE-LEVEL - A RETRACEMENT COMES BACK FROM THE
102500*  END OF THE MOVE TOWARD ITS START; AN EXTENSION IS MEASURED
102600*  FROM THE START AND PROJECTS PAST THE END:
102700*      UP SWING    R  HIGH - RATIO * RANGE
102800*                  E  LOW  + RATIO * RANGE
102900*      DOWN SWING  R  LOW  + RATIO * RANGE
103000*                  E  HIGH - RATIO * RANGE
103100*****************************************************************
103200 6310-COMPUTE-ONE-LEVEL.
103300     EVALUATE TRUE
103400         WHEN FIB-SWG-UP AND WS-LVL-RETRACEMENT (WS-LVL-SUB)
103500             COMPUTE WS-LEVEL-PRICE ROUNDED = FIB-SWG-HIGH
103600                 - WS-LVL-RATIO (WS-LVL-SUB) * WS-RANGE
103700         WHEN FIB-SWG-UP
103800             COMPUTE WS-LEVEL-PRICE ROUNDED = FIB-SWG-LOW
103900                 + WS-LVL-RATIO (WS-LVL-SUB) * WS-RANGE
104000         WHEN WS-LVL-RETRACEMENT (WS-LVL-SUB)
104100             COMPUTE WS-LEVEL-PRICE ROUNDED = FIB-SWG-LOW
104200                 + WS-LVL-RATIO (WS-LVL-SUB) * WS-RANGE
104300         WHEN OTHER
104400             COMPUTE WS-LEVEL-PRICE ROUNDED = FIB-SWG-HIGH
104500                 - WS-LVL-RATIO (WS-LVL-SUB) * WS-RANGE
104600     END-EVALUATE.
104700     MOVE WS-LVL-PCT (WS-LVL-SUB) TO WS-EDIT-PCT.
104800     MOVE WS-LVL-RATIO (WS-LVL-SUB) TO WS-EDIT-RATIO.
104900     MOVE WS-LEVEL-PRICE TO WS-EDIT-PRICE.
105000     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
105100     MOVE SPACES TO FIB-RPT-T-TEXT.
105200     IF WS-LVL-RETRACEMENT (WS-LVL-SUB)
105300         MOVE "RETRACEMENT" TO WS-LVL-WORD
105400     ELSE
105500         MOVE "EXTENSION" TO WS-LVL-WORD
105600     END-IF.
105700     STRING "      " DELIMITED BY SIZE
105800            WS-LVL-WORD DELIMITED BY SIZE
105900            WS-EDIT-PCT DELIMITED BY SIZE
106000            " PCT  RATIO " DELIMITED BY SIZE
106100            WS-EDIT-RATIO DELIMITED BY SIZE
106200            "  LEVEL " DELIMITED BY SIZE
106300            WS-EDIT-PRICE DELIMITED BY SIZE
106400         INTO FIB-RPT-T-TEXT.
106500     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
106600
106700     MOVE FIB-SWG-INSTRUMENT TO FIB-RTX-D-INSTRUMENT.
106800     MOVE FIB-SWG-DIRECTION TO FIB-RTX-D-DIRECTION.
106900     MOVE FIB-SWG-HIGH TO FIB-RTX-D-HIGH.
107000     MOVE FIB-SWG-LOW TO FIB-RTX-D-LOW.
107100     MOVE WS-LVL-TYPE (WS-LVL-SUB) TO FIB-RTX-D-LEVEL-TYPE.
107200     MOVE WS-LVL-PCT (WS-LVL-SUB) TO FIB-RTX-D-LEVEL-PCT.
107300     MOVE WS-LVL-RATIO (WS-LVL-SUB) TO FIB-RTX-D-RATIO.
107400     MOVE WS-LEVEL-PRICE TO FIB-RTX-D-PRICE.
107500     MOVE WS-RUN-ID TO FIB-RTX-D-RUN-ID.
107600     MOVE FIB-RTX-DETAIL-LINE TO FIB-RTX-RECORD.
107700     PERFORM 6900-WRITE-EXTRACT THRU 6900-EXIT.
107800     ADD 1 TO WS-LEVELS-WRITTEN.
107900     ADD 1 TO WS-LVL-SUB.
108000 6310-EXIT.
108100     EXIT.
108200
108300*****************************************************************
108400*  6500-REJECT-SWING
108500*****************************************************************
108600 6500-REJECT-SWING.
108700     ADD 1 TO WS-SWINGS-REJECTED.
108800     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
108900     MOVE SPACES TO FIB-RPT-T-TEXT.
109000     STRING "  " DELIMITED BY SIZE
109100            FIB-SWG-INSTRUMENT DELIMITED BY SIZE
109200            "  *** REJECTED - " DELIMITED BY SIZE
109300            WS-REJ-TEXT DELIMITED BY SIZE
109400         INTO FIB-RPT-T-TEXT.
109500     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
109600 6500-EXIT.
109700     EXIT.
109800
109900*****************************************************************
110000*  6800-READ-SWING - ANY READ FAILURE ENDS THE SWING LOOP; A
110100*  BAD STATUS LEFT UNCHECKED WOULD SPIN ON THE SAME RECORD
110200*****************************************************************
110300 6800-READ-SWING.
110400     READ FIBSWNG
110500         AT END
110600             SET WS-SWG-EOF TO TRUE
110700     END-READ.
110800     IF WS-SWG-STATUS NOT = "00" AND WS-SWG-STATUS NOT = "10"
110900         DISPLAY "FRT6800E - FIBSWNG READ FAILED, STATUS = "
111000                 WS-SWG-STATUS ", REMAINING SWINGS SKIPPED"
111100         MOVE "F001" TO WS-EXC-REASON
111200         MOVE ZERO TO WS-EXC-REF
111300         MOVE "FIBSWNG READ FAILED - SWINGS SKIPPED"
111400             TO WS-EXC-TEXT
111500         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
111600         IF RETURN-CODE < 8
111700             MOVE 8 TO RETURN-CODE
111800         END-IF
111900         SET WS-SWG-EOF TO TRUE
112000     END-IF.
112100 6800-EXIT.
112200     EXIT.
112300
112400 6900-WRITE-EXTRACT.
112500     WRITE FIB-RTX-RECORD.
112600     IF WS-RTX-STATUS NOT = "00"
112700         DISPLAY "FRT6900E - UNABLE TO WRITE FIBRTX, STATUS = "
112800                 WS-RTX-STATUS ", JOB TERMINATED"
112900         MOVE "F001" TO WS-EXC-REASON
113000         MOVE ZERO TO WS-EXC-REF
113100         MOVE "UNABLE TO WRITE FIBRTX" TO WS-EXC-TEXT
113200         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
113300         MOVE 12 TO RETURN-CODE
113400         CLOSE FIBSWNG
113500         CLOSE FIBRTX
113600         CLOSE FIBRTRPT
113700         STOP RUN
113800     END-IF.
113900 6900-EXIT.
114000     EXIT.
114100
114200*****************************************************************
114300*  7000-WRITE-SUMMARY - COUNTS AND THE RUN ID THE RATIOS CAME
114400*  FROM.  A REJECTED SWING OR AN EMPTY SWING FILE IS A WARNING,
114500*  RETURN CODE 4
114600*****************************************************************
114700 7000-WRITE-SUMMARY.
114800     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
114900     MOVE SPACES TO FIB-RPT-T-TEXT.
115000     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
115100     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
115200     MOVE "RUN SUMMARY" TO FIB-RPT-T-TEXT.
115300     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
115400     MOVE WS-RUN-ID TO WS-EDIT-RUN.
115500     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
115600     MOVE SPACES TO FIB-RPT-T-TEXT.
115700     STRING "  RATIOS FROM FIBRCAT RUN ID: " DELIMITED BY SIZE
115800            WS-EDIT-RUN DELIMITED BY SIZE
115900         INTO FIB-RPT-T-TEXT.
116000     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
116100     MOVE WS-SWINGS-READ TO WS-EDIT-COUNT.
116200     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
116300     MOVE SPACES TO FIB-RPT-T-TEXT.
116400     STRING "  SWINGS READ:                " DELIMITED BY SIZE
116500            WS-EDIT-COUNT DELIMITED BY SIZE
116600         INTO FIB-RPT-T-TEXT.
116700     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
116800     MOVE WS-SWINGS-REJECTED TO WS-EDIT-COUNT.
116900     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
117000     MOVE SPACES TO FIB-RPT-T-TEXT.
117100     STRING "  SWINGS REJECTED:            " DELIMITED BY SIZE
117200            WS-EDIT-COUNT DELIMITED BY SIZE
117300         INTO FIB-RPT-T-TEXT.
117400     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
117500     MOVE WS-LEVELS-WRITTEN TO WS-EDIT-COUNT.
117600     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
117700     MOVE SPACES TO FIB-RPT-T-TEXT.
117800     STRING "  LEVELS WRITTEN:             " DELIMITED BY SIZE
117900            WS-EDIT-COUNT DELIMITED BY SIZE
118000         INTO FIB-RPT-T-TEXT.
118100     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
118200     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
118300     MOVE SPACES TO FIB-RPT-T-TEXT.
118400     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
118500     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
118600     EVALUATE TRUE
118700         WHEN WS-RUN-REFUSED
118800             MOVE "*** RUN REFUSED - NO LEVELS PRODUCED ***"
118900                 TO FIB-RPT-T-TEXT
119000         WHEN WS-SWINGS-READ = ZERO
119100             MOVE "*** FIBSWNG EMPTY - NO LEVELS PRODUCED ***"
119200                 TO FIB-RPT-T-TEXT
119300             IF RETURN-CODE < 4
119400                 MOVE 4 TO RETURN-CODE
119500             END-IF
119600             DISPLAY "FRT7000W - FIBSWNG CONTAINED NO SWINGS"
119700         WHEN WS-SWINGS-REJECTED > ZERO
119800             MOVE "*** LEVELS COMPLETE - SWINGS REJECTED ***"
119900                 TO FIB-RPT-T-TEXT
120000             IF RETURN-CODE < 4
120100                 MOVE 4 TO RETURN-CODE
120200             END-IF
120300             MOVE WS-SWINGS-REJECTED TO WS-EDIT-COUNT
120400             DISPLAY "FRT7000W - " WS-EDIT-COUNT
120500                     " SWING(S) REJECTED, SEE FIBRTRPT"
120600         WHEN OTHER
120700             MOVE "*** LEVELS COMPLETE ***" TO FIB-RPT-T-TEXT
120800     END-EVALUATE.
120900     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
121000     CLOSE FIBRTRPT.
121100 7000-EXIT.
121200     EXIT.
121300
121400*****************************************************************
121500*  7300-WRITE-TEXT-LINE - PAGE-BREAK CHECK AND CONTROL BYTE
121600*  AHEAD OF A HELD TEXT LINE; 7310 WRITES WHAT THE CALLER PUT
121700*  IN FIB-RPT-T-TEXT
121800*****************************************************************
121900 7300-WRITE-TEXT-LINE.
122000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
122100         PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT
122200     END-IF.
122300     MOVE SPACE TO FIB-RPT-T-CTL.
122400 7300-EXIT.
122500     EXIT.
122600
122700 7310-WRITE-HELD-LINE.
122800     WRITE FIB-RETRACE-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
122900     ADD 1 TO WS-LINE-COUNT.
123000 7310-EXIT.
123100     EXIT.
123200
123300*****************************************************************
123400*  8500-WRITE-EXCEPTION-RECORD - APPEND ONE RECORD TO THE
123500*  COMMON FIBEXCF EXCEPTION FILE.  THE CALLER HAS SET THE
123600*  REASON CODE, REFERENCE NUMBER, AND TEXT IN THE STAGING
123700*  FIELDS.  A PROBLEM WITH THE EXCEPTION FILE ITSELF IS
123800*  REPORTED ON THE CONSOLE AND THE RUN CARRIES ON
123900*****************************************************************
124000 8500-WRITE-EXCEPTION-RECORD.
124100     OPEN EXTEND FIBEXCF.
124200     IF WS-EXC-STATUS NOT = "00"
124300         OPEN OUTPUT FIBEXCF
124400     END-IF.
124500     IF WS-EXC-STATUS NOT = "00"
124600         DISPLAY "FRT8500W - UNABLE TO OPEN FIBEXCF, STATUS = "
124700                 WS-EXC-STATUS ", EXCEPTION RECORD NOT WRITTEN"
124800     ELSE
124900         MOVE SPACES TO FIB-EXC-REC
125000         MOVE "FIBRETR" TO FIB-EXC-JOB-NAME
125100         MOVE WS-RUN-DATE TO FIB-EXC-RUN-DATE
125200         MOVE WS-RUN-TIME TO FIB-EXC-RUN-TIME
125300         MOVE WS-EXC-REASON TO FIB-EXC-REASON-CODE
125400         MOVE WS-EXC-REF TO FIB-EXC-REF-NO
125500         MOVE WS-EXC-TEXT TO FIB-EXC-TEXT
125600         WRITE FIB-EXC-REC
125700         CLOSE FIBEXCF
125800     END-IF.
125900 8500-EXIT.
126000     EXIT.
126100
126200*****************************************************************
126300*  9000-TERMINATE
126400*****************************************************************
126500 9000-TERMINATE.
126600     DISPLAY "FRT9000I - RETRACEMENT LEVELS COMPLETE".
126700 9000-EXIT.
126800     EXIT.
