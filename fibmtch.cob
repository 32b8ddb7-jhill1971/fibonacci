000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. fibmtch.
000300 AUTHOR. JAMES HILL.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL PROGRAM.  BULK VALUE MATCHING FOR
001000*                     THE PRICING AND ACTUARIAL SYSTEMS, WHICH
001100*                     HAD OUTGROWN ONE FIBCALL SEARCH AT A TIME
001200*                     AND ITS 18-DIGIT TARGET.  READS THEIR
001300*                     FIBMREQ FILE OF CORRELATION ID AND
001400*                     CANDIDATE VALUE (UP TO 243 DIGITS), MATCHES
001500*                     EACH VALUE AGAINST THE STORED FIBSEQ
001600*                     SEQUENCE, AND WRITES THE FIBMRSP RESPONSE
001700*                     FILE: FOUND FLAG AND TERM NUMBER, OR FOR A
001800*                     MISS THE NEAREST TERMS BELOW AND ABOVE
001900*                     WITH THEIR VALUES.  HEADER AND TRAILER
002000*                     CONTROL COUNTS FOLLOW THE WAREHOUSE
002100*                     INTERFACE; A BLANK, NON-NUMERIC, OR
002200*                     OVERSIZE VALUE GETS A REJECT RECORD AND
002300*                     THE REST OF THE FILE STILL RUNS.
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT FIBSEQ ASSIGN TO "FIBSEQ"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS FIB-SEQ-KEY
003200         FILE STATUS IS WS-SEQ-STATUS.
003300
003400     SELECT FIBMREQ ASSIGN TO "FIBMREQ"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-REQ-STATUS.
003700
003800     SELECT FIBMRSP ASSIGN TO "FIBMRSP"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RSP-STATUS.
004100
004200     SELECT FIBMXRPT ASSIGN TO "FIBMXRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RPT-STATUS.
004500
004600     SELECT FIBEXCF ASSIGN TO "FIBEXCF"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-EXC-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  FIBSEQ
005300     LABEL RECORDS ARE STANDARD.
005400     COPY FIBSEQ.
005500
005600 FD  FIBMREQ
005700     LABEL RECORDS ARE STANDARD.
005800     COPY FIBMRQ.
005900
006000 FD  FIBMRSP
006100     LABEL RECORDS ARE STANDARD.
006200 01  FIB-MRSP-RECORD             PIC X(517).
006300
006400 FD  FIBMXRPT
006500     LABEL RECORDS ARE STANDARD.
006600 01  FIB-MATCH-REPORT-RECORD     PIC X(81).
006700
006800 FD  FIBEXCF
006900     LABEL RECORDS ARE STANDARD.
007000     COPY FIBEXC.
007100
007200 WORKING-STORAGE SECTION.
007300*****************************************************************
007400*  REPORT LINE LAYOUTS - SAME PRINT-IMAGE CONVENTION AS FIBRPT
007500*****************************************************************
007600 COPY FIBRPT.
007700
007800*****************************************************************
007900*  RESPONSE RECORD LAYOUTS - BUILT HERE AND WRITTEN THROUGH THE
008000*  FIXED-LENGTH FILE RECORD, THE SAME WAY FIBWEXT BUILDS FIBWHX
008100*****************************************************************
008200 COPY FIBMRS.
008300
008400*****************************************************************
008500*  THE SEQUENCE BEING MATCHED AGAINST, THE RUN ID THAT WROTE
008600*  IT, AND THE PARAMETER AREA FOR THE FIBSEQD LOOKUP
008700*****************************************************************
008800 77  WS-SEQ-ID               PIC X(36) VALUE SPACES.
008900 77  WS-RUN-ID               PIC 9(05) VALUE ZERO.
009000 77  WS-DIR-FOUND-SW         PIC X(01) VALUE "N".
009100     88  WS-DIR-FOUND                VALUE "Y".
009200 COPY FIBSEQA.
009300
009400*****************************************************************
009500*  THE STORED SEQUENCE, LOADED ONCE AND SEARCHED FOR EVERY
009600*  REQUEST.  EACH ENTRY KEEPS ITS OWN TERM NUMBER; THE VALUES
009700*  ARE ALL DIGITS, SO ALPHANUMERIC COMPARES ORDER THE SAME AS
009800*  NUMERIC ONES
009900*****************************************************************
010000 01  WS-TERM-TABLE.
010100     05  WS-TERM-ENTRY       OCCURS 999 TIMES.
010200         10  WS-TERM-NO      PIC 9(03).
010300         10  WS-TERM-VALUE   PIC X(243).
010400 77  WS-TERM-COUNT           PIC 9(04) COMP VALUE ZERO.
010500 77  WS-TERM-SUB             PIC 9(04) COMP VALUE ZERO.
010600 77  WS-SEQ-LOADED-SW        PIC X(01) VALUE "N".
010700     88  WS-SEQ-LOADED               VALUE "Y".
010800
010900*****************************************************************
011000*  CANDIDATE EDIT WORK FIELDS - THE VALUE IS LOCATED IN ITS
011100*  260-BYTE FIELD, CHECKED, AND RIGHT-ALIGNED INTO 243
011200*  ZERO-PADDED DIGITS, THE SAME FORM AS A FIBSEQ VALUE
011300*****************************************************************
011400 01  WS-CAND-VALUE           PIC X(243) VALUE SPACES.
011500 77  WS-LEAD-SPACES          PIC 9(03) VALUE ZERO.
011600 77  WS-TOKEN-START          PIC 9(03) VALUE ZERO.
011700 77  WS-TOKEN-LEN            PIC 9(03) VALUE ZERO.
011800 77  WS-TAIL-START           PIC 9(03) VALUE ZERO.
011900 77  WS-LEAD-ZEROS           PIC 9(03) VALUE ZERO.
012000 77  WS-SIG-DIGITS           PIC 9(03) VALUE ZERO.
012100 77  WS-DIGIT-START          PIC 9(03) VALUE ZERO.
012200 77  WS-CAND-START           PIC 9(03) VALUE ZERO.
012300 77  WS-REJECTED-SW          PIC X(01) VALUE "N".
012400     88  WS-REQUEST-REJECTED         VALUE "Y".
012500 77  WS-REJ-REASON           PIC X(02) VALUE SPACES.
012600 77  WS-REJ-TEXT             PIC X(40) VALUE SPACES.
012700
012800*****************************************************************
012900*  MATCH RESULT - TABLE SUBSCRIPTS OF THE MATCHING TERM AND OF
013000*  THE NEAREST TERMS UNDER AND OVER THE CANDIDATE, ZERO WHEN
013100*  THERE IS NONE
013200*****************************************************************
013300 77  WS-MATCH-SUB            PIC 9(04) COMP VALUE ZERO.
013400 77  WS-BELOW-SUB            PIC 9(04) COMP VALUE ZERO.
013500 77  WS-ABOVE-SUB            PIC 9(04) COMP VALUE ZERO.
013600
013700*****************************************************************
013800*  CONTROL COUNTS AND HASH TOTAL FOR THE TRAILER AND REPORT.
013900*  THREE TERM NUMBERS PER DETAIL CANNOT OVERFLOW 18 DIGITS
014000*****************************************************************
014100 77  WS-REQUESTS-READ        PIC 9(09) VALUE ZERO.
014200 77  WS-FOUND-COUNT          PIC 9(09) VALUE ZERO.
014300 77  WS-NOT-FOUND-COUNT      PIC 9(09) VALUE ZERO.
014400 77  WS-REJECT-COUNT         PIC 9(09) VALUE ZERO.
014500 77  WS-RECORD-COUNT         PIC 9(09) VALUE ZERO.
014600 77  WS-HASH-TOTAL           PIC 9(18) VALUE ZERO.
014700
014800*****************************************************************
014900*  ZERO-SUPPRESSED FIELDS FOR NUMERIC VALUES STRUNG INTO
015000*  REPORT TEXT LINES
015100*****************************************************************
015200 77  WS-EDIT-COUNT           PIC Z(8)9.
015300 77  WS-EDIT-HASH            PIC Z(17)9.
015400 77  WS-EDIT-RUN             PIC ZZZZ9.
015500 77  WS-EDIT-TERM            PIC ZZ9.
015600 77  WS-EDIT-PAGE            PIC ZZ9.
015700
015800*****************************************************************
015900*  SWITCHES
016000*****************************************************************
016100 77  WS-SEQ-EOF-SW           PIC X(01) VALUE "N".
016200     88  WS-SEQ-EOF                  VALUE "Y".
016300 77  WS-REQ-EOF-SW           PIC X(01) VALUE "N".
016400     88  WS-REQ-EOF                  VALUE "Y".
016500
016600*****************************************************************
016700*  FILE STATUS FIELDS
016800*****************************************************************
016900 77  WS-SEQ-STATUS           PIC X(02) VALUE "00".
017000 77  WS-REQ-STATUS           PIC X(02) VALUE "00".
017100 77  WS-RSP-STATUS           PIC X(02) VALUE "00".
017200 77  WS-RPT-STATUS           PIC X(02) VALUE "00".
017300 77  WS-EXC-STATUS           PIC X(02) VALUE "00".
017400
017500*****************************************************************
017600*  EXCEPTION STAGING FIELDS - THE CALLER OF THE EXCEPTION
017700*  WRITER SETS THESE THREE; THE WRITER SUPPLIES THE JOB NAME
017800*  AND RUN DATE/TIME ITSELF
017900*****************************************************************
018000 77  WS-EXC-REASON           PIC X(04) VALUE SPACES.
018100 77  WS-EXC-REF              PIC 9(05) VALUE ZERO.
018200 77  WS-EXC-TEXT             PIC X(40) VALUE SPACES.
018300
018400*****************************************************************
018500*  MISCELLANEOUS WORK FIELDS
018600*****************************************************************
018700 77  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
018800 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
018900 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 060.
019000 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
019100 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
019200 77  WS-DISPLAY-DATE         PIC X(10) VALUE SPACES.
019300 77  WS-DISPLAY-TIME         PIC X(08) VALUE SPACES.
019400
019500 PROCEDURE DIVISION.
019600*****************************************************************
019700*  0000-MAINLINE
019800*****************************************************************
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     PERFORM 2000-RESOLVE-SEQUENCE THRU 2000-EXIT.
020200     PERFORM 3000-OPEN-REPORT THRU 3000-EXIT.
020300     PERFORM 4000-LOAD-SEQUENCE THRU 4000-EXIT.
020400     IF WS-SEQ-LOADED
020500         PERFORM 5000-MATCH-REQUESTS THRU 5000-EXIT
020600     END-IF.
020700     PERFORM 6000-WRITE-CONTROL-TOTALS THRU 6000-EXIT.
020800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020900     STOP RUN.
021000 0000-EXIT.
021100     EXIT.
021200
021300*****************************************************************
021400*  1000-INITIALIZE - CAPTURE RUN DATE AND TIME FOR THE HEADER
021500*  RECORD AND THE REPORT
021600*****************************************************************
021700 1000-INITIALIZE.
021800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021900     ACCEPT WS-RUN-TIME FROM TIME.
022000     STRING WS-RUN-DATE (5:2) "/" WS-RUN-DATE (7:2) "/"
022100            WS-RUN-DATE (1:4)
022200         DELIMITED BY SIZE INTO WS-DISPLAY-DATE.
022300     STRING WS-RUN-TIME (1:2) ":" WS-RUN-TIME (3:2) ":"
022400            WS-RUN-TIME (5:2)
022500         DELIMITED BY SIZE INTO WS-DISPLAY-TIME.
022600 1000-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000*  2000-RESOLVE-SEQUENCE - FIB-SEQ-ID IN THE ENVIRONMENT NAMES
023100*  THE SEQUENCE TO MATCH AGAINST; LEFT UNSET, IT IS THE ONE
023200*  WRITTEN MOST RECENTLY.  ITS DIRECTORY RECORD GIVES THE RUN
023300*  ID THE RESPONSE HEADER IS STAMPED WITH
023400*****************************************************************
023500 2000-RESOLVE-SEQUENCE.
023600     ACCEPT WS-SEQ-ID FROM ENVIRONMENT "FIB-SEQ-ID"
023700         ON EXCEPTION
023800             MOVE SPACES TO WS-SEQ-ID
023900     END-ACCEPT.
024000     SET FIB-SQD-FUNC-RESOLVE TO TRUE.
024100     MOVE WS-SEQ-ID TO FIB-SQD-SEQ-ID.
024200     CALL "fibseqd" USING FIB-SQD-PARM.
024300     IF FIB-SQD-OK
024400         SET WS-DIR-FOUND TO TRUE
024500         MOVE FIB-SQD-SEQ-ID TO WS-SEQ-ID
024600         MOVE FIB-SQD-RUN-ID TO WS-RUN-ID
024700     ELSE
024800         DISPLAY "FMT2000W - SEQUENCE " WS-SEQ-ID
024900                 " NOT FOUND ON FIBSEQ"
025000     END-IF.
025100 2000-EXIT.
025200     EXIT.
025300
025400*****************************************************************
025500*  3000-OPEN-REPORT
025600*****************************************************************
025700 3000-OPEN-REPORT.
025800     OPEN OUTPUT FIBMXRPT.
025900     IF WS-RPT-STATUS NOT = "00"
026000         DISPLAY "FMT3000E - UNABLE TO OPEN FIBMXRPT, STATUS = "
026100                 WS-RPT-STATUS
026200         MOVE 12 TO RETURN-CODE
026300         STOP RUN
026400     END-IF.
026500     PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT.
026600 3000-EXIT.
026700     EXIT.
026800
026900*****************************************************************
027000*  3100-WRITE-REPORT-HEADINGS
027100*****************************************************************
027200 3100-WRITE-REPORT-HEADINGS.
027300     ADD 1 TO WS-PAGE-COUNT.
027400     MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
027500     MOVE "1" TO FIB-RPT-T-CTL.
027600     MOVE SPACES TO FIB-RPT-T-TEXT.
027700     STRING "BULK VALUE-MATCHING RUN" DELIMITED BY SIZE
027800            "     PAGE " DELIMITED BY SIZE
027900            WS-EDIT-PAGE DELIMITED BY SIZE
028000         INTO FIB-RPT-T-TEXT.
028100     WRITE FIB-MATCH-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
028200
028300     MOVE SPACE TO FIB-RPT-T-CTL.
028400     MOVE SPACES TO FIB-RPT-T-TEXT.
028500     STRING "RUN DATE: " DELIMITED BY SIZE
028600            WS-DISPLAY-DATE DELIMITED BY SIZE
028700            "   RUN TIME: " DELIMITED BY SIZE
028800            WS-DISPLAY-TIME DELIMITED BY SIZE
028900         INTO FIB-RPT-T-TEXT.
029000     WRITE FIB-MATCH-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
029100
029200     MOVE SPACE TO FIB-RPT-T-CTL.
029300     MOVE SPACES TO FIB-RPT-T-TEXT.
029400     WRITE FIB-MATCH-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
029500     MOVE 3 TO WS-LINE-COUNT.
029600 3100-EXIT.
029700     EXIT.
029800
029900*****************************************************************
030000*  4000-LOAD-SEQUENCE - EVERY TERM OF THE SEQUENCE INTO THE
030100*  TABLE.  A SEQUENCE THAT IS NOT ON FILE, HAS NO TERMS, OR
030200*  HOLDS A VALUE THAT IS NOT ALL DIGITS CANNOT GIVE A TRUSTED
030300*  ANSWER, SO NO RESPONSE FILE IS WRITTEN AND THE RUN ENDS
030400*  RETURN CODE 8 WITH THE REASON ON FIBEXCF
030500*****************************************************************
030600 4000-LOAD-SEQUENCE.
030700     OPEN INPUT FIBSEQ.
030800     IF WS-SEQ-STATUS NOT = "00"
030900         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
031000         MOVE SPACES TO FIB-RPT-T-TEXT
031100         STRING "UNABLE TO OPEN FIBSEQ, STATUS = "
031200                DELIMITED BY SIZE
031300                WS-SEQ-STATUS DELIMITED BY SIZE
031400                " - NO RESPONSE PRODUCED" DELIMITED BY SIZE
031500             INTO FIB-RPT-T-TEXT
031600         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
031700         DISPLAY "FMT4000E - UNABLE TO OPEN FIBSEQ, STATUS = "
031800                 WS-SEQ-STATUS
031900         MOVE "F001" TO WS-EXC-REASON
032000         MOVE ZERO TO WS-EXC-REF
032100         MOVE "UNABLE TO OPEN FIBSEQ - NO RESPONSE"
032200             TO WS-EXC-TEXT
032300         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
032400         MOVE 12 TO RETURN-CODE
032500         CLOSE FIBMXRPT
032600         STOP RUN
032700     END-IF.
032800     MOVE ZERO TO WS-TERM-COUNT.
032900     IF WS-DIR-FOUND
033000         MOVE WS-SEQ-ID TO FIB-SEQ-ID
033100         MOVE 1 TO FIB-SEQ-TERM-NO
033200         START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
033300             INVALID KEY
033400                 SET WS-SEQ-EOF TO TRUE
033500         END-START
033600     ELSE
033700         SET WS-SEQ-EOF TO TRUE
033800     END-IF.
033900     IF NOT WS-SEQ-EOF
034000         PERFORM 4100-READ-SEQ-RECORD THRU 4100-EXIT
034100     END-IF.
034200     PERFORM 4200-LOAD-ONE-TERM THRU 4200-EXIT
034300         UNTIL WS-SEQ-EOF.
034400     CLOSE FIBSEQ.
034500     IF WS-EXC-REASON = "S003"
034600         GO TO 4000-EXIT
034700     END-IF.
034800     IF WS-TERM-COUNT = ZERO
034900         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
035000         MOVE SPACES TO FIB-RPT-T-TEXT
035100         STRING "*** SEQUENCE " DELIMITED BY SIZE
035200                WS-SEQ-ID DELIMITED BY SIZE
035300                " HAS NO TERMS ON FIBSEQ ***" DELIMITED BY SIZE
035400             INTO FIB-RPT-T-TEXT
035500         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
035600         DISPLAY "FMT4000E - SEQUENCE " WS-SEQ-ID
035700                 " HAS NO TERMS ON FIBSEQ, NO RESPONSE PRODUCED"
035800         IF RETURN-CODE < 8
035900             MOVE 8 TO RETURN-CODE
036000         END-IF
036100         MOVE "S004" TO WS-EXC-REASON
036200         MOVE ZERO TO WS-EXC-REF
036300         MOVE "FIBSEQ CONTAINS NO RECORDS" TO WS-EXC-TEXT
036400         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
036500         GO TO 4000-EXIT
036600     END-IF.
036700     SET WS-SEQ-LOADED TO TRUE.
036800 4000-EXIT.
036900     EXIT.
037000
037100 4100-READ-SEQ-RECORD.
037200     READ FIBSEQ NEXT RECORD
037300         AT END
037400             SET WS-SEQ-EOF TO TRUE
037500     END-READ.
037600     IF NOT WS-SEQ-EOF
037700         IF WS-SEQ-STATUS NOT = "00"
037800                 OR FIB-SEQ-ID NOT = WS-SEQ-ID
037900             SET WS-SEQ-EOF TO TRUE
038000         END-IF
038100     END-IF.
038200 4100-EXIT.
038300     EXIT.
038400
038500 4200-LOAD-ONE-TERM.
038600*    A VALUE THAT IS NOT ALL DIGITS - THE BREAK FIBVRFY REPORTS
038700*    AS S003 - WOULD MAKE EVERY NEAREST-TERM ANSWER SUSPECT, SO
038800*    THE WHOLE RUN IS REFUSED RATHER THAN THE TERM SKIPPED
038900     IF FIB-SEQ-VALUE NOT NUMERIC
039000         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
039100         MOVE FIB-SEQ-TERM-NO TO WS-EDIT-TERM
039200         MOVE SPACES TO FIB-RPT-T-TEXT
039300         STRING "*** FIBSEQ VALUE NOT NUMERIC AT TERM "
039400                DELIMITED BY SIZE
039500                WS-EDIT-TERM DELIMITED BY SIZE
039600                " - NO RESPONSE PRODUCED ***" DELIMITED BY SIZE
039700             INTO FIB-RPT-T-TEXT
039800         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
039900         DISPLAY "FMT4200E - FIBSEQ VALUE NOT NUMERIC AT TERM "
040000                 FIB-SEQ-TERM-NO ", NO RESPONSE PRODUCED"
040100         IF RETURN-CODE < 8
040200             MOVE 8 TO RETURN-CODE
040300         END-IF
040400         MOVE "S003" TO WS-EXC-REASON
040500         MOVE FIB-SEQ-TERM-NO TO WS-EXC-REF
040600         MOVE "FIBSEQ VALUE NOT NUMERIC - NO RESPONSE"
040700             TO WS-EXC-TEXT
040800         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
040900         SET WS-SEQ-EOF TO TRUE
041000         GO TO 4200-EXIT
041100     END-IF.
041200     ADD 1 TO WS-TERM-COUNT.
041300     MOVE FIB-SEQ-TERM-NO TO WS-TERM-NO (WS-TERM-COUNT).
041400     MOVE FIB-SEQ-VALUE TO WS-TERM-VALUE (WS-TERM-COUNT).
041500     PERFORM 4100-READ-SEQ-RECORD THRU 4100-EXIT.
041600 4200-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000*  5000-MATCH-REQUESTS - HEADER, ONE DETAIL OR REJECT RECORD
042100*  PER REQUEST, TRAILER WITH THE CONTROL COUNTS AND HASH TOTAL
042200*****************************************************************
042300 5000-MATCH-REQUESTS.
042400     OPEN INPUT FIBMREQ.
042500     IF WS-REQ-STATUS NOT = "00"
042600         DISPLAY "FMT5000E - UNABLE TO OPEN FIBMREQ, STATUS = "
042700                 WS-REQ-STATUS
042800         MOVE "F001" TO WS-EXC-REASON
042900         MOVE ZERO TO WS-EXC-REF
043000         MOVE "UNABLE TO OPEN FIBMREQ - NO RESPONSE"
043100             TO WS-EXC-TEXT
043200         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
043300         MOVE 12 TO RETURN-CODE
043400         CLOSE FIBMXRPT
043500         STOP RUN
043600     END-IF.
043700     OPEN OUTPUT FIBMRSP.
043800     IF WS-RSP-STATUS NOT = "00"
043900         DISPLAY "FMT5000E - UNABLE TO OPEN FIBMRSP, STATUS = "
044000                 WS-RSP-STATUS
044100         MOVE "F001" TO WS-EXC-REASON
044200         MOVE ZERO TO WS-EXC-REF
044300         MOVE "UNABLE TO OPEN FIBMRSP - NO RESPONSE"
044400             TO WS-EXC-TEXT
044500         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
044600         MOVE 12 TO RETURN-CODE
044700         CLOSE FIBMREQ
044800         CLOSE FIBMXRPT
044900         STOP RUN
045000     END-IF.
045100     MOVE WS-RUN-ID TO FIB-MRS-H-RUN-ID.
045200     MOVE WS-RUN-DATE TO FIB-MRS-H-CRE-DATE.
045300     MOVE WS-RUN-TIME (1:6) TO FIB-MRS-H-CRE-TIME.
045400     MOVE WS-SEQ-ID TO FIB-MRS-H-SEQ-ID.
045500     MOVE WS-TERM-NO (WS-TERM-COUNT) TO FIB-MRS-H-HIGH-TERM.
045600     MOVE FIB-MRS-HEADER-REC TO FIB-MRSP-RECORD.
045700     PERFORM 5900-WRITE-RESPONSE THRU 5900-EXIT.
045800     PERFORM 5800-READ-REQUEST THRU 5800-EXIT.
045900     PERFORM 5100-PROCESS-ONE-REQUEST THRU 5100-EXIT
046000         UNTIL WS-REQ-EOF.
046100     MOVE WS-RECORD-COUNT TO FIB-MRS-T-COUNT.
046200     MOVE WS-FOUND-COUNT TO FIB-MRS-T-FOUND.
046300     MOVE WS-NOT-FOUND-COUNT TO FIB-MRS-T-NOT-FOUND.
046400     MOVE WS-REJECT-COUNT TO FIB-MRS-T-REJECTED.
046500     MOVE WS-HASH-TOTAL TO FIB-MRS-T-HASH.
046600     MOVE FIB-MRS-TRAILER-REC TO FIB-MRSP-RECORD.
046700     PERFORM 5900-WRITE-RESPONSE THRU 5900-EXIT.
046800     CLOSE FIBMREQ.
046900     CLOSE FIBMRSP.
047000 5000-EXIT.
047100     EXIT.
047200
047300 5100-PROCESS-ONE-REQUEST.
047400     ADD 1 TO WS-REQUESTS-READ.
047500     PERFORM 5200-EDIT-CANDIDATE THRU 5200-EXIT.
047600     IF WS-REQUEST-REJECTED
047700         PERFORM 5600-WRITE-REJECT THRU 5600-EXIT
047800     ELSE
047900         PERFORM 5300-MATCH-CANDIDATE THRU 5300-EXIT
048000         PERFORM 5500-WRITE-DETAIL THRU 5500-EXIT
048100     END-IF.
048200     PERFORM 5800-READ-REQUEST THRU 5800-EXIT.
048300 5100-EXIT.
048400     EXIT.
048500
048600*****************************************************************
048700*  5200-EDIT-CANDIDATE - FIND THE ONE RUN OF NON-BLANK
048800*  CHARACTERS IN THE VALUE FIELD, REQUIRE IT TO BE ALL DIGITS,
048900*  DROP ITS LEADING ZEROES, AND RIGHT-ALIGN WHAT IS LEFT INTO
049000*  THE 243-DIGIT CANDIDATE.  ANY FAILURE REJECTS THIS REQUEST
049100*  ALONE
049200*****************************************************************
049300 5200-EDIT-CANDIDATE.
049400     MOVE "N" TO WS-REJECTED-SW.
049500     IF FIB-MRQ-VALUE = SPACES
049600         MOVE "BL" TO WS-REJ-REASON
049700         MOVE "CANDIDATE VALUE IS BLANK" TO WS-REJ-TEXT
049800         SET WS-REQUEST-REJECTED TO TRUE
049900         GO TO 5200-EXIT
050000     END-IF.
050100     MOVE ZERO TO WS-LEAD-SPACES.
050200     INSPECT FIB-MRQ-VALUE TALLYING WS-LEAD-SPACES
050300         FOR LEADING SPACES.
050400     COMPUTE WS-TOKEN-START = WS-LEAD-SPACES + 1.
050500     MOVE ZERO TO WS-TOKEN-LEN.
050600     INSPECT FIB-MRQ-VALUE (WS-TOKEN-START:)
050700         TALLYING WS-TOKEN-LEN
050800             FOR CHARACTERS BEFORE INITIAL SPACE.
050900     COMPUTE WS-TAIL-START = WS-TOKEN-START + WS-TOKEN-LEN.
051000     IF WS-TAIL-START NOT > 260
051100         IF FIB-MRQ-VALUE (WS-TAIL-START:) NOT = SPACES
051200             MOVE "NN" TO WS-REJ-REASON
051300             MOVE "CANDIDATE VALUE HAS EMBEDDED SPACES"
051400                 TO WS-REJ-TEXT
051500             SET WS-REQUEST-REJECTED TO TRUE
051600             GO TO 5200-EXIT
051700         END-IF
051800     END-IF.
051900     IF FIB-MRQ-VALUE (WS-TOKEN-START:WS-TOKEN-LEN) NOT NUMERIC
052000         MOVE "NN" TO WS-REJ-REASON
052100         MOVE "CANDIDATE VALUE IS NOT NUMERIC" TO WS-REJ-TEXT
052200         SET WS-REQUEST-REJECTED TO TRUE
052300         GO TO 5200-EXIT
052400     END-IF.
052500     MOVE ZERO TO WS-LEAD-ZEROS.
052600     INSPECT FIB-MRQ-VALUE (WS-TOKEN-START:WS-TOKEN-LEN)
052700         TALLYING WS-LEAD-ZEROS FOR LEADING "0".
052800     COMPUTE WS-SIG-DIGITS = WS-TOKEN-LEN - WS-LEAD-ZEROS.
052900     IF WS-SIG-DIGITS > 243
053000         MOVE "OS" TO WS-REJ-REASON
053100         MOVE "CANDIDATE VALUE EXCEEDS 243 DIGITS"
053200             TO WS-REJ-TEXT
053300         SET WS-REQUEST-REJECTED TO TRUE
053400         GO TO 5200-EXIT
053500     END-IF.
053600     MOVE ALL "0" TO WS-CAND-VALUE.
053700     IF WS-SIG-DIGITS > ZERO
053800         COMPUTE WS-DIGIT-START = WS-TOKEN-START + WS-LEAD-ZEROS
053900         COMPUTE WS-CAND-START = 244 - WS-SIG-DIGITS
054000         MOVE FIB-MRQ-VALUE (WS-DIGIT-START:WS-SIG-DIGITS)
054100             TO WS-CAND-VALUE (WS-CAND-START:WS-SIG-DIGITS)
054200     END-IF.
054300 5200-EXIT.
054400     EXIT.
054500
054600*****************************************************************
054700*  5300-MATCH-CANDIDATE - THE FIRST TERM EQUAL TO THE
054800*  CANDIDATE, AND ON THE WAY THE LARGEST TERM UNDER IT AND THE
054900*  SMALLEST OVER IT.  EVERY TERM IS LOOKED AT UNTIL A MATCH, SO
055000*  A CUSTOM SEED PAIR THAT DOES NOT START IN ORDER STILL GETS
055100*  THE TRUE NEAREST TERMS
055200*****************************************************************
055300 5300-MATCH-CANDIDATE.
055400     MOVE ZERO TO WS-MATCH-SUB.
055500     MOVE ZERO TO WS-BELOW-SUB.
055600     MOVE ZERO TO WS-ABOVE-SUB.
055700     MOVE 1 TO WS-TERM-SUB.
055800     PERFORM 5310-TEST-ONE-TERM THRU 5310-EXIT
055900         UNTIL WS-TERM-SUB > WS-TERM-COUNT
056000             OR WS-MATCH-SUB > ZERO.
056100 5300-EXIT.
056200     EXIT.
056300
056400 5310-TEST-ONE-TERM.
056500     EVALUATE TRUE
056600         WHEN WS-TERM-VALUE (WS-TERM-SUB) = WS-CAND-VALUE
056700             MOVE WS-TERM-SUB TO WS-MATCH-SUB
056800         WHEN WS-TERM-VALUE (WS-TERM-SUB) < WS-CAND-VALUE
056900             IF WS-BELOW-SUB = ZERO
057000                 MOVE WS-TERM-SUB TO WS-BELOW-SUB
057100             ELSE
057200                 IF WS-TERM-VALUE (WS-TERM-SUB)
057300                         > WS-TERM-VALUE (WS-BELOW-SUB)
057400                     MOVE WS-TERM-SUB TO WS-BELOW-SUB
057500                 END-IF
057600             END-IF
057700         WHEN OTHER
057800             IF WS-ABOVE-SUB = ZERO
057900                 MOVE WS-TERM-SUB TO WS-ABOVE-SUB
058000             ELSE
058100                 IF WS-TERM-VALUE (WS-TERM-SUB)
058200                         < WS-TERM-VALUE (WS-ABOVE-SUB)
058300                     MOVE WS-TERM-SUB TO WS-ABOVE-SUB
058400                 END-IF
058500             END-IF
058600     END-EVALUATE.
058700     ADD 1 TO WS-TERM-SUB.
058800 5310-EXIT.
058900     EXIT.
059000
059100*****************************************************************
059200*  5500-WRITE-DETAIL - FOUND: THE TERM NUMBER.  NOT FOUND: THE
059300*  NEAREST TERM EACH SIDE WITH ITS VALUE, TERM ZERO AND A ZERO
059400*  VALUE WHERE NO STORED TERM LIES ON THAT SIDE
059500*****************************************************************
059600 5500-WRITE-DETAIL.
059700     MOVE FIB-MRQ-CORR-ID TO FIB-MRS-D-CORR-ID.
059800     MOVE ZERO TO FIB-MRS-D-TERM.
059900     MOVE ZERO TO FIB-MRS-D-BELOW-TERM.
060000     MOVE ALL "0" TO FIB-MRS-D-BELOW-VALUE.
060100     MOVE ZERO TO FIB-MRS-D-ABOVE-TERM.
060200     MOVE ALL "0" TO FIB-MRS-D-ABOVE-VALUE.
060300     IF WS-MATCH-SUB > ZERO
060400         MOVE "Y" TO FIB-MRS-D-FOUND-SW
060500         MOVE WS-TERM-NO (WS-MATCH-SUB) TO FIB-MRS-D-TERM
060600         ADD 1 TO WS-FOUND-COUNT
060700     ELSE
060800         MOVE "N" TO FIB-MRS-D-FOUND-SW
060900         IF WS-BELOW-SUB > ZERO
061000             MOVE WS-TERM-NO (WS-BELOW-SUB)
061100                 TO FIB-MRS-D-BELOW-TERM
061200             MOVE WS-TERM-VALUE (WS-BELOW-SUB)
061300                 TO FIB-MRS-D-BELOW-VALUE
061400         END-IF
061500         IF WS-ABOVE-SUB > ZERO
061600             MOVE WS-TERM-NO (WS-ABOVE-SUB)
061700                 TO FIB-MRS-D-ABOVE-TERM
061800             MOVE WS-TERM-VALUE (WS-ABOVE-SUB)
061900                 TO FIB-MRS-D-ABOVE-VALUE
062000         END-IF
062100         ADD 1 TO WS-NOT-FOUND-COUNT
062200     END-IF.
062300     ADD FIB-MRS-D-TERM TO WS-HASH-TOTAL.
062400     ADD FIB-MRS-D-BELOW-TERM TO WS-HASH-TOTAL.
062500     ADD FIB-MRS-D-ABOVE-TERM TO WS-HASH-TOTAL.
062600     MOVE FIB-MRS-DETAIL-REC TO FIB-MRSP-RECORD.
062700     PERFORM 5900-WRITE-RESPONSE THRU 5900-EXIT.
062800     ADD 1 TO WS-RECORD-COUNT.
062900 5500-EXIT.
063000     EXIT.
063100
063200*****************************************************************
063300*  5600-WRITE-REJECT - THE REJECT RECORD GOES BACK TO THE
063400*  CALLER IN THE RESPONSE, AND THE REPORT LISTS IT SO THE
063500*  OPERATOR CAN QUOTE IT WITHOUT OPENING THE RESPONSE FILE
063600*****************************************************************
063700 5600-WRITE-REJECT.
063800     MOVE FIB-MRQ-CORR-ID TO FIB-MRS-R-CORR-ID.
063900     MOVE WS-REJ-REASON TO FIB-MRS-R-REASON.
064000     MOVE WS-REJ-TEXT TO FIB-MRS-R-TEXT.
064100     MOVE FIB-MRQ-VALUE TO FIB-MRS-R-VALUE.
064200     MOVE FIB-MRS-REJECT-REC TO FIB-MRSP-RECORD.
064300     PERFORM 5900-WRITE-RESPONSE THRU 5900-EXIT.
064400     ADD 1 TO WS-RECORD-COUNT.
064500     ADD 1 TO WS-REJECT-COUNT.
064600     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
064700     MOVE SPACES TO FIB-RPT-T-TEXT.
064800     STRING "  REJECTED  " DELIMITED BY SIZE
064900            FIB-MRQ-CORR-ID DELIMITED BY SIZE
065000            "  " DELIMITED BY SIZE
065100            WS-REJ-REASON DELIMITED BY SIZE
065200            "  " DELIMITED BY SIZE
065300            WS-REJ-TEXT DELIMITED BY SIZE
065400         INTO FIB-RPT-T-TEXT.
065500     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
065600 5600-EXIT.
065700     EXIT.
065800
065900*****************************************************************
066000*  5800-READ-REQUEST - ANY READ FAILURE ENDS THE REQUEST LOOP;
066100*  A BAD STATUS LEFT UNCHECKED WOULD SPIN ON THE SAME RECORD
066200*****************************************************************
066300 5800-READ-REQUEST.
066400     READ FIBMREQ
066500         AT END
066600             SET WS-REQ-EOF TO TRUE
066700     END-READ.
066800     IF WS-REQ-STATUS NOT = "00" AND WS-REQ-STATUS NOT = "10"
066900         DISPLAY "FMT5800E - FIBMREQ READ FAILED, STATUS = "
067000                 WS-REQ-STATUS ", REMAINING REQUESTS SKIPPED"
067100         MOVE "F001" TO WS-EXC-REASON
067200         MOVE ZERO TO WS-EXC-REF
067300         MOVE "FIBMREQ READ FAILED - REQUESTS SKIPPED"
067400             TO WS-EXC-TEXT
067500         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
067600         IF RETURN-CODE < 8
067700             MOVE 8 TO RETURN-CODE
067800         END-IF
067900         SET WS-REQ-EOF TO TRUE
068000     END-IF.
068100 5800-EXIT.
068200     EXIT.
068300
068400 5900-WRITE-RESPONSE.
068500     WRITE FIB-MRSP-RECORD.
068600     IF WS-RSP-STATUS NOT = "00"
068700         DISPLAY "FMT5900E - UNABLE TO WRITE FIBMRSP, STATUS = "
068800                 WS-RSP-STATUS ", JOB TERMINATED"
068900         MOVE "F001" TO WS-EXC-REASON
069000         MOVE ZERO TO WS-EXC-REF
069100         MOVE "UNABLE TO WRITE FIBMRSP" TO WS-EXC-TEXT
069200         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
069300         MOVE 12 TO RETURN-CODE
069400         CLOSE FIBMREQ
069500         CLOSE FIBMRSP
069600         CLOSE FIBMXRPT
069700         STOP RUN
069800     END-IF.
069900 5900-EXIT.
070000     EXIT.
070100
070200*****************************************************************
070300*  6000-WRITE-CONTROL-TOTALS - WHAT WENT OUT, SO THE CONTROL
070400*  REPORT AND THE TRAILER CAN BE QUOTED TO THE CALLING TEAMS.
070500*  A REJECTED REQUEST IS A WARNING, RETURN CODE 4; THE REST OF
070600*  THE FILE WAS STILL ANSWERED
070700*****************************************************************
070800 6000-WRITE-CONTROL-TOTALS.
070900     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
071000     MOVE SPACES TO FIB-RPT-T-TEXT.
071100     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
071200     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
071300     MOVE SPACES TO FIB-RPT-T-TEXT.
071400     STRING "  SEQUENCE:          " DELIMITED BY SIZE
071500            WS-SEQ-ID DELIMITED BY SIZE
071600         INTO FIB-RPT-T-TEXT.
071700     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
071800     MOVE WS-RUN-ID TO WS-EDIT-RUN.
071900     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
072000     MOVE SPACES TO FIB-RPT-T-TEXT.
072100     STRING "  SOURCE RUN ID:     " DELIMITED BY SIZE
072200            WS-EDIT-RUN DELIMITED BY SIZE
072300         INTO FIB-RPT-T-TEXT.
072400     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
072500     MOVE WS-TERM-COUNT TO WS-EDIT-TERM.
072600     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
072700     MOVE SPACES TO FIB-RPT-T-TEXT.
072800     STRING "  TERMS ON FILE:     " DELIMITED BY SIZE
072900            WS-EDIT-TERM DELIMITED BY SIZE
073000         INTO FIB-RPT-T-TEXT.
073100     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
073200     MOVE WS-REQUESTS-READ TO WS-EDIT-COUNT.
073300     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
073400     MOVE SPACES TO FIB-RPT-T-TEXT.
073500     STRING "  REQUESTS READ:     " DELIMITED BY SIZE
073600            WS-EDIT-COUNT DELIMITED BY SIZE
073700         INTO FIB-RPT-T-TEXT.
073800     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
073900     MOVE WS-FOUND-COUNT TO WS-EDIT-COUNT.
074000     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
074100     MOVE SPACES TO FIB-RPT-T-TEXT.
074200     STRING "  FOUND:             " DELIMITED BY SIZE
074300            WS-EDIT-COUNT DELIMITED BY SIZE
074400         INTO FIB-RPT-T-TEXT.
074500     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
074600     MOVE WS-NOT-FOUND-COUNT TO WS-EDIT-COUNT.
074700     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
074800     MOVE SPACES TO FIB-RPT-T-TEXT.
074900     STRING "  NOT FOUND:         " DELIMITED BY SIZE
075000            WS-EDIT-COUNT DELIMITED BY SIZE
075100         INTO FIB-RPT-T-TEXT.
075200     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
075300     MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT.
075400     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
075500     MOVE SPACES TO FIB-RPT-T-TEXT.
075600     STRING "  REJECTED:          " DELIMITED BY SIZE
075700            WS-EDIT-COUNT DELIMITED BY SIZE
075800         INTO FIB-RPT-T-TEXT.
075900     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
076000     MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT.
076100     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
076200     MOVE SPACES TO FIB-RPT-T-TEXT.
076300     STRING "  RESPONSE RECORDS:  " DELIMITED BY SIZE
076400            WS-EDIT-COUNT DELIMITED BY SIZE
076500         INTO FIB-RPT-T-TEXT.
076600     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
076700     MOVE WS-HASH-TOTAL TO WS-EDIT-HASH.
076800     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
076900     MOVE SPACES TO FIB-RPT-T-TEXT.
077000     STRING "  HASH TOTAL:        " DELIMITED BY SIZE
077100            WS-EDIT-HASH DELIMITED BY SIZE
077200         INTO FIB-RPT-T-TEXT.
077300     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
077400     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
077500     MOVE SPACES TO FIB-RPT-T-TEXT.
077600     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
077700     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
077800     MOVE SPACES TO FIB-RPT-T-TEXT.
077900     EVALUATE TRUE
078000         WHEN NOT WS-SEQ-LOADED
078100             MOVE "*** NO RESPONSE PRODUCED - SEE FIBEXCF ***"
078200                 TO FIB-RPT-T-TEXT
078300         WHEN WS-REQUESTS-READ = ZERO
078400             MOVE "*** FIBMREQ EMPTY - NO REQUESTS ***"
078500                 TO FIB-RPT-T-TEXT
078600             IF RETURN-CODE < 4
078700                 MOVE 4 TO RETURN-CODE
078800             END-IF
078900             DISPLAY "FMT6000W - FIBMREQ CONTAINED NO REQUESTS"
079000         WHEN WS-REJECT-COUNT > ZERO
079100             MOVE "*** RESPONSE COMPLETE - REQUESTS REJECTED ***"
079200                 TO FIB-RPT-T-TEXT
079300             IF RETURN-CODE < 4
079400                 MOVE 4 TO RETURN-CODE
079500             END-IF
079600             MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
079700             DISPLAY "FMT6000W - " WS-EDIT-COUNT
079800                     " REQUEST(S) REJECTED, SEE FIBMXRPT"
079900         WHEN OTHER
080000             MOVE "*** RESPONSE COMPLETE ***" TO FIB-RPT-T-TEXT
080100     END-EVALUATE.
080200     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
080300     CLOSE FIBMXRPT.
080400 6000-EXIT.
080500     EXIT.
080600
080700*****************************************************************
080800*  7300-WRITE-TEXT-LINE - PAGE-BREAK CHECK AND CONTROL BYTE
080900*  AHEAD OF A HELD TEXT LINE; 7310 WRITES WHAT THE CALLER PUT
081000*  IN FIB-RPT-T-TEXT
081100*****************************************************************
081200 7300-WRITE-TEXT-LINE.
081300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
081400         PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT
081500     END-IF.
081600     MOVE SPACE TO FIB-RPT-T-CTL.
081700 7300-EXIT.
081800     EXIT.
081900
082000 7310-WRITE-HELD-LINE.
082100     WRITE FIB-MATCH-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
082200     ADD 1 TO WS-LINE-COUNT.
082300 7310-EXIT.
082400     EXIT.
082500
082600*****************************************************************
082700*  8500-WRITE-EXCEPTION-RECORD - APPEND ONE RECORD TO THE
082800*  COMMON FIBEXCF EXCEPTION FILE.  THE CALLER HAS SET THE
082900*  REASON CODE, REFERENCE NUMBER, AND TEXT IN THE STAGING
083000*  FIELDS.  A PROBLEM WITH THE EXCEPTION FILE ITSELF IS
083100*  REPORTED ON THE CONSOLE AND THE RUN CARRIES ON
083200*****************************************************************
083300 8500-WRITE-EXCEPTION-RECORD.
083400     OPEN EXTEND FIBEXCF.
083500     IF WS-EXC-STATUS NOT = "00"
083600         OPEN OUTPUT FIBEXCF
083700     END-IF.
083800     IF WS-EXC-STATUS NOT = "00"
083900         DISPLAY "FMT8500W - UNABLE TO OPEN FIBEXCF, STATUS = "
084000                 WS-EXC-STATUS ", EXCEPTION RECORD NOT WRITTEN"
084100     ELSE
084200         MOVE SPACES TO FIB-EXC-REC
084300         MOVE "FIBMTCH" TO FIB-EXC-JOB-NAME
084400         MOVE WS-RUN-DATE TO FIB-EXC-RUN-DATE
084500         MOVE WS-RUN-TIME TO FIB-EXC-RUN-TIME
084600         MOVE WS-EXC-REASON TO FIB-EXC-REASON-CODE
084700         MOVE WS-EXC-REF TO FIB-EXC-REF-NO
084800         MOVE WS-EXC-TEXT TO FIB-EXC-TEXT
084900         WRITE FIB-EXC-REC
085000         CLOSE FIBEXCF
085100     END-IF.
085200 8500-EXIT.
085300     EXIT.
085400
085500*****************************************************************
085600*  9000-TERMINATE
085700*****************************************************************
085800 9000-TERMINATE.
085900     DISPLAY "FMT9000I - BULK VALUE MATCHING COMPLETE".
086000 9000-EXIT.
086100     EXIT.
