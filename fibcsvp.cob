000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. fibcsvp.
000300 AUTHOR. JAMES HILL.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL PROGRAM.  FINANCE PICKUP GATE FOR
001000*                     THE FIBCSV EXTRACT.  FINANCE NOW TAKES THE
001100*                     FIBCSVP FILE THIS STEP WRITES INSTEAD OF
001200*                     FIBCSV ITSELF, AND THIS STEP ONLY WRITES
001300*                     IT FOR A RUN THE FIBCERT CERTIFICATION
001400*                     FILE CERTIFIES - NO MORE RELYING ON
001500*                     SOMEBODY WATCHING THE FIBVRFY AND FIBRECON
001600*                     RETURN CODES.  THE RUN IS THE HIGHEST ON
001700*                     FIBRCAT, WHOSE EXTRACT IS FIBCSV, OR THE
001800*                     ONE NAMED BY FIB-RUN-ID IN THE ENVIRONMENT,
001900*                     WHOSE EXTRACT IS ITS RETAINED FIBCSV.Gnnnnn
002000*                     GENERATION.  A RUN NOT CERTIFIED IS REFUSED
002100*                     WITH A FIBEXCF B005 RECORD, RETURN CODE 8,
002200*                     AND NO PICKUP FILE.
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT FIBRCAT ASSIGN TO "FIBRCAT"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-CAT-STATUS.
003000
003100     SELECT FIBCSV ASSIGN TO DYNAMIC WS-CSV-FILE-NAME
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-CSV-STATUS.
003400
003500     SELECT FIBCSVP ASSIGN TO "FIBCSVP"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-CSVP-STATUS.
003800
003900     SELECT FIBCPRPT ASSIGN TO "FIBCPRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RPT-STATUS.
004200
004300     SELECT FIBEXCF ASSIGN TO "FIBEXCF"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-EXC-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  FIBRCAT
005000     LABEL RECORDS ARE STANDARD.
005100     COPY FIBRCAT.
005200
005300 FD  FIBCSV
005400     LABEL RECORDS ARE STANDARD.
005500 01  FIB-CSV-RECORD              PIC X(508).
005600
005700 FD  FIBCSVP
005800     LABEL RECORDS ARE STANDARD.
005900 01  FIB-CSVP-RECORD             PIC X(508).
006000
006100 FD  FIBCPRPT
006200     LABEL RECORDS ARE STANDARD.
006300 01  FIB-PICKUP-REPORT-RECORD    PIC X(81).
006400
006500 FD  FIBEXCF
006600     LABEL RECORDS ARE STANDARD.
006700     COPY FIBEXC.
006800
006900 WORKING-STORAGE SECTION.
007000*****************************************************************
007100*  REPORT LINE LAYOUTS - SAME PRINT-IMAGE CONVENTION AS FIBRPT
007200*****************************************************************
007300 COPY FIBRPT.
007400
007500*****************************************************************
007600*  THE RUN BEING PICKED UP, WHERE ITS EXTRACT IS READ FROM,
007700*  AND THE PARAMETER AREA FOR THE FIBCERT CERTIFICATION CHECK
007800*****************************************************************
007900 77  WS-RUN-ID-ANSWER        PIC X(05) JUSTIFIED RIGHT
008000     VALUE SPACES.
008100 77  WS-PICKUP-RUN-ID        PIC 9(05) VALUE ZERO.
008200 77  WS-CSV-FILE-NAME        PIC X(16) VALUE SPACES.
008300 COPY FIBCRTA.
008400
008500*****************************************************************
008600*  COUNTERS
008700*****************************************************************
008800 77  WS-RECORD-COUNT         PIC 9(07) VALUE ZERO.
008900
009000*****************************************************************
009100*  ZERO-SUPPRESSED FIELDS FOR NUMERIC VALUES STRUNG INTO
009200*  REPORT TEXT LINES
009300*****************************************************************
009400 77  WS-EDIT-RUN             PIC ZZZZ9.
009500 77  WS-EDIT-COUNT           PIC Z(6)9.
009600 77  WS-EDIT-PAGE            PIC ZZ9.
009700
009800*****************************************************************
009900*  SWITCHES
010000*****************************************************************
010100 77  WS-CAT-EOF-SW           PIC X(01) VALUE "N".
010200     88  WS-CAT-EOF                  VALUE "Y".
010300 77  WS-CSV-EOF-SW           PIC X(01) VALUE "N".
010400     88  WS-CSV-EOF                  VALUE "Y".
010500
010600*****************************************************************
010700*  FILE STATUS FIELDS
010800*****************************************************************
010900 77  WS-CAT-STATUS           PIC X(02) VALUE "00".
011000 77  WS-CSV-STATUS           PIC X(02) VALUE "00".
011100 77  WS-CSVP-STATUS          PIC X(02) VALUE "00".
011200 77  WS-RPT-STATUS           PIC X(02) VALUE "00".
011300 77  WS-EXC-STATUS           PIC X(02) VALUE "00".
011400
011500*****************************************************************
011600*  EXCEPTION STAGING FIELDS - THE CALLER OF THE EXCEPTION
011700*  WRITER SETS THESE THREE; THE WRITER SUPPLIES THE JOB NAME
011800*  AND RUN DATE/TIME ITSELF
011900*****************************************************************
012000 77  WS-EXC-REASON           PIC X(04) VALUE SPACES.
012100 77  WS-EXC-REF              PIC 9(05) VALUE ZERO.
012200 77  WS-EXC-TEXT             PIC X(40) VALUE SPACES.
012300
012400*****************************************************************
012500*  MISCELLANEOUS WORK FIELDS
012600*****************************************************************
012700 77  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
012800 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
012900 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 060.
013000 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
013100 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
013200 77  WS-DISPLAY-DATE         PIC X(10) VALUE SPACES.
013300 77  WS-DISPLAY-TIME         PIC X(08) VALUE SPACES.
013400
013500 PROCEDURE DIVISION.
013600*****************************************************************
013700*  0000-MAINLINE
013800*****************************************************************
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-SELECT-RUN THRU 2000-EXIT.
014200     PERFORM 3000-OPEN-REPORT THRU 3000-EXIT.
014300     PERFORM 4000-CHECK-CERTIFICATION THRU 4000-EXIT.
014400     PERFORM 5000-COPY-EXTRACT THRU 5000-EXIT.
014500     PERFORM 6000-WRITE-CONTROL-TOTALS THRU 6000-EXIT.
014600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014700     STOP RUN.
014800 0000-EXIT.
014900     EXIT.
015000
015100*****************************************************************
015200*  1000-INITIALIZE - CAPTURE RUN DATE AND TIME FOR THE REPORT
015300*****************************************************************
015400 1000-INITIALIZE.
015500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015600     ACCEPT WS-RUN-TIME FROM TIME.
015700     STRING WS-RUN-DATE (5:2) "/" WS-RUN-DATE (7:2) "/"
015800            WS-RUN-DATE (1:4)
015900         DELIMITED BY SIZE INTO WS-DISPLAY-DATE.
016000     STRING WS-RUN-TIME (1:2) ":" WS-RUN-TIME (3:2) ":"
016100            WS-RUN-TIME (5:2)
016200         DELIMITED BY SIZE INTO WS-DISPLAY-TIME.
016300 1000-EXIT.
016400     EXIT.
016500
016600*****************************************************************
016700*  2000-SELECT-RUN - FIB-RUN-ID IN THE ENVIRONMENT NAMES A
016800*  RETAINED RUN, PICKED UP FROM ITS FIBCSV.Gnnnnn GENERATION.
016900*  LEFT UNSET, THE RUN IS THE HIGHEST ON FIBRCAT AND ITS
017000*  EXTRACT IS FIBCSV ITSELF
017100*****************************************************************
017200 2000-SELECT-RUN.
017300     ACCEPT WS-RUN-ID-ANSWER FROM ENVIRONMENT "FIB-RUN-ID"
017400         ON EXCEPTION
017500             MOVE SPACES TO WS-RUN-ID-ANSWER
017600     END-ACCEPT.
017700     IF WS-RUN-ID-ANSWER NOT = SPACES
017800         INSPECT WS-RUN-ID-ANSWER
017900             REPLACING LEADING SPACE BY ZERO
018000         IF WS-RUN-ID-ANSWER NOT NUMERIC
018100                 OR WS-RUN-ID-ANSWER = ZERO
018200             DISPLAY "FCP2000E - FIB-RUN-ID " WS-RUN-ID-ANSWER
018300                     " IS NOT A RUN ID, JOB TERMINATED"
018400             MOVE "P001" TO WS-EXC-REASON
018500             MOVE ZERO TO WS-EXC-REF
018600             MOVE "FIB-RUN-ID IS NOT A RUN ID" TO WS-EXC-TEXT
018700             PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
018800             MOVE 16 TO RETURN-CODE
018900             STOP RUN
019000         END-IF
019100         MOVE WS-RUN-ID-ANSWER TO WS-PICKUP-RUN-ID
019200         MOVE SPACES TO WS-CSV-FILE-NAME
019300         STRING "FIBCSV.G" DELIMITED BY SIZE
019400                WS-PICKUP-RUN-ID DELIMITED BY SIZE
019500             INTO WS-CSV-FILE-NAME
019600         GO TO 2000-EXIT
019700     END-IF.
019800     MOVE "FIBCSV" TO WS-CSV-FILE-NAME.
019900     OPEN INPUT FIBRCAT.
020000     IF WS-CAT-STATUS NOT = "00"
020100         DISPLAY "FCP2000E - UNABLE TO OPEN FIBRCAT, STATUS = "
020200                 WS-CAT-STATUS ", JOB TERMINATED"
020300         MOVE "F001" TO WS-EXC-REASON
020400         MOVE ZERO TO WS-EXC-REF
020500         MOVE "UNABLE TO OPEN FIBRCAT - NO PICKUP" TO WS-EXC-TEXT
020600         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
020700         MOVE 12 TO RETURN-CODE
020800         STOP RUN
020900     END-IF.
021000     PERFORM 2100-SCAN-CATALOG-RECORD THRU 2100-EXIT
021100         UNTIL WS-CAT-EOF.
021200     CLOSE FIBRCAT.
021300 2000-EXIT.
021400     EXIT.
021500
021600 2100-SCAN-CATALOG-RECORD.
021700     READ FIBRCAT
021800         AT END
021900             SET WS-CAT-EOF TO TRUE
022000     END-READ.
022100     IF NOT WS-CAT-EOF
022200         IF WS-CAT-STATUS NOT = "00"
022300             SET WS-CAT-EOF TO TRUE
022400         ELSE
022500             IF FIB-CAT-RUN-ID NUMERIC
022600                     AND FIB-CAT-RUN-ID > WS-PICKUP-RUN-ID
022700                 MOVE FIB-CAT-RUN-ID TO WS-PICKUP-RUN-ID
022800             END-IF
022900         END-IF
023000     END-IF.
023100 2100-EXIT.
023200     EXIT.
023300
023400*****************************************************************
023500*  3000-OPEN-REPORT
023600*****************************************************************
023700 3000-OPEN-REPORT.
023800     OPEN OUTPUT FIBCPRPT.
023900     IF WS-RPT-STATUS NOT = "00"
024000         DISPLAY "FCP3000E - UNABLE TO OPEN FIBCPRPT, STATUS = "
024100                 WS-RPT-STATUS
024200         MOVE 12 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500     PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT.
024600 3000-EXIT.
024700     EXIT.
024800
024900*****************************************************************
025000*  3100-WRITE-REPORT-HEADINGS
025100*****************************************************************
025200 3100-WRITE-REPORT-HEADINGS.
025300     ADD 1 TO WS-PAGE-COUNT.
025400     MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
025500     MOVE "1" TO FIB-RPT-T-CTL.
025600     MOVE SPACES TO FIB-RPT-T-TEXT.
025700     STRING "FIBCSV FINANCE PICKUP GATE" DELIMITED BY SIZE
025800            "     PAGE " DELIMITED BY SIZE
025900            WS-EDIT-PAGE DELIMITED BY SIZE
026000         INTO FIB-RPT-T-TEXT.
026100     WRITE FIB-PICKUP-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
026200
026300     MOVE SPACE TO FIB-RPT-T-CTL.
026400     MOVE SPACES TO FIB-RPT-T-TEXT.
026500     STRING "RUN DATE: " DELIMITED BY SIZE
026600            WS-DISPLAY-DATE DELIMITED BY SIZE
026700            "   RUN TIME: " DELIMITED BY SIZE
026800            WS-DISPLAY-TIME DELIMITED BY SIZE
026900         INTO FIB-RPT-T-TEXT.
027000     WRITE FIB-PICKUP-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
027100
027200     MOVE SPACE TO FIB-RPT-T-CTL.
027300     MOVE SPACES TO FIB-RPT-T-TEXT.
027400     WRITE FIB-PICKUP-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
027500     MOVE 3 TO WS-LINE-COUNT.
027600 3100-EXIT.
027700     EXIT.
027800
027900*****************************************************************
028000*  4000-CHECK-CERTIFICATION - NOTHING GOES TO FINANCE FROM A
028100*  RUN FIBCERT DOES NOT CERTIFY (FIBVRFY PASSED, FIBRECON IN
028200*  BALANCE OR OPERATOR SIGN-OFF, NOT REVOKED)
028300*****************************************************************
028400 4000-CHECK-CERTIFICATION.
028500     MOVE WS-PICKUP-RUN-ID TO WS-EDIT-RUN.
028600     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
028700     MOVE SPACES TO FIB-RPT-T-TEXT.
028800     STRING "  RUN ID:          " DELIMITED BY SIZE
028900            WS-EDIT-RUN DELIMITED BY SIZE
029000         INTO FIB-RPT-T-TEXT.
029100     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
029200     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
029300     MOVE SPACES TO FIB-RPT-T-TEXT.
029400     STRING "  EXTRACT:         " DELIMITED BY SIZE
029500            WS-CSV-FILE-NAME DELIMITED BY SIZE
029600         INTO FIB-RPT-T-TEXT.
029700     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
029800     SET FIB-CRT-FUNC-QUERY TO TRUE.
029900     MOVE WS-PICKUP-RUN-ID TO FIB-CRT-RUN-ID.
030000     CALL "fibcert" USING FIB-CRT-PARM.
030100     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
030200     MOVE SPACES TO FIB-RPT-T-TEXT.
030300     STRING "  CERTIFICATION:   " DELIMITED BY SIZE
030400            FIB-CRT-MESSAGE DELIMITED BY SIZE
030500         INTO FIB-RPT-T-TEXT.
030600     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
030700     IF FIB-CRT-OK
030800         GO TO 4000-EXIT
030900     END-IF.
031000     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
031100     MOVE SPACES TO FIB-RPT-T-TEXT.
031200     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
031300     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
031400     MOVE "*** RUN NOT CERTIFIED - NO PICKUP FILE PRODUCED ***"
031500         TO FIB-RPT-T-TEXT.
031600     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
031700     DISPLAY "FCP4000E - RUN " WS-EDIT-RUN " NOT CERTIFIED, "
031800             "PICKUP REFUSED: " FIB-CRT-MESSAGE.
031900     MOVE "B005" TO WS-EXC-REASON.
032000     MOVE WS-PICKUP-RUN-ID TO WS-EXC-REF.
032100     MOVE "RUN NOT CERTIFIED - PICKUP REFUSED" TO WS-EXC-TEXT.
032200     PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT.
032300     MOVE 8 TO RETURN-CODE.
032400     CLOSE FIBCPRPT.
032500     STOP RUN.
032600 4000-EXIT.
032700     EXIT.
032800
032900*****************************************************************
033000*  5000-COPY-EXTRACT - THE CERTIFIED EXTRACT, RECORD FOR
033100*  RECORD, TO THE FILE FINANCE PICKS UP
033200*****************************************************************
033300 5000-COPY-EXTRACT.
033400     OPEN INPUT FIBCSV.
033500     IF WS-CSV-STATUS NOT = "00"
033600         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
033700         MOVE SPACES TO FIB-RPT-T-TEXT
033800         STRING "UNABLE TO OPEN " DELIMITED BY SIZE
033900                WS-CSV-FILE-NAME DELIMITED BY SPACE
034000                ", STATUS = " DELIMITED BY SIZE
034100                WS-CSV-STATUS DELIMITED BY SIZE
034200                " - NO PICKUP FILE PRODUCED" DELIMITED BY SIZE
034300             INTO FIB-RPT-T-TEXT
034400         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
034500         DISPLAY "FCP5000E - UNABLE TO OPEN " WS-CSV-FILE-NAME
034600                 ", STATUS = " WS-CSV-STATUS
034700         MOVE "F001" TO WS-EXC-REASON
034800         MOVE WS-PICKUP-RUN-ID TO WS-EXC-REF
034900         MOVE "UNABLE TO OPEN FIBCSV - NO PICKUP" TO WS-EXC-TEXT
035000         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
035100         MOVE 12 TO RETURN-CODE
035200         CLOSE FIBCPRPT
035300         STOP RUN
035400     END-IF.
035500     OPEN OUTPUT FIBCSVP.
035600     IF WS-CSVP-STATUS NOT = "00"
035700         DISPLAY "FCP5000E - UNABLE TO OPEN FIBCSVP, STATUS = "
035800                 WS-CSVP-STATUS
035900         MOVE "F001" TO WS-EXC-REASON
036000         MOVE WS-PICKUP-RUN-ID TO WS-EXC-REF
036100         MOVE "UNABLE TO OPEN FIBCSVP - NO PICKUP" TO WS-EXC-TEXT
036200         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
036300         MOVE 12 TO RETURN-CODE
036400         CLOSE FIBCSV
036500         CLOSE FIBCPRPT
036600         STOP RUN
036700     END-IF.
036800     PERFORM 5100-READ-CSV-RECORD THRU 5100-EXIT.
036900     PERFORM 5200-COPY-ONE-RECORD THRU 5200-EXIT
037000         UNTIL WS-CSV-EOF.
037100     CLOSE FIBCSV.
037200     CLOSE FIBCSVP.
037300 5000-EXIT.
037400     EXIT.
037500
037600 5100-READ-CSV-RECORD.
037700     READ FIBCSV
037800         AT END
037900             SET WS-CSV-EOF TO TRUE
038000     END-READ.
038100     IF NOT WS-CSV-EOF AND WS-CSV-STATUS NOT = "00"
038200         SET WS-CSV-EOF TO TRUE
038300     END-IF.
038400 5100-EXIT.
038500     EXIT.
038600
038700 5200-COPY-ONE-RECORD.
038800     WRITE FIB-CSVP-RECORD FROM FIB-CSV-RECORD.
038900     IF WS-CSVP-STATUS NOT = "00"
039000         DISPLAY "FCP5200E - UNABLE TO WRITE FIBCSVP, STATUS = "
039100                 WS-CSVP-STATUS
039200         MOVE "F001" TO WS-EXC-REASON
039300         MOVE WS-PICKUP-RUN-ID TO WS-EXC-REF
039400         MOVE "UNABLE TO WRITE FIBCSVP" TO WS-EXC-TEXT
039500         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
039600         MOVE 12 TO RETURN-CODE
039700         CLOSE FIBCSV
039800         CLOSE FIBCSVP
039900         CLOSE FIBCPRPT
040000         STOP RUN
040100     END-IF.
040200     ADD 1 TO WS-RECORD-COUNT.
040300     PERFORM 5100-READ-CSV-RECORD THRU 5100-EXIT.
040400 5200-EXIT.
040500     EXIT.
040600
040700*****************************************************************
040800*  6000-WRITE-CONTROL-TOTALS
040900*****************************************************************
041000 6000-WRITE-CONTROL-TOTALS.
041100     MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT.
041200     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
041300     MOVE SPACES TO FIB-RPT-T-TEXT.
041400     STRING "  RECORDS COPIED:  " DELIMITED BY SIZE
041500            WS-EDIT-COUNT DELIMITED BY SIZE
041600         INTO FIB-RPT-T-TEXT.
041700     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
041800     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
041900     MOVE SPACES TO FIB-RPT-T-TEXT.
042000     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
042100     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
042200     IF WS-RECORD-COUNT = ZERO
042300         MOVE "*** EXTRACT WAS EMPTY - PICKUP FILE IS EMPTY ***"
042400             TO FIB-RPT-T-TEXT
042500         DISPLAY "FCP6000W - EXTRACT WAS EMPTY, RETURN CODE 4"
042600         IF RETURN-CODE < 4
042700             MOVE 4 TO RETURN-CODE
042800         END-IF
042900     ELSE
043000         MOVE "*** CERTIFIED EXTRACT RELEASED FOR PICKUP ***"
043100             TO FIB-RPT-T-TEXT
043200         DISPLAY "FCP6000I - RUN " WS-EDIT-RUN " RELEASED, "
043300                 WS-EDIT-COUNT " RECORD(S)"
043400     END-IF.
043500     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
043600     CLOSE FIBCPRPT.
043700 6000-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100*  7300-WRITE-TEXT-LINE - PAGE-BREAK CHECK AND CONTROL BYTE
044200*  AHEAD OF A HELD TEXT LINE; 7310 WRITES WHAT THE CALLER PUT
044300*  IN FIB-RPT-T-TEXT
044400*****************************************************************
044500 7300-WRITE-TEXT-LINE.
044600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
044700         PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT
044800     END-IF.
044900     MOVE SPACE TO FIB-RPT-T-CTL.
045000 7300-EXIT.
045100     EXIT.
045200
045300 7310-WRITE-HELD-LINE.
045400     WRITE FIB-PICKUP-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
045500     ADD 1 TO WS-LINE-COUNT.
045600 7310-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000*  8500-WRITE-EXCEPTION-RECORD - APPEND ONE RECORD TO THE
046100*  COMMON FIBEXCF EXCEPTION FILE.  THE CALLER HAS SET THE
046200*  REASON CODE, REFERENCE NUMBER, AND TEXT IN THE STAGING
046300*  FIELDS.  A PROBLEM WITH THE EXCEPTION FILE ITSELF IS
046400*  REPORTED ON THE CONSOLE AND THE RUN CARRIES ON
046500*****************************************************************
046600 8500-WRITE-EXCEPTION-RECORD.
046700     OPEN EXTEND FIBEXCF.
046800     IF WS-EXC-STATUS NOT = "00"
046900         OPEN OUTPUT FIBEXCF
047000     END-IF.
047100     IF WS-EXC-STATUS NOT = "00"
047200         DISPLAY "FCP8500W - UNABLE TO OPEN FIBEXCF, STATUS = "
047300                 WS-EXC-STATUS ", EXCEPTION RECORD NOT WRITTEN"
047400     ELSE
047500         MOVE SPACES TO FIB-EXC-REC
047600         MOVE "FIBCSVP" TO FIB-EXC-JOB-NAME
047700         MOVE WS-RUN-DATE TO FIB-EXC-RUN-DATE
047800         MOVE WS-RUN-TIME TO FIB-EXC-RUN-TIME
047900         MOVE WS-EXC-REASON TO FIB-EXC-REASON-CODE
048000         MOVE WS-EXC-REF TO FIB-EXC-REF-NO
048100         MOVE WS-EXC-TEXT TO FIB-EXC-TEXT
048200         WRITE FIB-EXC-REC
048300         CLOSE FIBEXCF
048400     END-IF.
048500 8500-EXIT.
048600     EXIT.
048700
048800*****************************************************************
048900*  9000-TERMINATE
049000*****************************************************************
049100 9000-TERMINATE.
049200     DISPLAY "FCP9000I - PICKUP GATE COMPLETE".
049300 9000-EXIT.
049400     EXIT.
