000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. fibinca.
000300 AUTHOR. JAMES HILL.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL PROGRAM.  DAILY AGING REPORT OF
001000*                     THE FIBINC EXCEPTION INCIDENTS STILL OPEN
001100*                     OR ACKNOWLEDGED, ONE SECTION PER PAGING
001200*                     TEAM IN FIBEXC.CPY (FIBSEQ INTEGRITY,
001300*                     PARAMETER/SCHEDULING, OPERATIONS), WITH
001400*                     HOW MANY DAYS EACH HAS BEEN OPEN.  AN S OR
001500*                     B INCIDENT NOBODY HAS ACKNOWLEDGED AFTER
001600*                     MORE THAN ONE BUSINESS DAY (MONDAY TO
001700*                     FRIDAY) IS FLAGGED *** AND SETS RETURN
001800*                     CODE 4.
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT FIBINC ASSIGN TO "FIBINC"
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS FIB-INC-NO
002700         FILE STATUS IS WS-INC-STATUS.
002800
002900     SELECT FIBIARPT ASSIGN TO "FIBIARPT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-RPT-STATUS.
003200
003300     SELECT FIBEXCF ASSIGN TO "FIBEXCF"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-EXC-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  FIBINC
004000     LABEL RECORDS ARE STANDARD.
004100     COPY FIBINC.
004200
004300 FD  FIBIARPT
004400     LABEL RECORDS ARE STANDARD.
004500 01  FIB-AGING-REPORT-RECORD     PIC X(81).
004600
004700 FD  FIBEXCF
004800     LABEL RECORDS ARE STANDARD.
004900     COPY FIBEXC.
005000
005100 WORKING-STORAGE SECTION.
005200*****************************************************************
005300*  REPORT LINE LAYOUTS - SAME PRINT-IMAGE CONVENTION AS FIBRPT
005400*****************************************************************
005500 COPY FIBRPT.
005600
005700*****************************************************************
005800*  THE TEAM SECTION BEING PRINTED - ITS FIBINC TEAM CODE AND
005900*  TITLE, AND ITS COUNTS
006000*****************************************************************
006100 77  WS-SECTION-TEAM         PIC X(01) VALUE SPACE.
006200 77  WS-SECTION-TITLE        PIC X(50) VALUE SPACES.
006300 77  WS-SECT-OPEN-COUNT      PIC 9(05) VALUE ZERO.
006400 77  WS-SECT-ACK-COUNT       PIC 9(05) VALUE ZERO.
006500 77  WS-SECT-FLAG-COUNT      PIC 9(05) VALUE ZERO.
006600
006700*****************************************************************
006800*  DAY-NUMBER WORK FIELDS - A DATE AS A COUNT OF DAYS, SO TWO
006900*  DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.  THE
007000*  REMAINDER OF A DAY NUMBER DIVIDED BY 7 GIVES THE DAY OF
007100*  THE WEEK: 4 IS SATURDAY AND 5 SUNDAY
007200*****************************************************************
007300 01  WS-DN-DATE              PIC 9(08) VALUE ZERO.
007400 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
007500     05  WS-DN-YYYY          PIC 9(04).
007600     05  WS-DN-MM            PIC 9(02).
007700     05  WS-DN-DD            PIC 9(02).
007800 77  WS-DN-YEAR              PIC 9(04) VALUE ZERO.
007900 77  WS-DN-MONTH             PIC 9(02) VALUE ZERO.
008000 77  WS-DN-WORK              PIC 9(07) VALUE ZERO.
008100 77  WS-DN-QUOT              PIC 9(07) VALUE ZERO.
008200 77  WS-DN-DAYS              PIC 9(07) VALUE ZERO.
008300 77  WS-DOW                  PIC 9(01) VALUE ZERO.
008400     88  WS-DOW-WEEKEND              VALUE 4 5.
008500 77  WS-TODAY-DAY            PIC 9(07) VALUE ZERO.
008600 77  WS-FIRST-DAY            PIC 9(07) VALUE ZERO.
008700 77  WS-DAYS-OPEN            PIC 9(05) VALUE ZERO.
008800
008900*****************************************************************
009000*  BUSINESS-DAY COUNT - THE WEEKDAYS AFTER THE DAY THE
009100*  INCIDENT OPENED, UP TO AND INCLUDING TODAY
009200*****************************************************************
009300 77  WS-BD-COUNT             PIC 9(05) VALUE ZERO.
009400 77  WS-BD-WEEKS             PIC 9(05) VALUE ZERO.
009500 77  WS-BD-REST              PIC 9(01) VALUE ZERO.
009600 77  WS-BD-DAY               PIC 9(07) VALUE ZERO.
009700 77  WS-BD-STEP              PIC 9(01) VALUE ZERO.
009800
009900*****************************************************************
010000*  COUNTERS
010100*****************************************************************
010200 77  WS-TOTAL-OPEN-COUNT     PIC 9(05) VALUE ZERO.
010300 77  WS-TOTAL-ACK-COUNT      PIC 9(05) VALUE ZERO.
010400 77  WS-TOTAL-FLAG-COUNT     PIC 9(05) VALUE ZERO.
010500
010600*****************************************************************
010700*  ZERO-SUPPRESSED FIELDS FOR NUMERIC VALUES STRUNG INTO
010800*  REPORT TEXT LINES, AND THE FORMATTED DATES AND STATE
010900*****************************************************************
011000 77  WS-EDIT-INC             PIC ZZZZ9.
011100 77  WS-EDIT-COUNT           PIC ZZZZ9.
011200 77  WS-EDIT-COUNT-2         PIC ZZZZ9.
011300 77  WS-EDIT-COUNT-3         PIC ZZZZ9.
011400 77  WS-EDIT-DAYS            PIC ZZZ9.
011500 77  WS-EDIT-PAGE            PIC ZZ9.
011600 77  WS-FMT-DATE             PIC X(10) VALUE SPACES.
011700 77  WS-SHOW-OPENED          PIC X(10) VALUE SPACES.
011800 77  WS-SHOW-LAST            PIC X(10) VALUE SPACES.
011900 77  WS-SHOW-STATE           PIC X(04) VALUE SPACES.
012000 77  WS-SHOW-FLAG            PIC X(03) VALUE SPACES.
012100
012200*****************************************************************
012300*  SWITCHES
012400*****************************************************************
012500 77  WS-INC-EOF-SW           PIC X(01) VALUE "N".
012600     88  WS-INC-EOF                  VALUE "Y".
012700 77  WS-NO-INCIDENT-FILE-SW  PIC X(01) VALUE "N".
012800     88  WS-NO-INCIDENT-FILE         VALUE "Y".
012900 77  WS-IN-SECTION-SW        PIC X(01) VALUE "N".
013000     88  WS-IN-SECTION               VALUE "Y".
013100 77  WS-OVERDUE-SW           PIC X(01) VALUE "N".
013200     88  WS-OVERDUE                  VALUE "Y".
013300
013400*****************************************************************
013500*  FILE STATUS FIELDS
013600*****************************************************************
013700 77  WS-INC-STATUS           PIC X(02) VALUE "00".
013800 77  WS-RPT-STATUS           PIC X(02) VALUE "00".
013900 77  WS-EXC-STATUS           PIC X(02) VALUE "00".
014000
014100*****************************************************************
014200*  EXCEPTION STAGING FIELDS - THE CALLER OF THE EXCEPTION
014300*  WRITER SETS THESE THREE; THE WRITER SUPPLIES THE JOB NAME
014400*  AND RUN DATE/TIME ITSELF
014500*****************************************************************
014600 77  WS-EXC-REASON           PIC X(04) VALUE SPACES.
014700 77  WS-EXC-REF              PIC 9(05) VALUE ZERO.
014800 77  WS-EXC-TEXT             PIC X(40) VALUE SPACES.
014900
015000*****************************************************************
015100*  MISCELLANEOUS WORK FIELDS
015200*****************************************************************
015300 77  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
015400 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
015500 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 060.
015600 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
015700 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
015800 77  WS-DISPLAY-DATE         PIC X(10) VALUE SPACES.
015900 77  WS-DISPLAY-TIME         PIC X(08) VALUE SPACES.
016000
016100 PROCEDURE DIVISION.
016200*****************************************************************
016300*  0000-MAINLINE
016400*****************************************************************
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016700     PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
016800     MOVE "I" TO WS-SECTION-TEAM.
016900     MOVE "FIBSEQ INTEGRITY TEAM (S AND B CODES)"
017000         TO WS-SECTION-TITLE.
017100     PERFORM 4000-REPORT-ONE-TEAM THRU 4000-EXIT.
017200     MOVE "P" TO WS-SECTION-TEAM.
017300     MOVE "PARAMETER/SCHEDULING TEAM (P AND C CODES)"
017400         TO WS-SECTION-TITLE.
017500     PERFORM 4000-REPORT-ONE-TEAM THRU 4000-EXIT.
017600     MOVE "O" TO WS-SECTION-TEAM.
017700     MOVE "OPERATIONS (R AND F CODES AND L001)"
017800         TO WS-SECTION-TITLE.
017900     PERFORM 4000-REPORT-ONE-TEAM THRU 4000-EXIT.
018000     IF NOT WS-NO-INCIDENT-FILE
018100         CLOSE FIBINC
018200     END-IF.
018300     PERFORM 6000-WRITE-AGING-SUMMARY THRU 6000-EXIT.
018400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018500     STOP RUN.
018600 0000-EXIT.
018700     EXIT.
018800
018900*****************************************************************
019000*  1000-INITIALIZE - CAPTURE RUN DATE AND TIME FOR THE REPORT,
019100*  AND TODAY AS A DAY NUMBER FOR THE AGES
019200*****************************************************************
019300 1000-INITIALIZE.
019400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019500     ACCEPT WS-RUN-TIME FROM TIME.
019600     STRING WS-RUN-DATE (5:2) "/" WS-RUN-DATE (7:2) "/"
019700            WS-RUN-DATE (1:4)
019800         DELIMITED BY SIZE INTO WS-DISPLAY-DATE.
019900     STRING WS-RUN-TIME (1:2) ":" WS-RUN-TIME (3:2) ":"
020000            WS-RUN-TIME (5:2)
020100         DELIMITED BY SIZE INTO WS-DISPLAY-TIME.
020200     MOVE WS-RUN-DATE TO WS-DN-DATE.
020300     PERFORM 7500-COMPUTE-DAY-NUMBER THRU 7500-EXIT.
020400     MOVE WS-DN-DAYS TO WS-TODAY-DAY.
020500 1000-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900*  3000-OPEN-FILES - NO INCIDENT FILE YET IS AN EMPTY REPORT,
021000*  NOT AN ERROR
021100*****************************************************************
021200 3000-OPEN-FILES.
021300     OPEN OUTPUT FIBIARPT.
021400     IF WS-RPT-STATUS NOT = "00"
021500         DISPLAY "FNA3000E - UNABLE TO OPEN FIBIARPT, STATUS = "
021600                 WS-RPT-STATUS
021700         MOVE 12 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000     PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT.
022100     OPEN INPUT FIBINC.
022200     IF WS-INC-STATUS = "35"
022300         SET WS-NO-INCIDENT-FILE TO TRUE
022400         GO TO 3000-EXIT
022500     END-IF.
022600     IF WS-INC-STATUS NOT = "00"
022700         DISPLAY "FNA3000E - UNABLE TO OPEN FIBINC, STATUS = "
022800                 WS-INC-STATUS ", JOB TERMINATED"
022900         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
023000         MOVE SPACES TO FIB-RPT-T-TEXT
023100         STRING "UNABLE TO OPEN FIBINC, STATUS = "
023200                    DELIMITED BY SIZE
023300                WS-INC-STATUS DELIMITED BY SIZE
023400             INTO FIB-RPT-T-TEXT
023500         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
023600         CLOSE FIBIARPT
023700         MOVE "F001" TO WS-EXC-REASON
023800         MOVE ZERO TO WS-EXC-REF
023900         MOVE "UNABLE TO OPEN FIBINC - NO AGING REPORT"
024000             TO WS-EXC-TEXT
024100         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
024200         MOVE 12 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500 3000-EXIT.
024600     EXIT.
024700
024800*****************************************************************
024900*  3100-WRITE-REPORT-HEADINGS - A PAGE THAT BREAKS INSIDE A
025000*  TEAM SECTION REPEATS THE SECTION TITLE AND COLUMN HEADINGS
025100*****************************************************************
025200 3100-WRITE-REPORT-HEADINGS.
025300     ADD 1 TO WS-PAGE-COUNT.
025400     MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
025500     MOVE "1" TO FIB-RPT-T-CTL.
025600     MOVE SPACES TO FIB-RPT-T-TEXT.
025700     STRING "FIBEXCF INCIDENT AGING REPORT" DELIMITED BY SIZE
025800            "     PAGE " DELIMITED BY SIZE
025900            WS-EDIT-PAGE DELIMITED BY SIZE
026000         INTO FIB-RPT-T-TEXT.
026100     WRITE FIB-AGING-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
026200
026300     MOVE SPACE TO FIB-RPT-T-CTL.
026400     MOVE SPACES TO FIB-RPT-T-TEXT.
026500     STRING "RUN DATE: " DELIMITED BY SIZE
026600            WS-DISPLAY-DATE DELIMITED BY SIZE
026700            "   RUN TIME: " DELIMITED BY SIZE
026800            WS-DISPLAY-TIME DELIMITED BY SIZE
026900         INTO FIB-RPT-T-TEXT.
027000     WRITE FIB-AGING-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
027100
027200     MOVE SPACE TO FIB-RPT-T-CTL.
027300     MOVE SPACES TO FIB-RPT-T-TEXT.
027400     WRITE FIB-AGING-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
027500     MOVE 3 TO WS-LINE-COUNT.
027600     IF WS-IN-SECTION
027700         PERFORM 3200-WRITE-SECTION-HEADINGS THRU 3200-EXIT
027800     END-IF.
027900 3100-EXIT.
028000     EXIT.
028100
028200 3200-WRITE-SECTION-HEADINGS.
028300     MOVE SPACE TO FIB-RPT-T-CTL.
028400     MOVE WS-SECTION-TITLE TO FIB-RPT-T-TEXT.
028500     WRITE FIB-AGING-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
028600     MOVE SPACES TO FIB-RPT-T-TEXT.
028700     STRING "   INC# JOB      CODE  REF   OPENED     LAST SEEN"
028800                DELIMITED BY SIZE
028900            "  COUNT DAYS STAT ACK BY" DELIMITED BY SIZE
029000         INTO FIB-RPT-T-TEXT.
029100     WRITE FIB-AGING-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
029200     ADD 2 TO WS-LINE-COUNT.
029300 3200-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700*  4000-REPORT-ONE-TEAM - EVERY INCIDENT FOR WS-SECTION-TEAM
029800*  NOT YET RESOLVED, IN INCIDENT-NUMBER (OPENING) ORDER
029900*****************************************************************
030000 4000-REPORT-ONE-TEAM.
030100     MOVE ZERO TO WS-SECT-OPEN-COUNT.
030200     MOVE ZERO TO WS-SECT-ACK-COUNT.
030300     MOVE ZERO TO WS-SECT-FLAG-COUNT.
030400     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
030500     MOVE SPACES TO FIB-RPT-T-TEXT.
030600     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
030700     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
030800         MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
030900     END-IF.
031000     SET WS-IN-SECTION TO TRUE.
031100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
031200         PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT
031300     ELSE
031400         PERFORM 3200-WRITE-SECTION-HEADINGS THRU 3200-EXIT
031500     END-IF.
031600     MOVE "N" TO WS-INC-EOF-SW.
031700     IF WS-NO-INCIDENT-FILE
031800         SET WS-INC-EOF TO TRUE
031900     ELSE
032000         MOVE 1 TO FIB-INC-NO
032100         START FIBINC KEY IS NOT LESS THAN FIB-INC-NO
032200             INVALID KEY
032300                 SET WS-INC-EOF TO TRUE
032400         END-START
032500     END-IF.
032600     PERFORM 4100-REPORT-ONE-INCIDENT THRU 4100-EXIT
032700         UNTIL WS-INC-EOF.
032800     IF WS-SECT-OPEN-COUNT + WS-SECT-ACK-COUNT = ZERO
032900         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
033000         MOVE "  NO OPEN INCIDENTS" TO FIB-RPT-T-TEXT
033100         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
033200     END-IF.
033300     MOVE WS-SECT-OPEN-COUNT TO WS-EDIT-COUNT.
033400     MOVE WS-SECT-ACK-COUNT TO WS-EDIT-COUNT-2.
033500     MOVE WS-SECT-FLAG-COUNT TO WS-EDIT-COUNT-3.
033600     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
033700     MOVE SPACES TO FIB-RPT-T-TEXT.
033800     STRING "  OPEN: " DELIMITED BY SIZE
033900            WS-EDIT-COUNT DELIMITED BY SIZE
034000            "   ACKNOWLEDGED: " DELIMITED BY SIZE
034100            WS-EDIT-COUNT-2 DELIMITED BY SIZE
034200            "   FLAGGED ***: " DELIMITED BY SIZE
034300            WS-EDIT-COUNT-3 DELIMITED BY SIZE
034400         INTO FIB-RPT-T-TEXT.
034500     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
034600     MOVE "N" TO WS-IN-SECTION-SW.
034700     ADD WS-SECT-OPEN-COUNT TO WS-TOTAL-OPEN-COUNT.
034800     ADD WS-SECT-ACK-COUNT TO WS-TOTAL-ACK-COUNT.
034900     ADD WS-SECT-FLAG-COUNT TO WS-TOTAL-FLAG-COUNT.
035000 4000-EXIT.
035100     EXIT.
035200
035300 4100-REPORT-ONE-INCIDENT.
035400     READ FIBINC NEXT RECORD
035500         AT END
035600             SET WS-INC-EOF TO TRUE
035700     END-READ.
035800     IF WS-INC-EOF
035900         GO TO 4100-EXIT
036000     END-IF.
036100     IF WS-INC-STATUS NOT = "00"
036200         DISPLAY "FNA4100E - FIBINC READ FAILED, STATUS = "
036300                 WS-INC-STATUS ", JOB TERMINATED"
036400         CLOSE FIBINC
036500         CLOSE FIBIARPT
036600         MOVE "F001" TO WS-EXC-REASON
036700         MOVE ZERO TO WS-EXC-REF
036800         MOVE "FIBINC READ FAILED - AGING REPORT CUT SHORT"
036900             TO WS-EXC-TEXT
037000         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
037100         MOVE 12 TO RETURN-CODE
037200         STOP RUN
037300     END-IF.
037400     IF NOT FIB-INC-ACTIVE
037500             OR FIB-INC-TEAM NOT = WS-SECTION-TEAM
037600         GO TO 4100-EXIT
037700     END-IF.
037800     PERFORM 4200-AGE-INCIDENT THRU 4200-EXIT.
037900     PERFORM 4800-WRITE-INCIDENT-LINES THRU 4800-EXIT.
038000 4100-EXIT.
038100     EXIT.
038200
038300*****************************************************************
038400*  4200-AGE-INCIDENT - CALENDAR DAYS SINCE THE FIRST
038500*  OCCURRENCE, AND WHETHER AN UNACKNOWLEDGED S OR B INCIDENT
038600*  IS MORE THAN ONE BUSINESS DAY OLD: TWO WEEKDAYS HAVE BEGUN
038700*  SINCE THE DAY IT OPENED, OR ONE HAS AND IT IS NOW PAST THE
038800*  TIME OF DAY IT OPENED (A WEEKEND OPENING COUNTS FROM THE
038900*  START OF MONDAY)
039000*****************************************************************
039100 4200-AGE-INCIDENT.
039200     MOVE "N" TO WS-OVERDUE-SW.
039300     MOVE FIB-INC-FIRST-DATE TO WS-DN-DATE.
039400     PERFORM 7500-COMPUTE-DAY-NUMBER THRU 7500-EXIT.
039500     MOVE WS-DN-DAYS TO WS-FIRST-DAY.
039600     IF WS-FIRST-DAY = ZERO OR WS-FIRST-DAY > WS-TODAY-DAY
039700         MOVE ZERO TO WS-DAYS-OPEN
039800         MOVE ZERO TO WS-BD-COUNT
039900     ELSE
040000         COMPUTE WS-DAYS-OPEN = WS-TODAY-DAY - WS-FIRST-DAY
040100         PERFORM 7600-COUNT-BUSINESS-DAYS THRU 7600-EXIT
040200     END-IF.
040300     IF NOT FIB-INC-OPEN
040400             OR NOT FIB-INC-TEAM-INTEGRITY
040500         GO TO 4200-EXIT
040600     END-IF.
040700     IF WS-BD-COUNT > 1
040800         SET WS-OVERDUE TO TRUE
040900         GO TO 4200-EXIT
041000     END-IF.
041100     IF WS-BD-COUNT = 1
041200         PERFORM 7550-SET-DAY-OF-WEEK THRU 7550-EXIT
041300         IF NOT WS-DOW-WEEKEND
041400                 AND WS-RUN-TIME NOT < FIB-INC-FIRST-TIME
041500             SET WS-OVERDUE TO TRUE
041600         END-IF
041700     END-IF.
041800 4200-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200*  4800-WRITE-INCIDENT-LINES - THE DETAIL LINE, THE EXCEPTION
042300*  TEXT, THE LATEST NOTE WHEN THERE IS ONE, AND THE WARNING
042400*  LINE FOR A FLAGGED INCIDENT
042500*****************************************************************
042600 4800-WRITE-INCIDENT-LINES.
042700     IF FIB-INC-OPEN
042800         ADD 1 TO WS-SECT-OPEN-COUNT
042900         MOVE "OPEN" TO WS-SHOW-STATE
043000     ELSE
043100         ADD 1 TO WS-SECT-ACK-COUNT
043200         MOVE "ACK" TO WS-SHOW-STATE
043300     END-IF.
043400     MOVE SPACES TO WS-SHOW-FLAG.
043500     IF WS-OVERDUE
043600         ADD 1 TO WS-SECT-FLAG-COUNT
043700         MOVE "***" TO WS-SHOW-FLAG
043800     END-IF.
043900     MOVE FIB-INC-NO TO WS-EDIT-INC.
044000     MOVE FIB-INC-OCCURRENCES TO WS-EDIT-COUNT.
044100     MOVE WS-DAYS-OPEN TO WS-EDIT-DAYS.
044200     MOVE FIB-INC-FIRST-DATE TO WS-DN-DATE.
044300     PERFORM 7400-FORMAT-DATE THRU 7400-EXIT.
044400     MOVE WS-FMT-DATE TO WS-SHOW-OPENED.
044500     MOVE FIB-INC-LAST-DATE TO WS-DN-DATE.
044600     PERFORM 7400-FORMAT-DATE THRU 7400-EXIT.
044700     MOVE WS-FMT-DATE TO WS-SHOW-LAST.
044800     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
044900     MOVE SPACES TO FIB-RPT-T-TEXT.
045000     STRING "  " DELIMITED BY SIZE
045100            WS-EDIT-INC DELIMITED BY SIZE
045200            " " DELIMITED BY SIZE
045300            FIB-INC-JOB-NAME DELIMITED BY SIZE
045400            " " DELIMITED BY SIZE
045500            FIB-INC-REASON-CODE DELIMITED BY SIZE
045600            "  " DELIMITED BY SIZE
045700            FIB-INC-REF-NO DELIMITED BY SIZE
045800            " " DELIMITED BY SIZE
045900            WS-SHOW-OPENED DELIMITED BY SIZE
046000            " " DELIMITED BY SIZE
046100            WS-SHOW-LAST DELIMITED BY SIZE
046200            " " DELIMITED BY SIZE
046300            WS-EDIT-COUNT DELIMITED BY SIZE
046400            " " DELIMITED BY SIZE
046500            WS-EDIT-DAYS DELIMITED BY SIZE
046600            " " DELIMITED BY SIZE
046700            WS-SHOW-STATE DELIMITED BY SIZE
046800            " " DELIMITED BY SIZE
046900            FIB-INC-ACK-USER DELIMITED BY SIZE
047000            " " DELIMITED BY SIZE
047100            WS-SHOW-FLAG DELIMITED BY SIZE
047200         INTO FIB-RPT-T-TEXT.
047300     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
047400     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
047500     MOVE SPACES TO FIB-RPT-T-TEXT.
047600     STRING "         TEXT: " DELIMITED BY SIZE
047700            FIB-INC-TEXT DELIMITED BY SIZE
047800         INTO FIB-RPT-T-TEXT.
047900     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
048000     IF FIB-INC-NOTE NOT = SPACES
048100         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
048200         MOVE SPACES TO FIB-RPT-T-TEXT
048300         STRING "         NOTE: " DELIMITED BY SIZE
048400                FIB-INC-NOTE DELIMITED BY SIZE
048500             INTO FIB-RPT-T-TEXT
048600         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
048700     END-IF.
048800     IF WS-OVERDUE
048900         MOVE WS-BD-COUNT TO WS-EDIT-DAYS
049000         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
049100         MOVE SPACES TO FIB-RPT-T-TEXT
049200         STRING "         *** UNACKNOWLEDGED OVER ONE "
049300                    DELIMITED BY SIZE
049400                "BUSINESS DAY ***  BUSINESS DAYS: "
049500                    DELIMITED BY SIZE
049600                WS-EDIT-DAYS DELIMITED BY SIZE
049700             INTO FIB-RPT-T-TEXT
049800         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
049900     END-IF.
050000 4800-EXIT.
050100     EXIT.
050200
050300*****************************************************************
050400*  6000-WRITE-AGING-SUMMARY
050500*****************************************************************
050600 6000-WRITE-AGING-SUMMARY.
050700     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
050800     MOVE SPACES TO FIB-RPT-T-TEXT.
050900     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
051000     MOVE WS-TOTAL-OPEN-COUNT TO WS-EDIT-COUNT.
051100     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
051200     MOVE SPACES TO FIB-RPT-T-TEXT.
051300     STRING "  INCIDENTS OPEN, UNACKNOWLEDGED:          "
051400                DELIMITED BY SIZE
051500            WS-EDIT-COUNT DELIMITED BY SIZE
051600         INTO FIB-RPT-T-TEXT.
051700     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
051800     MOVE WS-TOTAL-ACK-COUNT TO WS-EDIT-COUNT.
051900     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
052000     MOVE SPACES TO FIB-RPT-T-TEXT.
052100     STRING "  INCIDENTS ACKNOWLEDGED:                  "
052200                DELIMITED BY SIZE
052300            WS-EDIT-COUNT DELIMITED BY SIZE
052400         INTO FIB-RPT-T-TEXT.
052500     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
052600     MOVE WS-TOTAL-FLAG-COUNT TO WS-EDIT-COUNT.
052700     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
052800     MOVE SPACES TO FIB-RPT-T-TEXT.
052900     STRING "  S/B UNACKNOWLEDGED OVER 1 BUSINESS DAY:  "
053000                DELIMITED BY SIZE
053100            WS-EDIT-COUNT DELIMITED BY SIZE
053200         INTO FIB-RPT-T-TEXT.
053300     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
053400     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
053500     MOVE SPACES TO FIB-RPT-T-TEXT.
053600     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
053700     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
053800     IF WS-NO-INCIDENT-FILE
053900         MOVE "*** NO INCIDENT FILE - NOTHING TAKEN YET ***"
054000             TO FIB-RPT-T-TEXT
054100     ELSE
054200         IF WS-TOTAL-FLAG-COUNT > ZERO
054300             MOVE "*** INTEGRITY INCIDENTS NOT ACKNOWLEDGED ***"
054400                 TO FIB-RPT-T-TEXT
054500             DISPLAY "FNA6000W - " WS-EDIT-COUNT " S/B "
054600                     "INCIDENT(S) UNACKNOWLEDGED OVER ONE "
054700                     "BUSINESS DAY, RETURN CODE 4"
054800             IF RETURN-CODE < 4
054900                 MOVE 4 TO RETURN-CODE
055000             END-IF
055100         ELSE
055200             MOVE "*** NO OVERDUE INTEGRITY INCIDENTS ***"
055300                 TO FIB-RPT-T-TEXT
055400         END-IF
055500     END-IF.
055600     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
055700     CLOSE FIBIARPT.
055800 6000-EXIT.
055900     EXIT.
056000
056100*****************************************************************
056200*  7300-WRITE-TEXT-LINE - PAGE-BREAK CHECK AND CONTROL BYTE
056300*  AHEAD OF A HELD TEXT LINE; 7310 WRITES WHAT THE CALLER PUT
056400*  IN FIB-RPT-T-TEXT
056500*****************************************************************
056600 7300-WRITE-TEXT-LINE.
056700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
056800         PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT
056900     END-IF.
057000     MOVE SPACE TO FIB-RPT-T-CTL.
057100 7300-EXIT.
057200     EXIT.
057300
057400 7310-WRITE-HELD-LINE.
057500     WRITE FIB-AGING-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
057600     ADD 1 TO WS-LINE-COUNT.
057700 7310-EXIT.
057800     EXIT.
057900
058000*****************************************************************
058100*  7400-FORMAT-DATE - WS-DN-DATE AS MM/DD/YYYY
058200*****************************************************************
058300 7400-FORMAT-DATE.
058400     MOVE SPACES TO WS-FMT-DATE.
058500     IF WS-DN-DATE NOT NUMERIC OR WS-DN-DATE = ZERO
058600         GO TO 7400-EXIT
058700     END-IF.
058800     STRING WS-DN-DATE (5:2) "/" WS-DN-DATE (7:2) "/"
058900            WS-DN-DATE (1:4)
059000         DELIMITED BY SIZE INTO WS-FMT-DATE.
059100 7400-EXIT.
059200     EXIT.
059300
059400*****************************************************************
059500*  7500-COMPUTE-DAY-NUMBER - WS-DN-DATE (YYYYMMDD) AS A COUNT
059600*  OF DAYS IN WS-DN-DAYS.  THE YEAR IS TAKEN TO START IN MARCH
059700*  SO THE LEAP DAY FALLS AT ITS END; A DATE THAT IS NOT A
059800*  DATE COUNTS AS DAY ZERO
059900*****************************************************************
060000 7500-COMPUTE-DAY-NUMBER.
060100     MOVE ZERO TO WS-DN-DAYS.
060200     IF WS-DN-DATE NOT NUMERIC
060300             OR WS-DN-YYYY = ZERO
060400             OR WS-DN-MM < 1 OR WS-DN-MM > 12
060500         GO TO 7500-EXIT
060600     END-IF.
060700     MOVE WS-DN-YYYY TO WS-DN-YEAR.
060800     MOVE WS-DN-MM TO WS-DN-MONTH.
060900     IF WS-DN-MONTH < 3
061000         SUBTRACT 1 FROM WS-DN-YEAR
061100         ADD 12 TO WS-DN-MONTH
061200     END-IF.
061300     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-DD.
061400     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOT.
061500     ADD WS-DN-QUOT TO WS-DN-DAYS.
061600     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOT.
061700     SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS.
061800     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOT.
061900     ADD WS-DN-QUOT TO WS-DN-DAYS.
062000     COMPUTE WS-DN-WORK = (WS-DN-MONTH - 3) * 153 + 2.
062100     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-QUOT.
062200     ADD WS-DN-QUOT TO WS-DN-DAYS.
062300 7500-EXIT.
062400     EXIT.
062500
062600*****************************************************************
062700*  7550-SET-DAY-OF-WEEK - THE DAY OF THE WEEK OF DAY NUMBER
062800*  WS-FIRST-DAY
062900*****************************************************************
063000 7550-SET-DAY-OF-WEEK.
063100     DIVIDE WS-FIRST-DAY BY 7 GIVING WS-DN-QUOT
063200         REMAINDER WS-DOW.
063300 7550-EXIT.
063400     EXIT.
063500
063600*****************************************************************
063700*  7600-COUNT-BUSINESS-DAYS - THE WEEKDAYS FROM THE DAY AFTER
063800*  WS-FIRST-DAY THROUGH TODAY: FIVE FOR EVERY WHOLE WEEK, THEN
063900*  THE ODD DAYS AT THE END ONE AT A TIME
064000*****************************************************************
064100 7600-COUNT-BUSINESS-DAYS.
064200     DIVIDE WS-DAYS-OPEN BY 7 GIVING WS-BD-WEEKS
064300         REMAINDER WS-BD-REST.
064400     COMPUTE WS-BD-COUNT = WS-BD-WEEKS * 5.
064500     COMPUTE WS-BD-DAY = WS-FIRST-DAY + WS-BD-WEEKS * 7.
064600     MOVE ZERO TO WS-BD-STEP.
064700     PERFORM 7610-COUNT-ONE-DAY THRU 7610-EXIT
064800         UNTIL WS-BD-STEP = WS-BD-REST.
064900 7600-EXIT.
065000     EXIT.
065100
065200 7610-COUNT-ONE-DAY.
065300     ADD 1 TO WS-BD-STEP.
065400     ADD 1 TO WS-BD-DAY.
065500     DIVIDE WS-BD-DAY BY 7 GIVING WS-DN-QUOT
065600         REMAINDER WS-DOW.
065700     IF NOT WS-DOW-WEEKEND
065800         ADD 1 TO WS-BD-COUNT
065900     END-IF.
066000 7610-EXIT.
066100     EXIT.
066200
066300*****************************************************************
066400*  8500-WRITE-EXCEPTION-RECORD - APPEND ONE RECORD TO THE
066500*  COMMON FIBEXCF EXCEPTION FILE.  THE CALLER HAS SET THE
066600*  REASON CODE, REFERENCE NUMBER, AND TEXT IN THE STAGING
066700*  FIELDS.  A PROBLEM WITH THE EXCEPTION FILE ITSELF IS
066800*  REPORTED ON THE CONSOLE AND THE RUN CARRIES ON
066900*****************************************************************
067000 8500-WRITE-EXCEPTION-RECORD.
067100     OPEN EXTEND FIBEXCF.
067200     IF WS-EXC-STATUS NOT = "00"
067300         OPEN OUTPUT FIBEXCF
067400     END-IF.
067500     IF WS-EXC-STATUS NOT = "00"
067600         DISPLAY "FNA8500W - UNABLE TO OPEN FIBEXCF, STATUS = "
067700                 WS-EXC-STATUS ", EXCEPTION RECORD NOT WRITTEN"
067800     ELSE
067900         MOVE SPACES TO FIB-EXC-REC
068000         MOVE "FIBINCA" TO FIB-EXC-JOB-NAME
068100         MOVE WS-RUN-DATE TO FIB-EXC-RUN-DATE
068200         MOVE WS-RUN-TIME TO FIB-EXC-RUN-TIME
068300         MOVE WS-EXC-REASON TO FIB-EXC-REASON-CODE
068400         MOVE WS-EXC-REF TO FIB-EXC-REF-NO
068500         MOVE WS-EXC-TEXT TO FIB-EXC-TEXT
068600         WRITE FIB-EXC-REC
068700         CLOSE FIBEXCF
068800     END-IF.
068900 8500-EXIT.
069000     EXIT.
069100
069200*****************************************************************
069300*  9000-TERMINATE
069400*****************************************************************
069500 9000-TERMINATE.
069600     DISPLAY "FNA9000I - INCIDENT AGING REPORT COMPLETE".
069700 9000-EXIT.
069800     EXIT.
