000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. fibprfh.
000300 AUTHOR. JAMES HILL.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL PROGRAM.  PROFILE HISTORY REPORT
001000*                     FOR DISPUTES - WHEN A PROFILE GIVES A
001100*                     DIFFERENT ANSWER THAN LAST MONTH, THIS
001200*                     SHOWS WHETHER THE PROFILE WAS EDITED IN
001300*                     BETWEEN, WHEN, AND BY WHOM.  FOR ONE
001400*                     PROFILE, OR EVERY PROFILE ON THE FIBPJRN
001500*                     CHANGE JOURNAL (FIBPHP), IT LISTS EVERY
001600*                     JOURNALED CHANGE WITH ITS BEFORE AND AFTER
001700*                     PARAMETERS, REBUILDS THE PROFILE AS IT
001800*                     STOOD ON THE AS-OF DATE, AND LISTS EVERY
001900*                     RUN THAT USED EACH VERSION FROM THE
002000*                     VERSION STAMPED ON FIBAUDIT (LIVE AND
002100*                     ARCHIVED), WITH ITS FIBRCAT RUN ID.
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT FIBPHP ASSIGN TO "FIBPHP"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-PHP-STATUS.
002900
003000     SELECT FIBPJRN ASSIGN TO "FIBPJRN"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PJRN-STATUS.
003300
003400     SELECT FIBAUDIT ASSIGN TO "FIBAUDIT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-AUDIT-STATUS.
003700
003800     SELECT FIBARCTL ASSIGN TO "FIBARCTL"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-ARCT-STATUS.
004100
004200     SELECT FIBAUDAR ASSIGN TO DYNAMIC WS-ARCH-NAME
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ARCH-STATUS.
004500
004600     SELECT FIBRCAT ASSIGN TO "FIBRCAT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CAT-STATUS.
004900
005000     SELECT FIBPHRPT ASSIGN TO "FIBPHRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RPT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  FIBPHP
005700     LABEL RECORDS ARE STANDARD.
005800     COPY FIBPHP.
005900
006000 FD  FIBPJRN
006100     LABEL RECORDS ARE STANDARD.
006200     COPY FIBPJR.
006300
006400 FD  FIBAUDIT
006500     LABEL RECORDS ARE STANDARD.
006600     COPY FIBAUDIT.
006700
006800 FD  FIBARCTL
006900     LABEL RECORDS ARE STANDARD.
007000     COPY FIBARCT.
007100
007200 FD  FIBAUDAR
007300     LABEL RECORDS ARE STANDARD.
007400 01  FIB-ARCH-RECORD             PIC X(355).
007500
007600 FD  FIBRCAT
007700     LABEL RECORDS ARE STANDARD.
007800     COPY FIBRCAT.
007900
008000 FD  FIBPHRPT
008100     LABEL RECORDS ARE STANDARD.
008200 01  FIB-PROFILE-REPORT-RECORD   PIC X(81).
008300
008400 WORKING-STORAGE SECTION.
008500*****************************************************************
008600*  REPORT LINE LAYOUTS - SAME PRINT-IMAGE CONVENTION AS FIBRPT
008700*****************************************************************
008800 COPY FIBRPT.
008900
009000*****************************************************************
009100*  A JOURNALED PARM IMAGE, LAID OUT AS THE FIBPARM RECORD IT
009200*  IS, FOR PRINTING FIELD BY FIELD
009300*****************************************************************
009400 COPY FIBPARM.
009500
009600*****************************************************************
009700*  SELECTION FROM FIBPHP - ONE PROFILE OR ALL, AS OF A DATE
009800*****************************************************************
009900 77  WS-SELECT-NAME          PIC X(16) VALUE SPACES.
010000 77  WS-AS-OF-DATE           PIC 9(08) VALUE ZERO.
010100
010200*****************************************************************
010300*  PROFILES TO REPORT, IN THE ORDER THE JOURNAL FIRST NAMES
010400*  THEM.  UP TO 500 DISTINCT NAMES; ANY PAST THAT ARE COUNTED
010500*  AND REPORTED AS NOT LISTED RATHER THAN SILENTLY DROPPED
010600*****************************************************************
010700 01  WS-PROF-TABLE.
010800     05  WS-PROF-ENTRY OCCURS 500 TIMES.
010900         10  WS-PROF-ENTRY-NAME  PIC X(16).
011000
011100 77  WS-PROF-USED            PIC 9(03) COMP VALUE ZERO.
011200 77  WS-PROF-NOT-LISTED      PIC 9(05) VALUE ZERO.
011300 77  WS-SUB                  PIC 9(03) COMP VALUE ZERO.
011400 77  WS-SCAN-SUB             PIC 9(03) COMP VALUE ZERO.
011500
011600*****************************************************************
011700*  THE PROFILE UNDER REPORT AND THE JOURNAL RECORD THAT WAS
011800*  IN FORCE FOR IT AT THE END OF THE AS-OF DATE
011900*****************************************************************
012000 77  WS-REPORT-NAME          PIC X(16) VALUE SPACES.
012100 77  WS-ASOF-VERSION         PIC 9(05) VALUE ZERO.
012200 77  WS-ASOF-ACTION          PIC X(01) VALUE SPACE.
012300 77  WS-ASOF-USER            PIC X(08) VALUE SPACES.
012400 77  WS-ASOF-DATE            PIC 9(08) VALUE ZERO.
012500 77  WS-ASOF-TIME            PIC 9(08) VALUE ZERO.
012600 77  WS-ASOF-DATA            PIC X(87) VALUE SPACES.
012700 77  WS-ASOF-DESC            PIC X(40) VALUE SPACES.
012800 77  WS-ACTION-NAME          PIC X(07) VALUE SPACES.
012900 77  WS-IMAGE-DATA           PIC X(87) VALUE SPACES.
013000 77  WS-IMAGE-LABEL          PIC X(10) VALUE SPACES.
013100
013200*****************************************************************
013300*  RUNS-BY-VERSION WORK FIELDS - THE VERSION OF THE LAST RUN
013400*  LISTED (FOR THE VERSION BREAK) AND THE ARCHIVE FILE NAME
013500*****************************************************************
013600 77  WS-LAST-VERSION         PIC 9(05) VALUE ZERO.
013700 77  WS-RUN-ID-FOUND         PIC 9(05) VALUE ZERO.
013800 77  WS-ARCH-NAME            PIC X(18) VALUE SPACES.
013900
014000*****************************************************************
014100*  COUNTERS
014200*****************************************************************
014300 77  WS-CHANGE-COUNT         PIC 9(05) VALUE ZERO.
014400 77  WS-RUN-COUNT            PIC 9(05) VALUE ZERO.
014500 77  WS-PROFILES-REPORTED    PIC 9(05) VALUE ZERO.
014600
014700*****************************************************************
014800*  ZERO-SUPPRESSED FIELDS FOR NUMERIC VALUES STRUNG INTO
014900*  REPORT TEXT LINES
015000*****************************************************************
015100 77  WS-EDIT-VERSION         PIC ZZZZ9.
015200 77  WS-EDIT-RUN             PIC ZZZZ9.
015300 77  WS-EDIT-COUNT           PIC ZZZZ9.
015400 77  WS-EDIT-N               PIC ZZ9.
015500 77  WS-EDIT-TERMS           PIC ZZ9.
015600 77  WS-EDIT-SEED            PIC Z(17)9.
015700 77  WS-EDIT-PAGE            PIC ZZ9.
015800
015900*****************************************************************
016000*  SWITCHES
016100*****************************************************************
016200 77  WS-PJRN-EOF-SW          PIC X(01) VALUE "N".
016300     88  WS-PJRN-EOF                 VALUE "Y".
016400 77  WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
016500     88  WS-AUDIT-EOF                VALUE "Y".
016600 77  WS-ARCT-EOF-SW          PIC X(01) VALUE "N".
016700     88  WS-ARCT-EOF                 VALUE "Y".
016800 77  WS-ARCH-EOF-SW          PIC X(01) VALUE "N".
016900     88  WS-ARCH-EOF                 VALUE "Y".
017000 77  WS-CAT-EOF-SW           PIC X(01) VALUE "N".
017100     88  WS-CAT-EOF                  VALUE "Y".
017200 77  WS-SLOT-FOUND-SW        PIC X(01) VALUE "N".
017300     88  WS-SLOT-FOUND               VALUE "Y".
017400 77  WS-ASOF-FOUND-SW        PIC X(01) VALUE "N".
017500     88  WS-ASOF-FOUND               VALUE "Y".
017600
017700*****************************************************************
017800*  FILE STATUS FIELDS
017900*****************************************************************
018000 77  WS-PHP-STATUS           PIC X(02) VALUE "00".
018100 77  WS-PJRN-STATUS          PIC X(02) VALUE "00".
018200 77  WS-AUDIT-STATUS         PIC X(02) VALUE "00".
018300 77  WS-ARCT-STATUS          PIC X(02) VALUE "00".
018400 77  WS-ARCH-STATUS          PIC X(02) VALUE "00".
018500 77  WS-CAT-STATUS           PIC X(02) VALUE "00".
018600 77  WS-RPT-STATUS           PIC X(02) VALUE "00".
018700
018800*****************************************************************
018900*  MISCELLANEOUS WORK FIELDS
019000*****************************************************************
019100 77  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
019200 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
019300 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 060.
019400 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
019500 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
019600 77  WS-DISPLAY-DATE         PIC X(10) VALUE SPACES.
019700 77  WS-DISPLAY-TIME         PIC X(08) VALUE SPACES.
019800 77  WS-AS-OF-DISPLAY        PIC X(10) VALUE SPACES.
019900 77  WS-FMT-DATE             PIC X(10) VALUE SPACES.
020000 77  WS-FMT-TIME             PIC X(08) VALUE SPACES.
020100 77  WS-WORK-DATE            PIC 9(08) VALUE ZERO.
020200 77  WS-WORK-DATE-X REDEFINES WS-WORK-DATE
020300                             PIC X(08).
020400 77  WS-WORK-TIME            PIC 9(08) VALUE ZERO.
020500 77  WS-WORK-TIME-X REDEFINES WS-WORK-TIME
020600                             PIC X(08).
020700
020800 PROCEDURE DIVISION.
020900*****************************************************************
021000*  0000-MAINLINE
021100*****************************************************************
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021400     PERFORM 2000-OBTAIN-SELECTION THRU 2000-EXIT.
021500     PERFORM 3000-OPEN-REPORT THRU 3000-EXIT.
021600     PERFORM 4000-BUILD-PROFILE-LIST THRU 4000-EXIT.
021700     MOVE ZERO TO WS-SUB.
021800     PERFORM 5000-REPORT-ONE-PROFILE THRU 5000-EXIT
021900         UNTIL WS-SUB >= WS-PROF-USED.
022000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022100     STOP RUN.
022200 0000-EXIT.
022300     EXIT.
022400
022500*****************************************************************
022600*  1000-INITIALIZE
022700*****************************************************************
022800 1000-INITIALIZE.
022900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023000     ACCEPT WS-RUN-TIME FROM TIME.
023100     STRING WS-RUN-DATE (5:2) "/" WS-RUN-DATE (7:2) "/"
023200            WS-RUN-DATE (1:4)
023300         DELIMITED BY SIZE INTO WS-DISPLAY-DATE.
023400     STRING WS-RUN-TIME (1:2) ":" WS-RUN-TIME (3:2) ":"
023500            WS-RUN-TIME (5:2)
023600         DELIMITED BY SIZE INTO WS-DISPLAY-TIME.
023700     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
023800 1000-EXIT.
023900     EXIT.
024000
024100*****************************************************************
024200*  2000-OBTAIN-SELECTION - PROFILE NAME AND AS-OF DATE FROM
024300*  FIBPHP.  A MISSING OR EMPTY PARAMETER FILE MEANS EVERY
024400*  PROFILE AS OF TODAY
024500*****************************************************************
024600 2000-OBTAIN-SELECTION.
024700     OPEN INPUT FIBPHP.
024800     IF WS-PHP-STATUS = "00"
024900         READ FIBPHP
025000             AT END
025100                 MOVE "10" TO WS-PHP-STATUS
025200         END-READ
025300         IF WS-PHP-STATUS = "00"
025400             CLOSE FIBPHP
025500         ELSE
025600             CLOSE FIBPHP
025700*            A SUCCESSFUL CLOSE SETS THE STATUS FIELD BACK TO
025800*            00, WHICH WOULD MAKE AN EMPTY FIBPHP LOOK READ;
025900*            PUT THE END-OF-FILE STATUS BACK AFTER THE CLOSE
026000             MOVE "10" TO WS-PHP-STATUS
026100         END-IF
026200     END-IF.
026300     IF WS-PHP-STATUS NOT = "00"
026400         DISPLAY "FPH2000I - FIBPHP NOT AVAILABLE, REPORTING "
026500                 "EVERY PROFILE AS OF TODAY"
026600         GO TO 2000-EXIT
026700     END-IF.
026800     MOVE FIB-PHP-PROF-NAME TO WS-SELECT-NAME.
026900     IF FIB-PHP-AS-OF-DATE NUMERIC
027000             AND FIB-PHP-AS-OF-DATE > ZERO
027100         IF FIB-PHP-AS-OF-DATE (5:2) < "01"
027200                 OR FIB-PHP-AS-OF-DATE (5:2) > "12"
027300                 OR FIB-PHP-AS-OF-DATE (7:2) < "01"
027400                 OR FIB-PHP-AS-OF-DATE (7:2) > "31"
027500             DISPLAY "FPH2000E - FIBPHP AS-OF DATE "
027600                     FIB-PHP-AS-OF-DATE " IS NOT A VALID "
027700                     "YYYYMMDD DATE, JOB TERMINATED"
027800             MOVE 16 TO RETURN-CODE
027900             STOP RUN
028000         END-IF
028100         MOVE FIB-PHP-AS-OF-DATE TO WS-AS-OF-DATE
028200     END-IF.
028300     IF WS-SELECT-NAME = SPACES
028400         DISPLAY "FPH2000I - REPORTING EVERY PROFILE AS OF "
028500                 WS-AS-OF-DATE
028600     ELSE
028700         DISPLAY "FPH2000I - REPORTING PROFILE " WS-SELECT-NAME
028800                 " AS OF " WS-AS-OF-DATE
028900     END-IF.
029000 2000-EXIT.
029100     EXIT.
029200
029300*****************************************************************
029400*  3000-OPEN-REPORT
029500*****************************************************************
029600 3000-OPEN-REPORT.
029700     MOVE WS-AS-OF-DATE TO WS-WORK-DATE.
029800     PERFORM 7100-FORMAT-WORK-DATE THRU 7100-EXIT.
029900     MOVE WS-FMT-DATE TO WS-AS-OF-DISPLAY.
030000     OPEN OUTPUT FIBPHRPT.
030100     IF WS-RPT-STATUS NOT = "00"
030200         DISPLAY "FPH3000E - UNABLE TO OPEN FIBPHRPT, STATUS = "
030300                 WS-RPT-STATUS
030400         MOVE 12 TO RETURN-CODE
030500         STOP RUN
030600     END-IF.
030700     PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT.
030800 3000-EXIT.
030900     EXIT.
031000
031100*****************************************************************
031200*  3100-WRITE-REPORT-HEADINGS
031300*****************************************************************
031400 3100-WRITE-REPORT-HEADINGS.
031500     ADD 1 TO WS-PAGE-COUNT.
031600     MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
031700     MOVE "1" TO FIB-RPT-T-CTL.
031800     MOVE SPACES TO FIB-RPT-T-TEXT.
031900     STRING "FIBPROF PROFILE HISTORY AS OF " DELIMITED BY SIZE
032000            WS-AS-OF-DISPLAY DELIMITED BY SIZE
032100            "     PAGE " DELIMITED BY SIZE
032200            WS-EDIT-PAGE DELIMITED BY SIZE
032300         INTO FIB-RPT-T-TEXT.
032400     WRITE FIB-PROFILE-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
032500
032600     MOVE SPACE TO FIB-RPT-T-CTL.
032700     MOVE SPACES TO FIB-RPT-T-TEXT.
032800     STRING "RUN DATE: " DELIMITED BY SIZE
032900            WS-DISPLAY-DATE DELIMITED BY SIZE
033000            "   RUN TIME: " DELIMITED BY SIZE
033100            WS-DISPLAY-TIME DELIMITED BY SIZE
033200         INTO FIB-RPT-T-TEXT.
033300     WRITE FIB-PROFILE-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
033400
033500     MOVE SPACE TO FIB-RPT-T-CTL.
033600     MOVE SPACES TO FIB-RPT-T-TEXT.
033700     WRITE FIB-PROFILE-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
033800     MOVE 3 TO WS-LINE-COUNT.
033900 3100-EXIT.
034000     EXIT.
034100
034200*****************************************************************
034300*  4000-BUILD-PROFILE-LIST - THE SELECTED PROFILE, OR EVERY
034400*  DISTINCT NAME ON THE JOURNAL.  NO JOURNAL MEANS NO PROFILE
034500*  HAS BEEN CHANGED SINCE CHANGES WERE JOURNALED; A SELECTED
034600*  PROFILE IS STILL REPORTED FOR ITS RUNS
034700*****************************************************************
034800 4000-BUILD-PROFILE-LIST.
034900     IF WS-SELECT-NAME NOT = SPACES
035000         MOVE 1 TO WS-PROF-USED
035100         MOVE WS-SELECT-NAME TO WS-PROF-ENTRY-NAME (1)
035200         GO TO 4000-EXIT
035300     END-IF.
035400     MOVE "N" TO WS-PJRN-EOF-SW.
035500     OPEN INPUT FIBPJRN.
035600     IF WS-PJRN-STATUS NOT = "00"
035700         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
035800         MOVE "FIBPJRN NOT AVAILABLE - NO PROFILE CHANGES HAVE "
035900             TO FIB-RPT-T-TEXT
036000         MOVE "BEEN JOURNALED" TO FIB-RPT-T-TEXT (50:14)
036100         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
036200         DISPLAY "FPH4000W - FIBPJRN NOT AVAILABLE, STATUS = "
036300                 WS-PJRN-STATUS ", NO PROFILES REPORTED"
036400         IF RETURN-CODE < 4
036500             MOVE 4 TO RETURN-CODE
036600         END-IF
036700         GO TO 4000-EXIT
036800     END-IF.
036900     PERFORM 7400-READ-JOURNAL-RECORD THRU 7400-EXIT.
037000     PERFORM 4100-NOTE-PROFILE-NAME THRU 4100-EXIT
037100         UNTIL WS-PJRN-EOF.
037200     CLOSE FIBPJRN.
037300     IF WS-PROF-NOT-LISTED > ZERO
037400         DISPLAY "FPH4000W - MORE THAN 500 PROFILES ON FIBPJRN, "
037500                 WS-PROF-NOT-LISTED " JOURNAL RECORD(S) NOT "
037600                 "REPORTED"
037700         IF RETURN-CODE < 4
037800             MOVE 4 TO RETURN-CODE
037900         END-IF
038000     END-IF.
038100 4000-EXIT.
038200     EXIT.
038300
038400 4100-NOTE-PROFILE-NAME.
038500     MOVE "N" TO WS-SLOT-FOUND-SW.
038600     MOVE ZERO TO WS-SCAN-SUB.
038700     PERFORM 4110-SCAN-PROFILE-TABLE THRU 4110-EXIT
038800         UNTIL WS-SLOT-FOUND OR WS-SCAN-SUB >= WS-PROF-USED.
038900     IF NOT WS-SLOT-FOUND
039000         IF WS-PROF-USED < 500
039100             ADD 1 TO WS-PROF-USED
039200             MOVE FIB-PJR-PROF-NAME
039300                 TO WS-PROF-ENTRY-NAME (WS-PROF-USED)
039400         ELSE
039500             ADD 1 TO WS-PROF-NOT-LISTED
039600         END-IF
039700     END-IF.
039800     PERFORM 7400-READ-JOURNAL-RECORD THRU 7400-EXIT.
039900 4100-EXIT.
040000     EXIT.
040100
040200 4110-SCAN-PROFILE-TABLE.
040300     ADD 1 TO WS-SCAN-SUB.
040400     IF WS-PROF-ENTRY-NAME (WS-SCAN-SUB) = FIB-PJR-PROF-NAME
040500         SET WS-SLOT-FOUND TO TRUE
040600     END-IF.
040700 4110-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100*  5000-REPORT-ONE-PROFILE - ITS CHANGE HISTORY, WHAT IT
041200*  LOOKED LIKE AT THE END OF THE AS-OF DATE, AND THE RUNS THAT
041300*  USED EACH VERSION
041400*****************************************************************
041500 5000-REPORT-ONE-PROFILE.
041600     ADD 1 TO WS-SUB.
041700     ADD 1 TO WS-PROFILES-REPORTED.
041800     MOVE WS-PROF-ENTRY-NAME (WS-SUB) TO WS-REPORT-NAME.
041900     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
042000     MOVE SPACES TO FIB-RPT-T-TEXT.
042100     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
042200     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
042300     MOVE SPACES TO FIB-RPT-T-TEXT.
042400     STRING "PROFILE " DELIMITED BY SIZE
042500            WS-REPORT-NAME DELIMITED BY SIZE
042600         INTO FIB-RPT-T-TEXT.
042700     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
042800     PERFORM 5100-LIST-CHANGE-HISTORY THRU 5100-EXIT.
042900     PERFORM 5200-WRITE-AS-OF-STATE THRU 5200-EXIT.
043000     PERFORM 5300-LIST-RUNS-BY-VERSION THRU 5300-EXIT.
043100 5000-EXIT.
043200     EXIT.
043300
043400*****************************************************************
043500*  5100-LIST-CHANGE-HISTORY - EVERY JOURNALED CHANGE TO THE
043600*  PROFILE IN THE ORDER IT WAS MADE, WITH THE PARAMETERS
043700*  EITHER SIDE OF IT.  THE LAST ONE MADE BY THE END OF THE
043800*  AS-OF DATE IS KEPT AS THE PROFILE'S STATE ON THAT DATE
043900*****************************************************************
044000 5100-LIST-CHANGE-HISTORY.
044100     MOVE ZERO TO WS-CHANGE-COUNT.
044200     MOVE "N" TO WS-ASOF-FOUND-SW.
044300     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
044400     MOVE "  CHANGE HISTORY" TO FIB-RPT-T-TEXT.
044500     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
044600     MOVE "N" TO WS-PJRN-EOF-SW.
044700     OPEN INPUT FIBPJRN.
044800     IF WS-PJRN-STATUS = "00"
044900         PERFORM 7400-READ-JOURNAL-RECORD THRU 7400-EXIT
045000         PERFORM 5110-MATCH-JOURNAL-RECORD THRU 5110-EXIT
045100             UNTIL WS-PJRN-EOF
045200         CLOSE FIBPJRN
045300     END-IF.
045400     IF WS-CHANGE-COUNT = ZERO
045500         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
045600         MOVE "    NO JOURNALED CHANGES FOR THIS PROFILE"
045700             TO FIB-RPT-T-TEXT
045800         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
045900     END-IF.
046000 5100-EXIT.
046100     EXIT.
046200
046300 5110-MATCH-JOURNAL-RECORD.
046400     IF FIB-PJR-PROF-NAME = WS-REPORT-NAME
046500         ADD 1 TO WS-CHANGE-COUNT
046600         PERFORM 5120-WRITE-CHANGE-LINES THRU 5120-EXIT
046700         IF FIB-PJR-DATE NOT > WS-AS-OF-DATE
046800             SET WS-ASOF-FOUND TO TRUE
046900             MOVE FIB-PJR-VERSION TO WS-ASOF-VERSION
047000             MOVE FIB-PJR-ACTION TO WS-ASOF-ACTION
047100             MOVE FIB-PJR-USER TO WS-ASOF-USER
047200             MOVE FIB-PJR-DATE TO WS-ASOF-DATE
047300             MOVE FIB-PJR-TIME TO WS-ASOF-TIME
047400             MOVE FIB-PJR-AFTER-DATA TO WS-ASOF-DATA
047500             MOVE FIB-PJR-AFTER-DESC TO WS-ASOF-DESC
047600         END-IF
047700     END-IF.
047800     PERFORM 7400-READ-JOURNAL-RECORD THRU 7400-EXIT.
047900 5110-EXIT.
048000     EXIT.
048100
048200*****************************************************************
048300*  5120-WRITE-CHANGE-LINES - VERSION, ACTION, WHEN, AND WHO;
048400*  THEN THE IMAGE AFTER AN ADD, BOTH IMAGES FOR A CHANGE, OR
048500*  THE IMAGE BEFORE A DELETE
048600*****************************************************************
048700 5120-WRITE-CHANGE-LINES.
048800     MOVE FIB-PJR-VERSION TO WS-EDIT-VERSION.
048900     EVALUATE TRUE
049000         WHEN FIB-PJR-ADDED
049100             MOVE "ADDED" TO WS-ACTION-NAME
049200         WHEN FIB-PJR-CHANGED
049300             MOVE "CHANGED" TO WS-ACTION-NAME
049400         WHEN FIB-PJR-DELETED
049500             MOVE "DELETED" TO WS-ACTION-NAME
049600         WHEN OTHER
049700             MOVE "ACTION?" TO WS-ACTION-NAME
049800     END-EVALUATE.
049900     MOVE FIB-PJR-DATE TO WS-WORK-DATE.
050000     PERFORM 7100-FORMAT-WORK-DATE THRU 7100-EXIT.
050100     MOVE FIB-PJR-TIME TO WS-WORK-TIME.
050200     PERFORM 7110-FORMAT-WORK-TIME THRU 7110-EXIT.
050300     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
050400     MOVE SPACES TO FIB-RPT-T-TEXT.
050500     STRING "    VERSION " DELIMITED BY SIZE
050600            WS-EDIT-VERSION DELIMITED BY SIZE
050700            "  " DELIMITED BY SIZE
050800            WS-ACTION-NAME DELIMITED BY SIZE
050900            "  " DELIMITED BY SIZE
051000            WS-FMT-DATE DELIMITED BY SIZE
051100            " " DELIMITED BY SIZE
051200            WS-FMT-TIME DELIMITED BY SIZE
051300            "  BY " DELIMITED BY SIZE
051400            FIB-PJR-USER DELIMITED BY SIZE
051500         INTO FIB-RPT-T-TEXT.
051600     IF FIB-PJR-DATE > WS-AS-OF-DATE
051700         MOVE "(AFTER AS-OF DATE)" TO FIB-RPT-T-TEXT (62:18)
051800     END-IF.
051900     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
052000     IF FIB-PJR-CHANGED OR FIB-PJR-DELETED
052100         MOVE FIB-PJR-BEFORE-DATA TO WS-IMAGE-DATA
052200         MOVE "BEFORE:" TO WS-IMAGE-LABEL
052300         PERFORM 7200-WRITE-PARM-IMAGE THRU 7200-EXIT
052400     END-IF.
052500     IF FIB-PJR-ADDED OR FIB-PJR-CHANGED
052600         MOVE FIB-PJR-AFTER-DATA TO WS-IMAGE-DATA
052700         MOVE "AFTER:" TO WS-IMAGE-LABEL
052800         PERFORM 7200-WRITE-PARM-IMAGE THRU 7200-EXIT
052900     END-IF.
053000 5120-EXIT.
053100     EXIT.
053200
053300*****************************************************************
053400*  5200-WRITE-AS-OF-STATE - THE PROFILE REBUILT AS IT STOOD AT
053500*  THE END OF THE AS-OF DATE: THE VERSION IN FORCE AND ITS
053600*  PARAMETERS, DELETED, OR NOT YET ADDED
053700*****************************************************************
053800 5200-WRITE-AS-OF-STATE.
053900     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
054000     MOVE SPACES TO FIB-RPT-T-TEXT.
054100     STRING "  PROFILE AS OF " DELIMITED BY SIZE
054200            WS-AS-OF-DISPLAY DELIMITED BY SIZE
054300         INTO FIB-RPT-T-TEXT.
054400     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
054500     IF NOT WS-ASOF-FOUND
054600         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
054700         IF WS-CHANGE-COUNT = ZERO
054800             MOVE "    NOT REBUILT - NO JOURNALED CHANGES"
054900                 TO FIB-RPT-T-TEXT
055000         ELSE
055100             MOVE "    NOT YET ADDED ON THAT DATE"
055200                 TO FIB-RPT-T-TEXT
055300         END-IF
055400         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
055500         GO TO 5200-EXIT
055600     END-IF.
055700     MOVE WS-ASOF-VERSION TO WS-EDIT-VERSION.
055800     MOVE WS-ASOF-DATE TO WS-WORK-DATE.
055900     PERFORM 7100-FORMAT-WORK-DATE THRU 7100-EXIT.
056000     MOVE WS-ASOF-TIME TO WS-WORK-TIME.
056100     PERFORM 7110-FORMAT-WORK-TIME THRU 7110-EXIT.
056200     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
056300     MOVE SPACES TO FIB-RPT-T-TEXT.
056400     IF WS-ASOF-ACTION = "D"
056500         STRING "    DELETED AS VERSION " DELIMITED BY SIZE
056600                WS-EDIT-VERSION DELIMITED BY SIZE
056700                " ON " DELIMITED BY SIZE
056800                WS-FMT-DATE DELIMITED BY SIZE
056900                " " DELIMITED BY SIZE
057000                WS-FMT-TIME DELIMITED BY SIZE
057100                " BY " DELIMITED BY SIZE
057200                WS-ASOF-USER DELIMITED BY SIZE
057300             INTO FIB-RPT-T-TEXT
057400         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
057500         GO TO 5200-EXIT
057600     END-IF.
057700     STRING "    VERSION " DELIMITED BY SIZE
057800            WS-EDIT-VERSION DELIMITED BY SIZE
057900            ", FILED " DELIMITED BY SIZE
058000            WS-FMT-DATE DELIMITED BY SIZE
058100            " " DELIMITED BY SIZE
058200            WS-FMT-TIME DELIMITED BY SIZE
058300            " BY " DELIMITED BY SIZE
058400            WS-ASOF-USER DELIMITED BY SIZE
058500         INTO FIB-RPT-T-TEXT.
058600     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
058700     MOVE WS-ASOF-DATA TO WS-IMAGE-DATA.
058800     MOVE "CONTENTS:" TO WS-IMAGE-LABEL.
058900     PERFORM 7200-WRITE-PARM-IMAGE THRU 7200-EXIT.
059000     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
059100     MOVE SPACES TO FIB-RPT-T-TEXT.
059200     STRING "      DESCRIPTION: " DELIMITED BY SIZE
059300            WS-ASOF-DESC DELIMITED BY SIZE
059400         INTO FIB-RPT-T-TEXT.
059500     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
059600 5200-EXIT.
059700     EXIT.
059800
059900*****************************************************************
060000*  5300-LIST-RUNS-BY-VERSION - EVERY FIBAUDIT REQUEST RECORD
060100*  STAMPED WITH THIS PROFILE, ARCHIVED HISTORY FIRST AND THEN
060200*  THE LIVE FILE, SO THE RUNS COME OUT IN THE ORDER THEY RAN
060300*  AND, SINCE A PROFILE'S VERSION ONLY EVER GOES UP, GROUPED
060400*  BY VERSION.  A NEW VERSION STARTS A NEW GROUP
060500*****************************************************************
060600 5300-LIST-RUNS-BY-VERSION.
060700     MOVE ZERO TO WS-RUN-COUNT.
060800     MOVE 99999 TO WS-LAST-VERSION.
060900     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
061000     MOVE "  RUNS BY PROFILE VERSION" TO FIB-RPT-T-TEXT.
061100     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
061200     PERFORM 5400-SCAN-ARCHIVED-HISTORY THRU 5400-EXIT.
061300     MOVE "N" TO WS-AUDIT-EOF-SW.
061400     OPEN INPUT FIBAUDIT.
061500     IF WS-AUDIT-STATUS NOT = "00"
061600         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
061700         MOVE "    FIBAUDIT NOT AVAILABLE - LIVE RUNS NOT LISTED"
061800             TO FIB-RPT-T-TEXT
061900         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
062000     ELSE
062100         PERFORM 5310-READ-AUDIT-RECORD THRU 5310-EXIT
062200         PERFORM 5320-MATCH-AUDIT-RECORD THRU 5320-EXIT
062300             UNTIL WS-AUDIT-EOF
062400         CLOSE FIBAUDIT
062500     END-IF.
062600     IF WS-RUN-COUNT = ZERO
062700         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
062800         MOVE "    NO RUNS RECORDED WITH THIS PROFILE"
062900             TO FIB-RPT-T-TEXT
063000         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
063100     END-IF.
063200 5300-EXIT.
063300     EXIT.
063400
063500 5310-READ-AUDIT-RECORD.
063600     READ FIBAUDIT
063700         AT END
063800             SET WS-AUDIT-EOF TO TRUE
063900     END-READ.
064000 5310-EXIT.
064100     EXIT.
064200
064300 5320-MATCH-AUDIT-RECORD.
064400     PERFORM 5330-JUDGE-AUDIT-RECORD THRU 5330-EXIT.
064500     PERFORM 5310-READ-AUDIT-RECORD THRU 5310-EXIT.
064600 5320-EXIT.
064700     EXIT.
064800
064900*****************************************************************
065000*  5330-JUDGE-AUDIT-RECORD - SHARED BY THE LIVE-FILE AND
065100*  ARCHIVE-FILE SCANS.  A RECORD WRITTEN BEFORE VERSIONS WERE
065200*  STAMPED CARRIES NO PROFILE NAME AND NEVER MATCHES
065300*****************************************************************
065400 5330-JUDGE-AUDIT-RECORD.
065500     IF FIB-AUD-PROF-NAME NOT = WS-REPORT-NAME
065600         GO TO 5330-EXIT
065700     END-IF.
065800     IF FIB-AUD-PROF-VERSION NOT NUMERIC
065900         MOVE ZERO TO FIB-AUD-PROF-VERSION
066000     END-IF.
066100     ADD 1 TO WS-RUN-COUNT.
066200     IF FIB-AUD-PROF-VERSION NOT = WS-LAST-VERSION
066300         MOVE FIB-AUD-PROF-VERSION TO WS-LAST-VERSION
066400         MOVE WS-LAST-VERSION TO WS-EDIT-VERSION
066500         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
066600         MOVE SPACES TO FIB-RPT-T-TEXT
066700         STRING "    VERSION " DELIMITED BY SIZE
066800                WS-EDIT-VERSION DELIMITED BY SIZE
066900                ":" DELIMITED BY SIZE
067000             INTO FIB-RPT-T-TEXT
067100         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
067200     END-IF.
067300     PERFORM 5340-FIND-RUN-ID THRU 5340-EXIT.
067400     MOVE FIB-AUD-RUN-DATE TO WS-WORK-DATE.
067500     PERFORM 7100-FORMAT-WORK-DATE THRU 7100-EXIT.
067600     MOVE FIB-AUD-RUN-TIME TO WS-WORK-TIME.
067700     PERFORM 7110-FORMAT-WORK-TIME THRU 7110-EXIT.
067800     MOVE FIB-AUD-N TO WS-EDIT-N.
067900     MOVE FIB-AUD-TERMS-PRODUCED TO WS-EDIT-TERMS.
068000     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
068100     MOVE SPACES TO FIB-RPT-T-TEXT.
068200     IF WS-RUN-ID-FOUND = ZERO
068300         MOVE "      RUN  ----- " TO FIB-RPT-T-TEXT
068400     ELSE
068500         MOVE WS-RUN-ID-FOUND TO WS-EDIT-RUN
068600         STRING "      RUN  " DELIMITED BY SIZE
068700                WS-EDIT-RUN DELIMITED BY SIZE
068800             INTO FIB-RPT-T-TEXT
068900     END-IF.
069000     STRING WS-FMT-DATE DELIMITED BY SIZE
069100            " " DELIMITED BY SIZE
069200            WS-FMT-TIME DELIMITED BY SIZE
069300            "  " DELIMITED BY SIZE
069400            FIB-AUD-RUN-USER DELIMITED BY SIZE
069500            "  MODE " DELIMITED BY SIZE
069600            FIB-AUD-MODE DELIMITED BY SIZE
069700            "  N " DELIMITED BY SIZE
069800            WS-EDIT-N DELIMITED BY SIZE
069900            "  TERMS " DELIMITED BY SIZE
070000            WS-EDIT-TERMS DELIMITED BY SIZE
070100         INTO FIB-RPT-T-TEXT (19:62).
070200     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
070300 5330-EXIT.
070400     EXIT.
070500
070600*****************************************************************
070700*  5340-FIND-RUN-ID - THE FIBRCAT RUN ID OF THE EXECUTION THE
070800*  AUDIT RECORD BELONGS TO, JOINED ON THE RUN DATE AND TIME
070900*  EVERY REQUEST OF ONE EXECUTION SHARES.  ZERO WHEN THE RUN
071000*  WAS NEVER CATALOGED
071100*****************************************************************
071200 5340-FIND-RUN-ID.
071300     MOVE ZERO TO WS-RUN-ID-FOUND.
071400     MOVE "N" TO WS-CAT-EOF-SW.
071500     OPEN INPUT FIBRCAT.
071600     IF WS-CAT-STATUS NOT = "00"
071700         GO TO 5340-EXIT
071800     END-IF.
071900     PERFORM 5350-READ-CATALOG-RECORD THRU 5350-EXIT
072000         UNTIL WS-CAT-EOF.
072100     CLOSE FIBRCAT.
072200 5340-EXIT.
072300     EXIT.
072400
072500 5350-READ-CATALOG-RECORD.
072600     READ FIBRCAT
072700         AT END
072800             SET WS-CAT-EOF TO TRUE
072900     END-READ.
073000     IF NOT WS-CAT-EOF
073100         IF FIB-CAT-RUN-DATE = FIB-AUD-RUN-DATE
073200                 AND FIB-CAT-RUN-TIME = FIB-AUD-RUN-TIME
073300             MOVE FIB-CAT-RUN-ID TO WS-RUN-ID-FOUND
073400             SET WS-CAT-EOF TO TRUE
073500         END-IF
073600     END-IF.
073700 5350-EXIT.
073800     EXIT.
073900
074000*****************************************************************
074100*  5400-SCAN-ARCHIVED-HISTORY - EVERY DATED ARCHIVE NAMED ON
074200*  FIBARCTL, RUN THROUGH THE SAME JUDGEMENT AS THE LIVE FILE.
074300*  NO CONTROL FILE MEANS NO ARCHIVE HAS EVER BEEN CUT, WHICH IS
074400*  NOT AN ERROR
074500*****************************************************************
074600 5400-SCAN-ARCHIVED-HISTORY.
074700     MOVE "N" TO WS-ARCT-EOF-SW.
074800     OPEN INPUT FIBARCTL.
074900     IF WS-ARCT-STATUS NOT = "00"
075000         GO TO 5400-EXIT
075100     END-IF.
075200     PERFORM 5410-READ-CONTROL-RECORD THRU 5410-EXIT.
075300     PERFORM 5420-SCAN-ONE-ARCHIVE THRU 5420-EXIT
075400         UNTIL WS-ARCT-EOF.
075500     CLOSE FIBARCTL.
075600 5400-EXIT.
075700     EXIT.
075800
075900 5410-READ-CONTROL-RECORD.
076000     READ FIBARCTL
076100         AT END
076200             SET WS-ARCT-EOF TO TRUE
076300     END-READ.
076400 5410-EXIT.
076500     EXIT.
076600
076700 5420-SCAN-ONE-ARCHIVE.
076800     MOVE FIB-ARC-FILE-NAME TO WS-ARCH-NAME.
076900     MOVE "N" TO WS-ARCH-EOF-SW.
077000     OPEN INPUT FIBAUDAR.
077100     IF WS-ARCH-STATUS NOT = "00"
077200         DISPLAY "FPH5420W - UNABLE TO OPEN ARCHIVE "
077300                 WS-ARCH-NAME ", STATUS = " WS-ARCH-STATUS
077400                 ", ARCHIVE SKIPPED"
077500         IF RETURN-CODE < 4
077600             MOVE 4 TO RETURN-CODE
077700         END-IF
077800     ELSE
077900         PERFORM 5430-READ-ARCHIVE-RECORD THRU 5430-EXIT
078000         PERFORM 5440-MATCH-ARCHIVE-RECORD THRU 5440-EXIT
078100             UNTIL WS-ARCH-EOF
078200         CLOSE FIBAUDAR
078300     END-IF.
078400     PERFORM 5410-READ-CONTROL-RECORD THRU 5410-EXIT.
078500 5420-EXIT.
078600     EXIT.
078700
078800 5430-READ-ARCHIVE-RECORD.
078900     READ FIBAUDAR INTO FIB-AUDIT-REC
079000         AT END
079100             SET WS-ARCH-EOF TO TRUE
079200     END-READ.
079300 5430-EXIT.
079400     EXIT.
079500
079600 5440-MATCH-ARCHIVE-RECORD.
079700     PERFORM 5330-JUDGE-AUDIT-RECORD THRU 5330-EXIT.
079800     PERFORM 5430-READ-ARCHIVE-RECORD THRU 5430-EXIT.
079900 5440-EXIT.
080000     EXIT.
080100
080200*****************************************************************
080300*  7100-FORMAT-WORK-DATE - YYYYMMDD TO MM/DD/YYYY, THE SAME
080400*  DISPLAY CONVENTION THE OTHER REPORTS USE
080500*****************************************************************
080600 7100-FORMAT-WORK-DATE.
080700     MOVE SPACES TO WS-FMT-DATE.
080800     STRING WS-WORK-DATE-X (5:2) "/" WS-WORK-DATE-X (7:2) "/"
080900            WS-WORK-DATE-X (1:4)
081000         DELIMITED BY SIZE INTO WS-FMT-DATE.
081100 7100-EXIT.
081200     EXIT.
081300
081400*****************************************************************
081500*  7110-FORMAT-WORK-TIME - HHMMSSHH TO HH:MM:SS
081600*****************************************************************
081700 7110-FORMAT-WORK-TIME.
081800     MOVE SPACES TO WS-FMT-TIME.
081900     STRING WS-WORK-TIME-X (1:2) ":" WS-WORK-TIME-X (3:2) ":"
082000            WS-WORK-TIME-X (5:2)
082100         DELIMITED BY SIZE INTO WS-FMT-TIME.
082200 7110-EXIT.
082300     EXIT.
082400
082500*****************************************************************
082600*  7200-WRITE-PARM-IMAGE - THE PARM IMAGE HELD IN WS-IMAGE-DATA
082700*  AS TWO LINES OF NAMED FIELDS UNDER THE CALLER'S LABEL: THE
082800*  MODE AND ITS SETTINGS, THEN THE SEED PAIR
082900*****************************************************************
083000 7200-WRITE-PARM-IMAGE.
083100     MOVE WS-IMAGE-DATA TO FIB-PARM-REC.
083200     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
083300     MOVE SPACES TO FIB-RPT-T-TEXT.
083400     MOVE WS-IMAGE-LABEL TO FIB-RPT-T-TEXT (7:10).
083500     IF FIB-PARM-MODE-LOOKUP
083600         IF FIB-PARM-TARGET-VALUE NUMERIC
083700             MOVE FIB-PARM-TARGET-VALUE TO WS-EDIT-SEED
083800         ELSE
083900             MOVE ZERO TO WS-EDIT-SEED
084000         END-IF
084100         STRING "MODE L  TARGET " DELIMITED BY SIZE
084200                WS-EDIT-SEED DELIMITED BY SIZE
084300                "  RUN USER " DELIMITED BY SIZE
084400                FIB-PARM-RUN-USER DELIMITED BY SIZE
084500             INTO FIB-RPT-T-TEXT (17:64)
084600     ELSE
084700         IF FIB-PARM-N NUMERIC
084800             MOVE FIB-PARM-N TO WS-EDIT-N
084900         ELSE
085000             MOVE ZERO TO WS-EDIT-N
085100         END-IF
085200         STRING "MODE " DELIMITED BY SIZE
085300                FIB-PARM-MODE DELIMITED BY SIZE
085400                "  N " DELIMITED BY SIZE
085500                WS-EDIT-N DELIMITED BY SIZE
085600                "  CUTOFF " DELIMITED BY SIZE
085700                FIB-PARM-CUTOFF-TIME DELIMITED BY SIZE
085800                "  EXTEND " DELIMITED BY SIZE
085900                FIB-PARM-EXTEND DELIMITED BY SIZE
086000                "  RUN USER " DELIMITED BY SIZE
086100                FIB-PARM-RUN-USER DELIMITED BY SIZE
086200             INTO FIB-RPT-T-TEXT (17:64)
086300     END-IF.
086400     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
086500     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
086600     MOVE SPACES TO FIB-RPT-T-TEXT.
086700     IF FIB-PARM-SEED-PREV NUMERIC
086800         MOVE FIB-PARM-SEED-PREV TO WS-EDIT-SEED
086900     ELSE
087000         MOVE ZERO TO WS-EDIT-SEED
087100     END-IF.
087200     STRING "SEEDS " DELIMITED BY SIZE
087300            WS-EDIT-SEED DELIMITED BY SIZE
087400         INTO FIB-RPT-T-TEXT (17:64).
087500     IF FIB-PARM-SEED-CURR NUMERIC
087600         MOVE FIB-PARM-SEED-CURR TO WS-EDIT-SEED
087700     ELSE
087800         MOVE ZERO TO WS-EDIT-SEED
087900     END-IF.
088000     STRING " / " DELIMITED BY SIZE
088100            WS-EDIT-SEED DELIMITED BY SIZE
088200         INTO FIB-RPT-T-TEXT (41:40).
088300     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
088400 7200-EXIT.
088500     EXIT.
088600
088700*****************************************************************
088800*  7300-WRITE-TEXT-LINE - PAGE-BREAK CHECK AND CONTROL BYTE
088900*  AHEAD OF A HELD TEXT LINE; 7310 WRITES WHAT THE CALLER PUT
089000*  IN FIB-RPT-T-TEXT
089100*****************************************************************
089200 7300-WRITE-TEXT-LINE.
089300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
089400         PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT
089500     END-IF.
089600     MOVE SPACE TO FIB-RPT-T-CTL.
089700 7300-EXIT.
089800     EXIT.
089900
090000 7310-WRITE-HELD-LINE.
090100     WRITE FIB-PROFILE-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
090200     ADD 1 TO WS-LINE-COUNT.
090300 7310-EXIT.
090400     EXIT.
090500
090600 7400-READ-JOURNAL-RECORD.
090700     READ FIBPJRN
090800         AT END
090900             SET WS-PJRN-EOF TO TRUE
091000     END-READ.
091100 7400-EXIT.
091200     EXIT.
091300
091400*****************************************************************
091500*  9000-TERMINATE
091600*****************************************************************
091700 9000-TERMINATE.
091800     CLOSE FIBPHRPT.
091900     MOVE WS-PROFILES-REPORTED TO WS-EDIT-COUNT.
092000     DISPLAY "FPH9000I - " WS-EDIT-COUNT " PROFILE(S) REPORTED".
092100 9000-EXIT.
092200     EXIT.
