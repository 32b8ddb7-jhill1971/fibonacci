000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. fibdist.
000300 AUTHOR. JAMES HILL.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL PROGRAM.  REPORT DISTRIBUTION.
001000*                     BUILDS ONE BUNDLED PRINT FILE PER
001100*                     RECIPIENT, FIBBND.<RECIPIENT>, FROM THE
001200*                     REPORTS THE FIBDSTC CONTROL FILE MAPS TO
001300*                     IT, IN PLACE OF COPYING THE PRINT FILES
001400*                     OUT BY HAND EACH MORNING.  EACH BUNDLE
001500*                     OPENS WITH A BANNER PAGE (RECIPIENT,
001600*                     FIBRCAT RUN ID, DATE) AND A CONTENTS PAGE
001700*                     (EACH REPORT, ITS COPIES AND PAGE COUNT).
001800*                     A REPORT OLDER THAN THE CURRENT RUN - THE
001900*                     HIGHEST RUN ID ON FIBRCAT - IS NOT BUNDLED
002000*                     AND RAISES FIBEXCF F003.  WHAT WENT TO
002100*                     WHOM AND WHEN IS APPENDED TO FIBDLOG FOR
002200*                     AUDIT.
002210*    2026-10-15  JLH  THE RUN DATE IS NOW THE LATEST STAMP ON ANY
002220*                     PAGE HEADING, NOT ONLY THE FIRST PAGE'S, SO
002230*                     A REPORT EXTENDED BY A RESUMED RUN IS NOT
002240*                     REFUSED AS STALE.
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT FIBDSTC ASSIGN TO "FIBDSTC"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-DST-STATUS.
003000
003100     SELECT FIBRCAT ASSIGN TO "FIBRCAT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-CAT-STATUS.
003400
003500     SELECT FIBRPTI ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RPTI-STATUS.
003800
003900     SELECT FIBBNDL ASSIGN TO DYNAMIC WS-BUNDLE-NAME
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-BND-STATUS.
004200
004300     SELECT FIBDLOG ASSIGN TO "FIBDLOG"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-DLG-STATUS.
004600
004700     SELECT FIBEXCF ASSIGN TO "FIBEXCF"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-EXC-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  FIBDSTC
005400     LABEL RECORDS ARE STANDARD.
005500     COPY FIBDST.
005600
005700 FD  FIBRCAT
005800     LABEL RECORDS ARE STANDARD.
005900     COPY FIBRCAT.
006000
006100 FD  FIBRPTI
006200     LABEL RECORDS ARE STANDARD.
006300 01  FIB-IN-RPT-RECORD.
006400     05  FIB-IN-RPT-CTL          PIC X(01).
006500     05  FIB-IN-RPT-TEXT         PIC X(80).
006600
006700 FD  FIBBNDL
006800     LABEL RECORDS ARE STANDARD.
006900 01  FIB-BUNDLE-RECORD           PIC X(81).
007000
007100 FD  FIBDLOG
007200     LABEL RECORDS ARE STANDARD.
007300     COPY FIBDLG.
007400
007500 FD  FIBEXCF
007600     LABEL RECORDS ARE STANDARD.
007700     COPY FIBEXC.
007800
007900 WORKING-STORAGE SECTION.
008000*****************************************************************
008100*  BANNER AND CONTENTS LINES - SAME PRINT-IMAGE CONVENTION AS
008200*  FIBRPT
008300*****************************************************************
008400 COPY FIBRPT.
008500
008600 01  WS-BANNER-RULE.
008700     05  FILLER                  PIC X(04) VALUE SPACES.
008800     05  FILLER                  PIC X(68) VALUE ALL "*".
008900     05  FILLER                  PIC X(08) VALUE SPACES.
009000
009100 01  WS-BANNER-LINE.
009200     05  FILLER                  PIC X(04) VALUE SPACES.
009300     05  FILLER                  PIC X(01) VALUE "*".
009400     05  FILLER                  PIC X(03) VALUE SPACES.
009500     05  WS-BANNER-TEXT          PIC X(60) VALUE SPACES.
009600     05  FILLER                  PIC X(03) VALUE SPACES.
009700     05  FILLER                  PIC X(01) VALUE "*".
009800     05  FILLER                  PIC X(08) VALUE SPACES.
009900
010000 01  WS-CONTENTS-LINE.
010100     05  FILLER                  PIC X(02) VALUE SPACES.
010200     05  WS-CON-REPORT           PIC X(08) VALUE SPACES.
010300     05  FILLER                  PIC X(03) VALUE SPACES.
010400     05  WS-CON-COPIES           PIC Z9.
010500     05  FILLER                  PIC X(03) VALUE SPACES.
010600     05  WS-CON-PAGES            PIC X(05) VALUE SPACES.
010700     05  FILLER                  PIC X(04) VALUE SPACES.
010800     05  WS-CON-FIRST            PIC X(05) VALUE SPACES.
010900     05  FILLER                  PIC X(03) VALUE SPACES.
011000     05  WS-CON-DATE             PIC X(10) VALUE SPACES.
011100     05  FILLER                  PIC X(01) VALUE SPACES.
011200     05  WS-CON-TIME             PIC X(08) VALUE SPACES.
011300     05  FILLER                  PIC X(02) VALUE SPACES.
011400     05  WS-CON-STATUS           PIC X(21) VALUE SPACES.
011500     05  FILLER                  PIC X(03) VALUE SPACES.
011600
011700*****************************************************************
011800*  THE RECIPIENTS, IN THE ORDER FIBDSTC FIRST NAMES THEM
011900*****************************************************************
012000 01  WS-RECIP-TABLE.
012100     05  WS-RECIP-ENTRY OCCURS 20 TIMES.
012200         10  WS-RECIP-ID         PIC X(08).
012300         10  WS-RECIP-NAME       PIC X(30).
012400         10  WS-RECIP-REPORTS    PIC 9(03) COMP.
012500
012600 77  WS-RECIP-USED           PIC 9(03) COMP VALUE ZERO.
012700 77  WS-RECIP-MAX            PIC 9(03) COMP VALUE 20.
012800 77  WS-RECIP-REPORT-MAX     PIC 9(03) COMP VALUE 30.
012900 77  WS-RECIP-SUB            PIC 9(03) COMP VALUE ZERO.
013000
013100*****************************************************************
013200*  THE REPORTS FIBDSTC NAMES, EACH EXAMINED ONCE HOWEVER MANY
013300*  RECIPIENTS IT GOES TO.  THE STATE IS THE FIBDLOG STATUS IT
013400*  WILL BE LOGGED WITH: D WHEN IT CAN BE BUNDLED, OTHERWISE
013500*  WHY IT CANNOT.  THE PAGES ARE THOSE OF ONE COPY, AND THE RUN
013600*  DATE/TIME IS THE ONE PRINTED IN ITS OWN HEADING
013700*****************************************************************
013800 01  WS-REPORT-TABLE.
013900     05  WS-REPORT-ENTRY OCCURS 50 TIMES.
014000         10  WS-REPORT-NAME      PIC X(08).
014100         10  WS-REPORT-TIMING    PIC X(01).
014200         10  WS-REPORT-STATE     PIC X(01).
014300         10  WS-REPORT-PAGES     PIC 9(05).
014400         10  WS-REPORT-DATE      PIC 9(08).
014500         10  WS-REPORT-TIME      PIC 9(06).
014600
014700 77  WS-REPORT-USED          PIC 9(03) COMP VALUE ZERO.
014800 77  WS-REPORT-MAX           PIC 9(03) COMP VALUE 50.
014900 77  WS-REPORT-SUB           PIC 9(03) COMP VALUE ZERO.
015000
015100*****************************************************************
015200*  THE DISTRIBUTION ENTRIES, ONE PER FIBDSTC RECORD, IN FILE
015300*  ORDER.  THE FIRST PAGE IS WHERE THE ENTRY'S FIRST COPY
015400*  STARTS IN ITS BUNDLE
015500*****************************************************************
015600 01  WS-DIST-TABLE.
015700     05  WS-DIST-ENTRY OCCURS 200 TIMES.
015800         10  WS-DIST-RECIP-SUB   PIC 9(03) COMP.
015900         10  WS-DIST-REPORT-SUB  PIC 9(03) COMP.
016000         10  WS-DIST-COPIES      PIC 9(02).
016100         10  WS-DIST-FIRST-PAGE  PIC 9(07).
016200
016300 77  WS-DIST-USED            PIC 9(03) COMP VALUE ZERO.
016400 77  WS-DIST-MAX             PIC 9(03) COMP VALUE 200.
016500 77  WS-DIST-SUB             PIC 9(03) COMP VALUE ZERO.
016600 77  WS-SCAN-SUB             PIC 9(03) COMP VALUE ZERO.
016700 77  WS-FIND-NAME            PIC X(08) VALUE SPACES.
016800 77  WS-COPY-NO              PIC 9(02) VALUE ZERO.
016900
017000*****************************************************************
017100*  FIBDSTC RECORD EDITS - A RECIPIENT OR REPORT NAME IS ONE
017200*  WORD, AND THE COPIES ARE TWO DIGITS ONCE A ONE-DIGIT ANSWER
017300*  IS RIGHT-ALIGNED
017400*****************************************************************
017500 77  WS-CHECK-WORD           PIC X(08) VALUE SPACES.
017600 77  WS-WORD-LENGTH          PIC 9(03) COMP VALUE ZERO.
017700 77  WS-COPIES-ANSWER        PIC X(02) VALUE SPACES.
017800 77  WS-COPIES               PIC 9(02) VALUE ZERO.
017900
018000*****************************************************************
018100*  THE CURRENT RUN - THE HIGHEST RUN ID ON FIBRCAT - AND THE
018200*  RUN BEFORE IT, EACH WITH ITS START AS ONE NUMBER TO THE
018300*  SECOND, THE SAME PRECISION AS THE RUN TIME IN A REPORT
018400*  HEADING
018500*****************************************************************
018600 77  WS-CUR-RUN-ID           PIC 9(05) VALUE ZERO.
018700 01  WS-CUR-STAMP-GROUP.
018800     05  WS-CUR-DATE             PIC 9(08) VALUE ZERO.
018900     05  WS-CUR-TIME             PIC 9(06) VALUE ZERO.
019000 01  WS-CUR-STAMP REDEFINES WS-CUR-STAMP-GROUP
019100                             PIC 9(14).
019200
019300 77  WS-PRV-RUN-ID           PIC 9(05) VALUE ZERO.
019400 01  WS-PRV-STAMP-GROUP.
019500     05  WS-PRV-DATE             PIC 9(08) VALUE ZERO.
019600     05  WS-PRV-TIME             PIC 9(06) VALUE ZERO.
019700 01  WS-PRV-STAMP REDEFINES WS-PRV-STAMP-GROUP
019800                             PIC 9(14).
019900
020000*****************************************************************
020100*  THE REPORT BEING EXAMINED.  THE RUN DATE/TIME IS TAKEN FROM
020200*  THE "RUN DATE: MM/DD/YYYY   RUN TIME: HH:MM:SS" LINE EVERY
020210*  REPORT IN THE SUITE PRINTS UNDER ITS PAGE TITLE.  THE LATEST
020220*  STAMP ON ANY PAGE HEADING STANDS FOR THE REPORT, SO A REPORT
020230*  EXTENDED BY A RESUMED RUN CARRIES THAT RUN'S DATE
020400*****************************************************************
020500 77  WS-RPT-FILE-NAME        PIC X(08) VALUE SPACES.
020600 77  WS-RPT-LINES            PIC 9(07) VALUE ZERO.
020700 77  WS-RPT-PAGES            PIC 9(05) VALUE ZERO.
020710 77  WS-RPT-PAGE-LINE        PIC 9(07) VALUE ZERO.
020900 01  WS-RPT-STAMP-GROUP.
021000     05  WS-RPT-DATE.
021100         10  WS-RPT-YYYY         PIC X(04) VALUE SPACES.
021200         10  WS-RPT-MM           PIC X(02) VALUE SPACES.
021300         10  WS-RPT-DD           PIC X(02) VALUE SPACES.
021400     05  WS-RPT-TIME.
021500         10  WS-RPT-HH           PIC X(02) VALUE SPACES.
021600         10  WS-RPT-MI           PIC X(02) VALUE SPACES.
021700         10  WS-RPT-SS           PIC X(02) VALUE SPACES.
021800 01  WS-RPT-STAMP REDEFINES WS-RPT-STAMP-GROUP
021808                             PIC 9(14).
021816 01  WS-HDG-STAMP-GROUP.
021824     05  WS-HDG-DATE.
021832         10  WS-HDG-YYYY         PIC X(04) VALUE SPACES.
021840         10  WS-HDG-MM           PIC X(02) VALUE SPACES.
021848         10  WS-HDG-DD           PIC X(02) VALUE SPACES.
021856     05  WS-HDG-TIME.
021864         10  WS-HDG-HH           PIC X(02) VALUE SPACES.
021872         10  WS-HDG-MI           PIC X(02) VALUE SPACES.
021880         10  WS-HDG-SS           PIC X(02) VALUE SPACES.
021888 01  WS-HDG-STAMP REDEFINES WS-HDG-STAMP-GROUP
021900                             PIC 9(14).
022000
022100*****************************************************************
022200*  THE BUNDLE BEING BUILT
022300*****************************************************************
022400 77  WS-BUNDLE-NAME          PIC X(16) VALUE SPACES.
022500 77  WS-BUNDLE-PAGES         PIC 9(07) VALUE ZERO.
022600 77  WS-NEXT-PAGE            PIC 9(07) VALUE ZERO.
022700 77  WS-BUNDLE-INCLUDED      PIC 9(03) VALUE ZERO.
022800 77  WS-BUNDLE-REFUSED       PIC 9(03) VALUE ZERO.
022900 77  WS-BUNDLE-DATE          PIC 9(08) VALUE ZERO.
023000 77  WS-BUNDLE-TIME          PIC 9(08) VALUE ZERO.
023100
023200*****************************************************************
023300*  COUNTERS
023400*****************************************************************
023500 77  WS-BUNDLE-COUNT         PIC 9(03) VALUE ZERO.
023600 77  WS-SENT-COUNT           PIC 9(05) VALUE ZERO.
023700 77  WS-HELD-COUNT           PIC 9(05) VALUE ZERO.
023800 77  WS-REFUSED-COUNT        PIC 9(03) VALUE ZERO.
023900
024000*****************************************************************
024100*  ZERO-SUPPRESSED FIELDS FOR NUMERIC VALUES STRUNG INTO
024200*  REPORT TEXT LINES AND MESSAGES
024300*****************************************************************
024400 77  WS-EDIT-RUN             PIC ZZZZ9.
024500 77  WS-EDIT-COUNT           PIC ZZZZ9.
024600 77  WS-EDIT-COUNT-2         PIC ZZZZ9.
024700 77  WS-EDIT-PAGES           PIC Z(6)9.
024800 77  WS-EDIT-PAGE            PIC ZZ9.
024900 77  WS-EDIT-SMALL           PIC ZZZZ9.
025000
025100*****************************************************************
025200*  SWITCHES
025300*****************************************************************
025400 77  WS-DST-EOF-SW           PIC X(01) VALUE "N".
025500     88  WS-DST-EOF                  VALUE "Y".
025600 77  WS-CAT-EOF-SW           PIC X(01) VALUE "N".
025700     88  WS-CAT-EOF                  VALUE "Y".
025800 77  WS-RPTI-EOF-SW          PIC X(01) VALUE "N".
025900     88  WS-RPTI-EOF                 VALUE "Y".
026000 77  WS-SLOT-FOUND-SW        PIC X(01) VALUE "N".
026100     88  WS-SLOT-FOUND               VALUE "Y".
026200 77  WS-STAMP-FOUND-SW       PIC X(01) VALUE "N".
026300     88  WS-STAMP-FOUND              VALUE "Y".
026400
026500*****************************************************************
026600*  FILE STATUS FIELDS
026700*****************************************************************
026800 77  WS-DST-STATUS           PIC X(02) VALUE "00".
026900 77  WS-CAT-STATUS           PIC X(02) VALUE "00".
027000 77  WS-RPTI-STATUS          PIC X(02) VALUE "00".
027100 77  WS-BND-STATUS           PIC X(02) VALUE "00".
027200 77  WS-DLG-STATUS           PIC X(02) VALUE "00".
027300 77  WS-EXC-STATUS           PIC X(02) VALUE "00".
027400
027500*****************************************************************
027600*  DISTRIBUTION LOG STAGING FIELDS - THE CALLER OF THE LOG
027700*  WRITER SETS THESE; THE WRITER SUPPLIES THE RUN ID, BUNDLE,
027800*  RECIPIENT, DATE/TIME, AND USER ITSELF
027900*****************************************************************
028000 77  WS-LOG-TYPE             PIC X(01) VALUE SPACE.
028100 77  WS-LOG-REPORT           PIC X(08) VALUE SPACES.
028200 77  WS-LOG-STATUS           PIC X(01) VALUE SPACE.
028300 77  WS-LOG-COPIES           PIC 9(02) VALUE ZERO.
028400 77  WS-LOG-PAGES            PIC 9(05) VALUE ZERO.
028500 77  WS-LOG-RPT-DATE         PIC 9(08) VALUE ZERO.
028600 77  WS-LOG-RPT-TIME         PIC 9(08) VALUE ZERO.
028700 77  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
028800
028900*****************************************************************
029000*  EXCEPTION STAGING FIELDS - THE CALLER OF THE EXCEPTION
029100*  WRITER SETS THESE THREE; THE WRITER SUPPLIES THE JOB NAME
029200*  AND RUN DATE/TIME ITSELF
029300*****************************************************************
029400 77  WS-EXC-REASON           PIC X(04) VALUE SPACES.
029500 77  WS-EXC-REF              PIC 9(05) VALUE ZERO.
029600 77  WS-EXC-TEXT             PIC X(40) VALUE SPACES.
029700
029800*****************************************************************
029900*  MISCELLANEOUS WORK FIELDS
030000*****************************************************************
030100 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
030200 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
030300 77  WS-RUN-USER             PIC X(08) VALUE SPACES.
030400 77  WS-FMT-IN-DATE          PIC 9(08) VALUE ZERO.
030500 77  WS-FMT-IN-TIME          PIC 9(06) VALUE ZERO.
030600 77  WS-FMT-DATE             PIC X(10) VALUE SPACES.
030700 77  WS-FMT-TIME             PIC X(08) VALUE SPACES.
030800 77  WS-STATE-TEXT           PIC X(21) VALUE SPACES.
030900 77  WS-ERROR-TEXT           PIC X(60) VALUE SPACES.
031000
031100 PROCEDURE DIVISION.
031200*****************************************************************
031300*  0000-MAINLINE
031400*****************************************************************
031500 0000-MAINLINE.
031600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031700     PERFORM 2000-LOAD-DISTRIBUTION THRU 2000-EXIT.
031800     PERFORM 3000-FIND-CURRENT-RUN THRU 3000-EXIT.
031900     PERFORM 3500-OPEN-DISTRIBUTION-LOG THRU 3500-EXIT.
032000     PERFORM 4000-EXAMINE-REPORTS THRU 4000-EXIT.
032100     PERFORM 5000-BUILD-BUNDLES THRU 5000-EXIT.
032200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032300     STOP RUN.
032400 0000-EXIT.
032500     EXIT.
032600
032700*****************************************************************
032800*  1000-INITIALIZE - CAPTURE RUN DATE, TIME, AND USER ID
032900*****************************************************************
033000 1000-INITIALIZE.
033100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033200     ACCEPT WS-RUN-TIME FROM TIME.
033300     ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
033400         ON EXCEPTION
033500             MOVE SPACES TO WS-RUN-USER
033600     END-ACCEPT.
033700 1000-EXIT.
033800     EXIT.
033900
034000*****************************************************************
034100*  2000-LOAD-DISTRIBUTION - READ FIBDSTC INTO THE RECIPIENT,
034200*  REPORT, AND DISTRIBUTION TABLES.  NOTHING IS BUNDLED FROM
034300*  A CONTROL FILE IN ERROR
034400*****************************************************************
034500 2000-LOAD-DISTRIBUTION.
034600     OPEN INPUT FIBDSTC.
034700     IF WS-DST-STATUS NOT = "00"
034800         MOVE SPACES TO WS-ERROR-TEXT
034900         STRING "UNABLE TO OPEN FIBDSTC, STATUS = "
035000                DELIMITED BY SIZE
035100                WS-DST-STATUS DELIMITED BY SIZE
035200             INTO WS-ERROR-TEXT
035300         GO TO 2900-DEFINITION-ERROR
035400     END-IF.
035500     PERFORM 2100-READ-DIST-RECORD THRU 2100-EXIT
035600         UNTIL WS-DST-EOF.
035700     CLOSE FIBDSTC.
035800     IF WS-DIST-USED = ZERO
035900         MOVE "FIBDSTC MAPS NO REPORTS" TO WS-ERROR-TEXT
036000         GO TO 2900-DEFINITION-ERROR
036100     END-IF.
036200     MOVE WS-RECIP-USED TO WS-EDIT-COUNT.
036300     MOVE WS-REPORT-USED TO WS-EDIT-COUNT-2.
036400     DISPLAY "FDS2000I - " WS-EDIT-COUNT " RECIPIENT(S), "
036500             WS-EDIT-COUNT-2 " REPORT(S) ON FIBDSTC".
036600 2000-EXIT.
036700     EXIT.
036800
036900*****************************************************************
037000*  2100-READ-DIST-RECORD - A BLANK LINE IS PASSED OVER
037100*****************************************************************
037200 2100-READ-DIST-RECORD.
037300     READ FIBDSTC
037400         AT END
037500             SET WS-DST-EOF TO TRUE
037600     END-READ.
037700     IF WS-DST-EOF
037800         GO TO 2100-EXIT
037900     END-IF.
038000     IF WS-DST-STATUS NOT = "00"
038100         MOVE SPACES TO WS-ERROR-TEXT
038200         STRING "UNABLE TO READ FIBDSTC, STATUS = "
038300                DELIMITED BY SIZE
038400                WS-DST-STATUS DELIMITED BY SIZE
038500             INTO WS-ERROR-TEXT
038600         GO TO 2900-DEFINITION-ERROR
038700     END-IF.
038800     IF FIB-DST-REC = SPACES
038900         GO TO 2100-EXIT
039000     END-IF.
039100     PERFORM 2200-VALIDATE-DIST-RECORD THRU 2200-EXIT.
039200     PERFORM 2300-STORE-DIST-RECORD THRU 2300-EXIT.
039300 2100-EXIT.
039400     EXIT.
039500
039600*****************************************************************
039700*  2200-VALIDATE-DIST-RECORD - ONE-WORD RECIPIENT AND REPORT
039800*  NAMES, COPIES 01-99, A KNOWN TIMING, AND NO SECOND RECORD
039900*  FOR THE SAME RECIPIENT AND REPORT
040000*****************************************************************
040100 2200-VALIDATE-DIST-RECORD.
040200     MOVE FIB-DST-RECIPIENT TO WS-CHECK-WORD.
040300     PERFORM 2210-CHECK-ONE-WORD THRU 2210-EXIT.
040400     IF WS-WORD-LENGTH = ZERO
040500         MOVE "A FIBDSTC RECORD HAS NO ONE-WORD RECIPIENT"
040600             TO WS-ERROR-TEXT
040700         GO TO 2900-DEFINITION-ERROR
040800     END-IF.
040900     MOVE FIB-DST-REPORT TO WS-CHECK-WORD.
041000     PERFORM 2210-CHECK-ONE-WORD THRU 2210-EXIT.
041100     IF WS-WORD-LENGTH = ZERO
041200         MOVE SPACES TO WS-ERROR-TEXT
041300         STRING "A FIBDSTC RECORD FOR " DELIMITED BY SIZE
041400                FIB-DST-RECIPIENT DELIMITED BY SPACE
041500                " HAS NO ONE-WORD REPORT" DELIMITED BY SIZE
041600             INTO WS-ERROR-TEXT
041700         GO TO 2900-DEFINITION-ERROR
041800     END-IF.
041900     MOVE FIB-DST-COPIES TO WS-COPIES-ANSWER.
042000     IF WS-COPIES-ANSWER = SPACES
042100         MOVE "01" TO WS-COPIES-ANSWER
042200     END-IF.
042300     IF WS-COPIES-ANSWER (2:1) = SPACE
042400         MOVE WS-COPIES-ANSWER (1:1) TO WS-COPIES-ANSWER (2:1)
042500         MOVE "0" TO WS-COPIES-ANSWER (1:1)
042600     END-IF.
042700     INSPECT WS-COPIES-ANSWER REPLACING LEADING SPACE BY ZERO.
042800     IF WS-COPIES-ANSWER NOT NUMERIC
042900             OR WS-COPIES-ANSWER = "00"
043000         MOVE SPACES TO WS-ERROR-TEXT
043100         STRING "REPORT " DELIMITED BY SIZE
043200                FIB-DST-REPORT DELIMITED BY SPACE
043300                " FOR " DELIMITED BY SIZE
043400                FIB-DST-RECIPIENT DELIMITED BY SPACE
043500                " COPIES ARE NOT 01-99" DELIMITED BY SIZE
043600             INTO WS-ERROR-TEXT
043700         GO TO 2900-DEFINITION-ERROR
043800     END-IF.
043900     MOVE WS-COPIES-ANSWER TO WS-COPIES.
044000     IF NOT FIB-DST-AFTER-RUN AND NOT FIB-DST-BEFORE-RUN
044100         MOVE SPACES TO WS-ERROR-TEXT
044200         STRING "REPORT " DELIMITED BY SIZE
044300                FIB-DST-REPORT DELIMITED BY SPACE
044400                " FOR " DELIMITED BY SIZE
044500                FIB-DST-RECIPIENT DELIMITED BY SPACE
044600                " TIMING IS NOT A OR B" DELIMITED BY SIZE
044700             INTO WS-ERROR-TEXT
044800         GO TO 2900-DEFINITION-ERROR
044900     END-IF.
045000     MOVE FIB-DST-RECIPIENT TO WS-FIND-NAME.
045100     PERFORM 7200-FIND-RECIPIENT THRU 7200-EXIT.
045200     IF NOT WS-SLOT-FOUND
045300         GO TO 2200-EXIT
045400     END-IF.
045500     IF WS-RECIP-REPORTS (WS-SCAN-SUB) >= WS-RECIP-REPORT-MAX
045600         MOVE SPACES TO WS-ERROR-TEXT
045700         STRING "RECIPIENT " DELIMITED BY SIZE
045800                FIB-DST-RECIPIENT DELIMITED BY SPACE
045900                " IS MAPPED MORE THAN 30 REPORTS"
046000                DELIMITED BY SIZE
046100             INTO WS-ERROR-TEXT
046200         GO TO 2900-DEFINITION-ERROR
046300     END-IF.
046400     MOVE WS-SCAN-SUB TO WS-RECIP-SUB.
046500     MOVE ZERO TO WS-DIST-SUB.
046600     PERFORM 2220-CHECK-DUPLICATE THRU 2220-EXIT
046700         UNTIL WS-DIST-SUB >= WS-DIST-USED.
046800 2200-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200*  2210-CHECK-ONE-WORD - WS-WORD-LENGTH IS THE LENGTH OF THE
047300*  WORD IN WS-CHECK-WORD, OR ZERO WHEN IT IS BLANK, STARTS
047400*  WITH A SPACE, OR HAS A SPACE INSIDE IT
047500*****************************************************************
047600 2210-CHECK-ONE-WORD.
047700     MOVE ZERO TO WS-WORD-LENGTH.
047800     INSPECT WS-CHECK-WORD TALLYING WS-WORD-LENGTH
047900         FOR CHARACTERS BEFORE INITIAL SPACE.
048000     IF WS-WORD-LENGTH = ZERO OR WS-WORD-LENGTH = 8
048100         GO TO 2210-EXIT
048200     END-IF.
048300     IF WS-CHECK-WORD (WS-WORD-LENGTH + 1:) NOT = SPACES
048400         MOVE ZERO TO WS-WORD-LENGTH
048500     END-IF.
048600 2210-EXIT.
048700     EXIT.
048800
048900 2220-CHECK-DUPLICATE.
049000     ADD 1 TO WS-DIST-SUB.
049100     IF WS-DIST-RECIP-SUB (WS-DIST-SUB) = WS-RECIP-SUB
049200             AND WS-REPORT-NAME (WS-DIST-REPORT-SUB (WS-DIST-SUB))
049300                 = FIB-DST-REPORT
049400         MOVE SPACES TO WS-ERROR-TEXT
049500         STRING "REPORT " DELIMITED BY SIZE
049600                FIB-DST-REPORT DELIMITED BY SPACE
049700                " IS MAPPED TO " DELIMITED BY SIZE
049800                FIB-DST-RECIPIENT DELIMITED BY SPACE
049900                " TWICE" DELIMITED BY SIZE
050000             INTO WS-ERROR-TEXT
050100         GO TO 2900-DEFINITION-ERROR
050200     END-IF.
050300 2220-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700*  2300-STORE-DIST-RECORD - ADD THE RECIPIENT AND THE REPORT
050800*  THE FIRST TIME EACH IS NAMED, THEN THE DISTRIBUTION ENTRY
050900*  JOINING THEM.  A REPORT KEEPS ONE TIMING
051000*****************************************************************
051100 2300-STORE-DIST-RECORD.
051200     IF WS-DIST-USED >= WS-DIST-MAX
051300         MOVE "FIBDSTC HAS MORE THAN 200 RECORDS"
051400             TO WS-ERROR-TEXT
051500         GO TO 2900-DEFINITION-ERROR
051600     END-IF.
051700     MOVE FIB-DST-RECIPIENT TO WS-FIND-NAME.
051800     PERFORM 7200-FIND-RECIPIENT THRU 7200-EXIT.
051900     IF NOT WS-SLOT-FOUND
052000         IF WS-RECIP-USED >= WS-RECIP-MAX
052100             MOVE "FIBDSTC NAMES MORE THAN 20 RECIPIENTS"
052200                 TO WS-ERROR-TEXT
052300             GO TO 2900-DEFINITION-ERROR
052400         END-IF
052500         ADD 1 TO WS-RECIP-USED
052600         MOVE WS-RECIP-USED TO WS-SCAN-SUB
052700         MOVE FIB-DST-RECIPIENT TO WS-RECIP-ID (WS-SCAN-SUB)
052800         MOVE SPACES TO WS-RECIP-NAME (WS-SCAN-SUB)
052900         MOVE ZERO TO WS-RECIP-REPORTS (WS-SCAN-SUB)
053000     END-IF.
053100     MOVE WS-SCAN-SUB TO WS-RECIP-SUB.
053200     IF WS-RECIP-NAME (WS-RECIP-SUB) = SPACES
053300         MOVE FIB-DST-NAME TO WS-RECIP-NAME (WS-RECIP-SUB)
053400     END-IF.
053500     ADD 1 TO WS-RECIP-REPORTS (WS-RECIP-SUB).
053600     MOVE FIB-DST-REPORT TO WS-FIND-NAME.
053700     PERFORM 7250-FIND-REPORT THRU 7250-EXIT.
053800     IF NOT WS-SLOT-FOUND
053900         IF WS-REPORT-USED >= WS-REPORT-MAX
054000             MOVE "FIBDSTC NAMES MORE THAN 50 REPORTS"
054100                 TO WS-ERROR-TEXT
054200             GO TO 2900-DEFINITION-ERROR
054300         END-IF
054400         ADD 1 TO WS-REPORT-USED
054500         MOVE WS-REPORT-USED TO WS-SCAN-SUB
054600         MOVE FIB-DST-REPORT TO WS-REPORT-NAME (WS-SCAN-SUB)
054700         MOVE FIB-DST-TIMING TO WS-REPORT-TIMING (WS-SCAN-SUB)
054800         IF WS-REPORT-TIMING (WS-SCAN-SUB) = SPACE
054900             MOVE "A" TO WS-REPORT-TIMING (WS-SCAN-SUB)
055000         END-IF
055100         MOVE SPACE TO WS-REPORT-STATE (WS-SCAN-SUB)
055200         MOVE ZERO TO WS-REPORT-PAGES (WS-SCAN-SUB)
055300         MOVE ZERO TO WS-REPORT-DATE (WS-SCAN-SUB)
055400         MOVE ZERO TO WS-REPORT-TIME (WS-SCAN-SUB)
055500     ELSE
055600         IF (FIB-DST-BEFORE-RUN
055700                 AND WS-REPORT-TIMING (WS-SCAN-SUB) NOT = "B")
055800             OR (FIB-DST-AFTER-RUN
055900                 AND WS-REPORT-TIMING (WS-SCAN-SUB) NOT = "A")
056000             MOVE SPACES TO WS-ERROR-TEXT
056100             STRING "REPORT " DELIMITED BY SIZE
056200                    FIB-DST-REPORT DELIMITED BY SPACE
056300                    " IS GIVEN TWO TIMINGS" DELIMITED BY SIZE
056400                 INTO WS-ERROR-TEXT
056500             GO TO 2900-DEFINITION-ERROR
056600         END-IF
056700     END-IF.
056800     ADD 1 TO WS-DIST-USED.
056900     MOVE WS-RECIP-SUB TO WS-DIST-RECIP-SUB (WS-DIST-USED).
057000     MOVE WS-SCAN-SUB TO WS-DIST-REPORT-SUB (WS-DIST-USED).
057100     MOVE WS-COPIES TO WS-DIST-COPIES (WS-DIST-USED).
057200     MOVE ZERO TO WS-DIST-FIRST-PAGE (WS-DIST-USED).
057300 2300-EXIT.
057400     EXIT.
057500
057600*****************************************************************
057700*  2900-DEFINITION-ERROR - THE CALLER HAS PUT THE PROBLEM IN
057800*  WS-ERROR-TEXT.  NOTHING IS BUNDLED
057900*****************************************************************
058000 2900-DEFINITION-ERROR.
058100     DISPLAY "FDS2900E - " WS-ERROR-TEXT.
058200     DISPLAY "FDS2900E - DISTRIBUTION CONTROL IN ERROR, NOTHING "
058300             "BUNDLED".
058400     MOVE "P001" TO WS-EXC-REASON.
058500     MOVE ZERO TO WS-EXC-REF.
058600     MOVE "FIBDSTC IN ERROR - NOTHING BUNDLED" TO WS-EXC-TEXT.
058700     PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT.
058800     MOVE 16 TO RETURN-CODE.
058900     STOP RUN.
059000 2900-EXIT.
059100     EXIT.
059200
059300*****************************************************************
059400*  3000-FIND-CURRENT-RUN - THE HIGHEST RUN ID ON FIBRCAT IS THE
059500*  RUN THE BUNDLES ARE BUILT FOR; THE NEXT HIGHEST DATES THE
059600*  REPORTS PRODUCED AHEAD OF IT.  WITH NO RUN CATALOGED THERE
059700*  IS NOTHING A REPORT CAN BE CURRENT FOR
059800*****************************************************************
059900 3000-FIND-CURRENT-RUN.
060000     OPEN INPUT FIBRCAT.
060100     IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "35"
060200         DISPLAY "FDS3000E - UNABLE TO OPEN FIBRCAT, STATUS = "
060300                 WS-CAT-STATUS ", JOB TERMINATED"
060400         MOVE "F001" TO WS-EXC-REASON
060500         MOVE ZERO TO WS-EXC-REF
060600         MOVE "UNABLE TO OPEN FIBRCAT - NOTHING BUNDLED"
060700             TO WS-EXC-TEXT
060800         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
060900         MOVE 12 TO RETURN-CODE
061000         STOP RUN
061100     END-IF.
061200     IF WS-CAT-STATUS = "00"
061300         PERFORM 3100-SCAN-CATALOG-RECORD THRU 3100-EXIT
061400             UNTIL WS-CAT-EOF
061500         CLOSE FIBRCAT
061600     END-IF.
061700     IF WS-CUR-RUN-ID = ZERO
061800         DISPLAY "FDS3000E - NO RUN IS CATALOGED ON FIBRCAT, "
061900                 "NOTHING BUNDLED"
062000         MOVE "F003" TO WS-EXC-REASON
062100         MOVE ZERO TO WS-EXC-REF
062200         MOVE "NO CATALOGED RUN - NOTHING BUNDLED"
062300             TO WS-EXC-TEXT
062400         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
062500         MOVE 8 TO RETURN-CODE
062600         STOP RUN
062700     END-IF.
062800     MOVE WS-CUR-RUN-ID TO WS-EDIT-RUN.
062900     MOVE WS-CUR-DATE TO WS-FMT-IN-DATE.
063000     MOVE WS-CUR-TIME TO WS-FMT-IN-TIME.
063100     PERFORM 7400-FORMAT-STAMP THRU 7400-EXIT.
063200     DISPLAY "FDS3000I - BUNDLING FOR RUN " WS-EDIT-RUN
063300             " OF " WS-FMT-DATE " " WS-FMT-TIME.
063400 3000-EXIT.
063500     EXIT.
063600
063700 3100-SCAN-CATALOG-RECORD.
063800     READ FIBRCAT
063900         AT END
064000             SET WS-CAT-EOF TO TRUE
064100     END-READ.
064200     IF WS-CAT-EOF
064300         GO TO 3100-EXIT
064400     END-IF.
064500     IF WS-CAT-STATUS NOT = "00"
064600         SET WS-CAT-EOF TO TRUE
064700         GO TO 3100-EXIT
064800     END-IF.
064900     IF FIB-CAT-RUN-ID NOT NUMERIC
065000             OR FIB-CAT-RUN-DATE NOT NUMERIC
065100             OR FIB-CAT-RUN-TIME NOT NUMERIC
065200         GO TO 3100-EXIT
065300     END-IF.
065400     IF FIB-CAT-RUN-ID > WS-CUR-RUN-ID
065500         MOVE WS-CUR-RUN-ID TO WS-PRV-RUN-ID
065600         MOVE WS-CUR-STAMP TO WS-PRV-STAMP
065700         MOVE FIB-CAT-RUN-ID TO WS-CUR-RUN-ID
065800         MOVE FIB-CAT-RUN-DATE TO WS-CUR-DATE
065900         DIVIDE FIB-CAT-RUN-TIME BY 100 GIVING WS-CUR-TIME
066000     ELSE
066100         IF FIB-CAT-RUN-ID > WS-PRV-RUN-ID
066200                 AND FIB-CAT-RUN-ID < WS-CUR-RUN-ID
066300             MOVE FIB-CAT-RUN-ID TO WS-PRV-RUN-ID
066400             MOVE FIB-CAT-RUN-DATE TO WS-PRV-DATE
066500             DIVIDE FIB-CAT-RUN-TIME BY 100 GIVING WS-PRV-TIME
066600         END-IF
066700     END-IF.
066800 3100-EXIT.
066900     EXIT.
067000
067100*****************************************************************
067200*  3500-OPEN-DISTRIBUTION-LOG - AUDIT CHECKS THE BUNDLES
067300*  AGAINST THE LOG, SO NOTHING IS BUNDLED WITHOUT ONE
067400*****************************************************************
067500 3500-OPEN-DISTRIBUTION-LOG.
067600     OPEN EXTEND FIBDLOG.
067700     IF WS-DLG-STATUS NOT = "00"
067800         OPEN OUTPUT FIBDLOG
067900     END-IF.
068000     IF WS-DLG-STATUS NOT = "00"
068100         DISPLAY "FDS3500E - UNABLE TO OPEN FIBDLOG, STATUS = "
068200                 WS-DLG-STATUS ", JOB TERMINATED"
068300         MOVE "F001" TO WS-EXC-REASON
068400         MOVE WS-CUR-RUN-ID TO WS-EXC-REF
068500         MOVE "UNABLE TO OPEN FIBDLOG - NOTHING BUNDLED"
068600             TO WS-EXC-TEXT
068700         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
068800         MOVE 12 TO RETURN-CODE
068900         STOP RUN
069000     END-IF.
069100 3500-EXIT.
069200     EXIT.
069300
069400*****************************************************************
069500*  4000-EXAMINE-REPORTS - COUNT THE PAGES OF EVERY REPORT ON
069600*  FIBDSTC AND JUDGE WHETHER IT BELONGS TO THE CURRENT RUN
069700*****************************************************************
069800 4000-EXAMINE-REPORTS.
069900     MOVE ZERO TO WS-REPORT-SUB.
070000     PERFORM 4100-EXAMINE-ONE-REPORT THRU 4100-EXIT
070100         UNTIL WS-REPORT-SUB >= WS-REPORT-USED.
070200 4000-EXIT.
070300     EXIT.
070400
070500*****************************************************************
070600*  4100-EXAMINE-ONE-REPORT - A PAGE IS A LINE WITH CONTROL
070610*  BYTE "1".  THE RUN DATE/TIME IS THE LINE THAT FOLLOWS A PAGE
070620*  TITLE; THE LATEST ONE FOUND ON ANY PAGE IS KEPT
070900*****************************************************************
071000 4100-EXAMINE-ONE-REPORT.
071100     ADD 1 TO WS-REPORT-SUB.
071200     MOVE WS-REPORT-NAME (WS-REPORT-SUB) TO WS-RPT-FILE-NAME.
071300     MOVE ZERO TO WS-RPT-LINES.
071400     MOVE ZERO TO WS-RPT-PAGES.
071410     MOVE ZERO TO WS-RPT-PAGE-LINE.
071500     MOVE "N" TO WS-STAMP-FOUND-SW.
071600     MOVE "N" TO WS-RPTI-EOF-SW.
071700     OPEN INPUT FIBRPTI.
071800     IF WS-RPTI-STATUS NOT = "00"
071900         MOVE "M" TO WS-REPORT-STATE (WS-REPORT-SUB)
072000         PERFORM 4300-REFUSE-REPORT THRU 4300-EXIT
072100         GO TO 4100-EXIT
072200     END-IF.
072300     PERFORM 7100-READ-REPORT-RECORD THRU 7100-EXIT.
072400     PERFORM 4110-EXAMINE-REPORT-LINE THRU 4110-EXIT
072500         UNTIL WS-RPTI-EOF.
072600     CLOSE FIBRPTI.
072700     IF WS-RPT-PAGES = ZERO AND WS-RPT-LINES > ZERO
072800         MOVE 1 TO WS-RPT-PAGES
072900     END-IF.
073000     MOVE WS-RPT-PAGES TO WS-REPORT-PAGES (WS-REPORT-SUB).
073100     IF WS-STAMP-FOUND
073200         MOVE WS-RPT-DATE TO WS-REPORT-DATE (WS-REPORT-SUB)
073300         MOVE WS-RPT-TIME TO WS-REPORT-TIME (WS-REPORT-SUB)
073400     END-IF.
073500     PERFORM 4200-JUDGE-REPORT THRU 4200-EXIT.
073600     IF WS-REPORT-STATE (WS-REPORT-SUB) NOT = "D"
073700         PERFORM 4300-REFUSE-REPORT THRU 4300-EXIT
073800     END-IF.
073900 4100-EXIT.
074000     EXIT.
074100
074200 4110-EXAMINE-REPORT-LINE.
074300     ADD 1 TO WS-RPT-LINES.
074400     IF FIB-IN-RPT-CTL = "1"
074500         ADD 1 TO WS-RPT-PAGES
074510         MOVE 1 TO WS-RPT-PAGE-LINE
074520     ELSE
074530         ADD 1 TO WS-RPT-PAGE-LINE
074600     END-IF.
074610     IF WS-RPT-PAGES > ZERO
074620             AND WS-RPT-PAGE-LINE = 2
074900             AND FIB-IN-RPT-TEXT (1:10) = "RUN DATE: "
075000         PERFORM 4120-TAKE-RUN-STAMP THRU 4120-EXIT
075100     END-IF.
075200     PERFORM 7100-READ-REPORT-RECORD THRU 7100-EXIT.
075300 4110-EXIT.
075400     EXIT.
075500
075600*****************************************************************
075700*  4120-TAKE-RUN-STAMP - "RUN DATE: MM/DD/YYYY   RUN TIME:
075710*  HH:MM:SS" INTO WS-HDG-STAMP.  A LINE NOT IN THAT SHAPE IS
075720*  NOT A RUN DATE.  IT REPLACES WS-RPT-STAMP WHEN IT IS THE
075730*  FIRST FOUND OR LATER THAN THE ONE ALREADY TAKEN
076000*****************************************************************
076100 4120-TAKE-RUN-STAMP.
076200     IF FIB-IN-RPT-TEXT (13:1) NOT = "/"
076300             OR FIB-IN-RPT-TEXT (16:1) NOT = "/"
076400             OR FIB-IN-RPT-TEXT (21:13) NOT = "   RUN TIME: "
076500             OR FIB-IN-RPT-TEXT (36:1) NOT = ":"
076600             OR FIB-IN-RPT-TEXT (39:1) NOT = ":"
076700         GO TO 4120-EXIT
076800     END-IF.
076810     MOVE FIB-IN-RPT-TEXT (17:4) TO WS-HDG-YYYY.
076820     MOVE FIB-IN-RPT-TEXT (11:2) TO WS-HDG-MM.
076830     MOVE FIB-IN-RPT-TEXT (14:2) TO WS-HDG-DD.
076840     MOVE FIB-IN-RPT-TEXT (34:2) TO WS-HDG-HH.
076850     MOVE FIB-IN-RPT-TEXT (37:2) TO WS-HDG-MI.
076860     MOVE FIB-IN-RPT-TEXT (40:2) TO WS-HDG-SS.
076870     IF WS-HDG-STAMP-GROUP NOT NUMERIC
076880         GO TO 4120-EXIT
076890     END-IF.
076900     IF NOT WS-STAMP-FOUND
076910             OR WS-HDG-STAMP > WS-RPT-STAMP
076920         MOVE WS-HDG-STAMP-GROUP TO WS-RPT-STAMP-GROUP
077600         SET WS-STAMP-FOUND TO TRUE
077700     END-IF.
077800 4120-EXIT.
077900     EXIT.
078000
078100*****************************************************************
078200*  4200-JUDGE-REPORT - A REPORT PRODUCED AFTER THE RUN (TIMING
078300*  A) MUST BE DATED NO EARLIER THAN THE CURRENT RUN STARTED.
078400*  ONE PRODUCED AHEAD OF IT (TIMING B) MUST BE DATED AFTER THE
078500*  RUN BEFORE IT STARTED, OR IT WAS PRODUCED FOR THAT RUN.
078600*  EITHER WAY A REPORT THAT FAILS IS OLDER THAN THE CURRENT RUN
078700*****************************************************************
078800 4200-JUDGE-REPORT.
078900     IF WS-RPT-LINES = ZERO
079000         MOVE "E" TO WS-REPORT-STATE (WS-REPORT-SUB)
079100         GO TO 4200-EXIT
079200     END-IF.
079300     IF NOT WS-STAMP-FOUND
079400         MOVE "U" TO WS-REPORT-STATE (WS-REPORT-SUB)
079500         GO TO 4200-EXIT
079600     END-IF.
079700     MOVE "D" TO WS-REPORT-STATE (WS-REPORT-SUB).
079800     IF WS-REPORT-TIMING (WS-REPORT-SUB) = "B"
079900         IF WS-PRV-RUN-ID NOT = ZERO
080000                 AND WS-RPT-STAMP NOT > WS-PRV-STAMP
080100             MOVE "S" TO WS-REPORT-STATE (WS-REPORT-SUB)
080200         END-IF
080300     ELSE
080400         IF WS-RPT-STAMP < WS-CUR-STAMP
080500             MOVE "S" TO WS-REPORT-STATE (WS-REPORT-SUB)
080600         END-IF
080700     END-IF.
080800 4200-EXIT.
080900     EXIT.
081000
081100*****************************************************************
081200*  4300-REFUSE-REPORT - A REPORT THAT CANNOT BE BUNDLED IS
081300*  RAISED ONCE, HOWEVER MANY RECIPIENTS WERE TO GET IT, SO
081400*  OPERATIONS CAN RERUN THE JOB THAT PRODUCES IT
081500*****************************************************************
081600 4300-REFUSE-REPORT.
081700     ADD 1 TO WS-REFUSED-COUNT.
081800     MOVE WS-REPORT-STATE (WS-REPORT-SUB) TO FIB-DLG-STATUS.
081900     PERFORM 7600-SET-STATE-TEXT THRU 7600-EXIT.
082000     DISPLAY "FDS4300W - REPORT " WS-RPT-FILE-NAME " "
082100             WS-STATE-TEXT ", RUN " WS-EDIT-RUN.
082200     MOVE "F003" TO WS-EXC-REASON.
082300     MOVE WS-CUR-RUN-ID TO WS-EXC-REF.
082400     MOVE SPACES TO WS-EXC-TEXT.
082500     STRING WS-RPT-FILE-NAME DELIMITED BY SPACE
082600            " " DELIMITED BY SIZE
082700            WS-STATE-TEXT DELIMITED BY SIZE
082800         INTO WS-EXC-TEXT.
082900     PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT.
083000 4300-EXIT.
083100     EXIT.
083200
083300*****************************************************************
083400*  5000-BUILD-BUNDLES - ONE BUNDLE PER RECIPIENT, IN THE ORDER
083500*  FIBDSTC FIRST NAMES THEM
083600*****************************************************************
083700 5000-BUILD-BUNDLES.
083800     MOVE ZERO TO WS-RECIP-SUB.
083900     PERFORM 5100-BUILD-ONE-BUNDLE THRU 5100-EXIT
084000         UNTIL WS-RECIP-SUB >= WS-RECIP-USED.
084100 5000-EXIT.
084200     EXIT.
084300
084400*****************************************************************
084500*  5100-BUILD-ONE-BUNDLE - PLACE THE RECIPIENT'S REPORTS FROM
084600*  PAGE 3 ON (BANNER PAGE 1, CONTENTS PAGE 2) SO THE CONTENTS
084700*  CAN GIVE EACH ONE'S FIRST PAGE, THEN WRITE THE BUNDLE AND
084800*  LOG WHAT WENT INTO IT
084900*****************************************************************
085000 5100-BUILD-ONE-BUNDLE.
085100     ADD 1 TO WS-RECIP-SUB.
085200     ACCEPT WS-BUNDLE-DATE FROM DATE YYYYMMDD.
085300     ACCEPT WS-BUNDLE-TIME FROM TIME.
085400     MOVE SPACES TO WS-BUNDLE-NAME.
085500     STRING "FIBBND." DELIMITED BY SIZE
085600            WS-RECIP-ID (WS-RECIP-SUB) DELIMITED BY SPACE
085700         INTO WS-BUNDLE-NAME.
085800     MOVE ZERO TO WS-BUNDLE-INCLUDED.
085900     MOVE ZERO TO WS-BUNDLE-REFUSED.
086000     MOVE 3 TO WS-NEXT-PAGE.
086100     MOVE ZERO TO WS-DIST-SUB.
086200     PERFORM 5110-PLACE-ONE-ENTRY THRU 5110-EXIT
086300         UNTIL WS-DIST-SUB >= WS-DIST-USED.
086400     COMPUTE WS-BUNDLE-PAGES = WS-NEXT-PAGE - 1.
086500     OPEN OUTPUT FIBBNDL.
086600     IF WS-BND-STATUS NOT = "00"
086700         MOVE SPACES TO WS-ERROR-TEXT
086800         STRING "UNABLE TO OPEN " DELIMITED BY SIZE
086900                WS-BUNDLE-NAME DELIMITED BY SPACE
087000                ", STATUS = " DELIMITED BY SIZE
087100                WS-BND-STATUS DELIMITED BY SIZE
087200             INTO WS-ERROR-TEXT
087300         GO TO 8900-ABANDON-RUN
087400     END-IF.
087500     PERFORM 5200-WRITE-BANNER-PAGE THRU 5200-EXIT.
087600     PERFORM 5300-WRITE-CONTENTS-PAGE THRU 5300-EXIT.
087700     MOVE ZERO TO WS-DIST-SUB.
087800     PERFORM 5400-COPY-ONE-ENTRY THRU 5400-EXIT
087900         UNTIL WS-DIST-SUB >= WS-DIST-USED.
088000     CLOSE FIBBNDL.
088100     MOVE ZERO TO WS-DIST-SUB.
088200     PERFORM 5500-LOG-ONE-ENTRY THRU 5500-EXIT
088300         UNTIL WS-DIST-SUB >= WS-DIST-USED.
088400     MOVE "B" TO WS-LOG-TYPE.
088500     MOVE SPACES TO WS-LOG-REPORT.
088600     IF WS-BUNDLE-REFUSED > ZERO
088700         MOVE "S" TO WS-LOG-STATUS
088800         MOVE "NOT EVERY REPORT BUNDLED" TO WS-LOG-TEXT
088900     ELSE
089000         MOVE "D" TO WS-LOG-STATUS
089100         MOVE "EVERY REPORT BUNDLED" TO WS-LOG-TEXT
089200     END-IF.
089300     MOVE WS-BUNDLE-INCLUDED TO WS-LOG-COPIES.
089400     MOVE WS-BUNDLE-PAGES TO WS-LOG-PAGES.
089500     MOVE ZERO TO WS-LOG-RPT-DATE.
089600     MOVE ZERO TO WS-LOG-RPT-TIME.
089700     PERFORM 7500-WRITE-LOG-RECORD THRU 7500-EXIT.
089800     ADD 1 TO WS-BUNDLE-COUNT.
089900     MOVE WS-BUNDLE-INCLUDED TO WS-EDIT-COUNT.
090000     MOVE WS-BUNDLE-PAGES TO WS-EDIT-PAGES.
090100     DISPLAY "FDS5100I - " WS-BUNDLE-NAME " WRITTEN, "
090200             WS-EDIT-COUNT " REPORT(S), " WS-EDIT-PAGES
090300             " PAGE(S)".
090400 5100-EXIT.
090500     EXIT.
090600
090700 5110-PLACE-ONE-ENTRY.
090800     ADD 1 TO WS-DIST-SUB.
090900     IF WS-DIST-RECIP-SUB (WS-DIST-SUB) NOT = WS-RECIP-SUB
091000         GO TO 5110-EXIT
091100     END-IF.
091200     MOVE WS-DIST-REPORT-SUB (WS-DIST-SUB) TO WS-REPORT-SUB.
091300     IF WS-REPORT-STATE (WS-REPORT-SUB) NOT = "D"
091400         MOVE ZERO TO WS-DIST-FIRST-PAGE (WS-DIST-SUB)
091500         ADD 1 TO WS-BUNDLE-REFUSED
091600         GO TO 5110-EXIT
091700     END-IF.
091800     MOVE WS-NEXT-PAGE TO WS-DIST-FIRST-PAGE (WS-DIST-SUB).
091900     COMPUTE WS-NEXT-PAGE = WS-NEXT-PAGE
092000         + WS-REPORT-PAGES (WS-REPORT-SUB)
092100         * WS-DIST-COPIES (WS-DIST-SUB).
092200     ADD 1 TO WS-BUNDLE-INCLUDED.
092300 5110-EXIT.
092400     EXIT.
092500
092600*****************************************************************
092700*  5200-WRITE-BANNER-PAGE - PAGE 1: THE RECIPIENT, THE FIBRCAT
092800*  RUN ID AND ITS DATE, AND WHEN THE BUNDLE WAS BUILT
092900*****************************************************************
093000 5200-WRITE-BANNER-PAGE.
093100     MOVE "1" TO FIB-RPT-T-CTL.
093200     MOVE SPACES TO FIB-RPT-T-TEXT.
093300     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
093400     MOVE SPACE TO FIB-RPT-T-CTL.
093500     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
093600     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
093700     MOVE WS-BANNER-RULE TO FIB-RPT-T-TEXT.
093800     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
093900     MOVE SPACES TO WS-BANNER-TEXT.
094000     PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT.
094100     MOVE "FIBONACCI SUITE - REPORT DISTRIBUTION BUNDLE"
094200         TO WS-BANNER-TEXT.
094300     PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT.
094400     MOVE SPACES TO WS-BANNER-TEXT.
094500     PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT.
094600     STRING "RECIPIENT:   " DELIMITED BY SIZE
094700            WS-RECIP-ID (WS-RECIP-SUB) DELIMITED BY SIZE
094800         INTO WS-BANNER-TEXT.
094900     PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT.
095000     IF WS-RECIP-NAME (WS-RECIP-SUB) NOT = SPACES
095100         STRING "             " DELIMITED BY SIZE
095200                WS-RECIP-NAME (WS-RECIP-SUB) DELIMITED BY SIZE
095300             INTO WS-BANNER-TEXT
095400         PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT
095500     END-IF.
095600     PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT.
095700     STRING "RUN ID:      " DELIMITED BY SIZE
095800            WS-CUR-RUN-ID DELIMITED BY SIZE
095900         INTO WS-BANNER-TEXT.
096000     PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT.
096100     MOVE WS-CUR-DATE TO WS-FMT-IN-DATE.
096200     MOVE WS-CUR-TIME TO WS-FMT-IN-TIME.
096300     PERFORM 7400-FORMAT-STAMP THRU 7400-EXIT.
096400     STRING "RUN DATE:    " DELIMITED BY SIZE
096500            WS-FMT-DATE DELIMITED BY SIZE
096600            "  " DELIMITED BY SIZE
096700            WS-FMT-TIME DELIMITED BY SIZE
096800         INTO WS-BANNER-TEXT.
096900     PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT.
097000     MOVE WS-BUNDLE-DATE TO WS-FMT-IN-DATE.
097100     DIVIDE WS-BUNDLE-TIME BY 100 GIVING WS-FMT-IN-TIME.
097200     PERFORM 7400-FORMAT-STAMP THRU 7400-EXIT.
097300     STRING "BUNDLED:     " DELIMITED BY SIZE
097400            WS-FMT-DATE DELIMITED BY SIZE
097500            "  " DELIMITED BY SIZE
097600            WS-FMT-TIME DELIMITED BY SIZE
097700            "  BY " DELIMITED BY SIZE
097800            WS-RUN-USER DELIMITED BY SIZE
097900         INTO WS-BANNER-TEXT.
098000     PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT.
098100     PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT.
098200     MOVE WS-BUNDLE-INCLUDED TO WS-EDIT-COUNT.
098300     MOVE WS-BUNDLE-PAGES TO WS-EDIT-PAGES.
098400     STRING "REPORTS:     " DELIMITED BY SIZE
098500            WS-EDIT-COUNT DELIMITED BY SIZE
098600            "     PAGES: " DELIMITED BY SIZE
098700            WS-EDIT-PAGES DELIMITED BY SIZE
098800            " (THIS PAGE INCLUDED)" DELIMITED BY SIZE
098900         INTO WS-BANNER-TEXT.
099000     PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT.
099100     IF WS-BUNDLE-REFUSED > ZERO
099200         PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT
099300         MOVE WS-BUNDLE-REFUSED TO WS-EDIT-COUNT
099400         STRING "*** " DELIMITED BY SIZE
099500                WS-EDIT-COUNT DELIMITED BY SIZE
099600                " REPORT(S) NOT BUNDLED - SEE CONTENTS ***"
099700                DELIMITED BY SIZE
099800             INTO WS-BANNER-TEXT
099900         PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT
100000     END-IF.
100100     PERFORM 5210-WRITE-BANNER-LINE THRU 5210-EXIT.
100200     MOVE WS-BANNER-RULE TO FIB-RPT-T-TEXT.
100300     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
100400 5200-EXIT.
100500     EXIT.
100600
100700*****************************************************************
100800*  5210-WRITE-BANNER-LINE - WRITE WS-BANNER-TEXT INSIDE THE
100900*  BANNER FRAME AND CLEAR IT FOR THE NEXT LINE
101000*****************************************************************
101100 5210-WRITE-BANNER-LINE.
101200     MOVE WS-BANNER-LINE TO FIB-RPT-T-TEXT.
101300     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
101400     MOVE SPACES TO WS-BANNER-TEXT.
101500 5210-EXIT.
101600     EXIT.
101700
101800*****************************************************************
101900*  5300-WRITE-CONTENTS-PAGE - PAGE 2: EVERY REPORT MAPPED TO
102000*  THE RECIPIENT, WITH ITS COPIES, PAGES IN ONE COPY, FIRST
102100*  PAGE IN THE BUNDLE, AND THE RUN DATE/TIME IT CARRIES, OR
102200*  WHY IT WAS NOT BUNDLED
102300*****************************************************************
102400 5300-WRITE-CONTENTS-PAGE.
102500     MOVE 2 TO WS-EDIT-PAGE.
102600     MOVE "1" TO FIB-RPT-T-CTL.
102700     MOVE SPACES TO FIB-RPT-T-TEXT.
102800     STRING "BUNDLE CONTENTS - " DELIMITED BY SIZE
102900            WS-RECIP-ID (WS-RECIP-SUB) DELIMITED BY SPACE
103000            " - RUN " DELIMITED BY SIZE
103100            WS-CUR-RUN-ID DELIMITED BY SIZE
103200            "     PAGE " DELIMITED BY SIZE
103300            WS-EDIT-PAGE DELIMITED BY SIZE
103400         INTO FIB-RPT-T-TEXT.
103500     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
103600     MOVE SPACE TO FIB-RPT-T-CTL.
103700     MOVE SPACES TO FIB-RPT-T-TEXT.
103800     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
103900     MOVE "  REPORT COPIES   PAGES    FIRST   PRODUCED"
104000         TO FIB-RPT-T-TEXT.
104100     MOVE "STATUS" TO FIB-RPT-T-TEXT (57:6).
104200     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
104300     MOVE SPACES TO FIB-RPT-T-TEXT.
104400     MOVE "PAGE" TO FIB-RPT-T-TEXT (28:4).
104500     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
104600     MOVE SPACES TO FIB-RPT-T-TEXT.
104700     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
104800     MOVE ZERO TO WS-DIST-SUB.
104900     PERFORM 5310-WRITE-CONTENTS-ENTRY THRU 5310-EXIT
105000         UNTIL WS-DIST-SUB >= WS-DIST-USED.
105100     MOVE SPACES TO FIB-RPT-T-TEXT.
105200     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
105300     MOVE WS-BUNDLE-INCLUDED TO WS-EDIT-COUNT.
105400     STRING "  REPORTS BUNDLED:      " DELIMITED BY SIZE
105500            WS-EDIT-COUNT DELIMITED BY SIZE
105600         INTO FIB-RPT-T-TEXT.
105700     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
105800     MOVE SPACES TO FIB-RPT-T-TEXT.
105900     MOVE WS-BUNDLE-REFUSED TO WS-EDIT-COUNT.
106000     STRING "  REPORTS NOT BUNDLED:  " DELIMITED BY SIZE
106100            WS-EDIT-COUNT DELIMITED BY SIZE
106200         INTO FIB-RPT-T-TEXT.
106300     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
106400     MOVE SPACES TO FIB-RPT-T-TEXT.
106500     MOVE WS-BUNDLE-PAGES TO WS-EDIT-PAGES.
106600     STRING "  PAGES IN THE BUNDLE:" DELIMITED BY SIZE
106700            WS-EDIT-PAGES DELIMITED BY SIZE
106800         INTO FIB-RPT-T-TEXT.
106900     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
107000     IF WS-BUNDLE-REFUSED = ZERO
107100         GO TO 5300-EXIT
107200     END-IF.
107300     MOVE SPACES TO FIB-RPT-T-TEXT.
107400     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
107500     STRING "  A REPORT NOT BUNDLED IS OLDER THAN RUN "
107600            DELIMITED BY SIZE
107700            WS-CUR-RUN-ID DELIMITED BY SIZE
107800            " OR WAS NOT" DELIMITED BY SIZE
107900         INTO FIB-RPT-T-TEXT.
108000     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
108100     MOVE "  PRODUCED - ASK OPERATIONS FOR A RERUN."
108200         TO FIB-RPT-T-TEXT.
108300     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
108400 5300-EXIT.
108500     EXIT.
108600
108700 5310-WRITE-CONTENTS-ENTRY.
108800     ADD 1 TO WS-DIST-SUB.
108900     IF WS-DIST-RECIP-SUB (WS-DIST-SUB) NOT = WS-RECIP-SUB
109000         GO TO 5310-EXIT
109100     END-IF.
109200     MOVE WS-DIST-REPORT-SUB (WS-DIST-SUB) TO WS-REPORT-SUB.
109300     MOVE WS-REPORT-NAME (WS-REPORT-SUB) TO WS-CON-REPORT.
109400     MOVE WS-DIST-COPIES (WS-DIST-SUB) TO WS-CON-COPIES.
109500     MOVE SPACES TO WS-CON-PAGES.
109600     MOVE SPACES TO WS-CON-FIRST.
109700     IF WS-REPORT-STATE (WS-REPORT-SUB) = "D"
109800         MOVE WS-REPORT-PAGES (WS-REPORT-SUB) TO WS-EDIT-SMALL
109900         MOVE WS-EDIT-SMALL TO WS-CON-PAGES
110000         MOVE WS-DIST-FIRST-PAGE (WS-DIST-SUB) TO WS-EDIT-SMALL
110100         MOVE WS-EDIT-SMALL TO WS-CON-FIRST
110200     END-IF.
110300     MOVE WS-REPORT-DATE (WS-REPORT-SUB) TO WS-FMT-IN-DATE.
110400     MOVE WS-REPORT-TIME (WS-REPORT-SUB) TO WS-FMT-IN-TIME.
110500     PERFORM 7400-FORMAT-STAMP THRU 7400-EXIT.
110600     MOVE WS-FMT-DATE TO WS-CON-DATE.
110700     MOVE WS-FMT-TIME TO WS-CON-TIME.
110800     MOVE WS-REPORT-STATE (WS-REPORT-SUB) TO FIB-DLG-STATUS.
110900     PERFORM 7600-SET-STATE-TEXT THRU 7600-EXIT.
111000     MOVE WS-STATE-TEXT TO WS-CON-STATUS.
111100     MOVE WS-CONTENTS-LINE TO FIB-RPT-T-TEXT.
111200     PERFORM 7300-WRITE-BUNDLE-LINE THRU 7300-EXIT.
111300 5310-EXIT.
111400     EXIT.
111500
111600*****************************************************************
111700*  5400-COPY-ONE-ENTRY - EACH COPY OF A BUNDLED REPORT, LINE
111800*  FOR LINE; ITS OWN CONTROL BYTES START ITS PAGES
111900*****************************************************************
112000 5400-COPY-ONE-ENTRY.
112100     ADD 1 TO WS-DIST-SUB.
112200     IF WS-DIST-RECIP-SUB (WS-DIST-SUB) NOT = WS-RECIP-SUB
112300         GO TO 5400-EXIT
112400     END-IF.
112500     MOVE WS-DIST-REPORT-SUB (WS-DIST-SUB) TO WS-REPORT-SUB.
112600     IF WS-REPORT-STATE (WS-REPORT-SUB) NOT = "D"
112700         GO TO 5400-EXIT
112800     END-IF.
112900     MOVE WS-REPORT-NAME (WS-REPORT-SUB) TO WS-RPT-FILE-NAME.
113000     MOVE ZERO TO WS-COPY-NO.
113100     PERFORM 5410-COPY-ONE-COPY THRU 5410-EXIT
113200         UNTIL WS-COPY-NO >= WS-DIST-COPIES (WS-DIST-SUB).
113300 5400-EXIT.
113400     EXIT.
113500
113600 5410-COPY-ONE-COPY.
113700     ADD 1 TO WS-COPY-NO.
113800     MOVE "N" TO WS-RPTI-EOF-SW.
113900     OPEN INPUT FIBRPTI.
114000     IF WS-RPTI-STATUS NOT = "00"
114100         MOVE SPACES TO WS-ERROR-TEXT
114200         STRING "UNABLE TO REOPEN " DELIMITED BY SIZE
114300                WS-RPT-FILE-NAME DELIMITED BY SPACE
114400                ", STATUS = " DELIMITED BY SIZE
114500                WS-RPTI-STATUS DELIMITED BY SIZE
114600             INTO WS-ERROR-TEXT
114700         CLOSE FIBBNDL
114800         GO TO 8900-ABANDON-RUN
114900     END-IF.
115000     PERFORM 7100-READ-REPORT-RECORD THRU 7100-EXIT.
115100     PERFORM 5420-COPY-REPORT-LINE THRU 5420-EXIT
115200         UNTIL WS-RPTI-EOF.
115300     CLOSE FIBRPTI.
115400 5410-EXIT.
115500     EXIT.
115600
115700 5420-COPY-REPORT-LINE.
115800     WRITE FIB-BUNDLE-RECORD FROM FIB-IN-RPT-RECORD.
115900     IF WS-BND-STATUS NOT = "00"
116000         MOVE SPACES TO WS-ERROR-TEXT
116100         STRING "UNABLE TO WRITE " DELIMITED BY SIZE
116200                WS-BUNDLE-NAME DELIMITED BY SPACE
116300                ", STATUS = " DELIMITED BY SIZE
116400                WS-BND-STATUS DELIMITED BY SIZE
116500             INTO WS-ERROR-TEXT
116600         CLOSE FIBRPTI
116700         CLOSE FIBBNDL
116800         GO TO 8900-ABANDON-RUN
116900     END-IF.
117000     PERFORM 7100-READ-REPORT-RECORD THRU 7100-EXIT.
117100 5420-EXIT.
117200     EXIT.
117300
117400*****************************************************************
117500*  5500-LOG-ONE-ENTRY - ONE FIBDLOG R RECORD PER REPORT MAPPED
117600*  TO THE RECIPIENT, BUNDLED OR NOT
117700*****************************************************************
117800 5500-LOG-ONE-ENTRY.
117900     ADD 1 TO WS-DIST-SUB.
118000     IF WS-DIST-RECIP-SUB (WS-DIST-SUB) NOT = WS-RECIP-SUB
118100         GO TO 5500-EXIT
118200     END-IF.
118300     MOVE WS-DIST-REPORT-SUB (WS-DIST-SUB) TO WS-REPORT-SUB.
118400     MOVE "R" TO WS-LOG-TYPE.
118500     MOVE WS-REPORT-NAME (WS-REPORT-SUB) TO WS-LOG-REPORT.
118600     MOVE WS-REPORT-STATE (WS-REPORT-SUB) TO WS-LOG-STATUS.
118700     MOVE WS-DIST-COPIES (WS-DIST-SUB) TO WS-LOG-COPIES.
118800     MOVE WS-REPORT-PAGES (WS-REPORT-SUB) TO WS-LOG-PAGES.
118900     MOVE WS-REPORT-DATE (WS-REPORT-SUB) TO WS-LOG-RPT-DATE.
119000     COMPUTE WS-LOG-RPT-TIME = WS-REPORT-TIME (WS-REPORT-SUB)
119100         * 100.
119200     MOVE WS-REPORT-STATE (WS-REPORT-SUB) TO FIB-DLG-STATUS.
119300     PERFORM 7600-SET-STATE-TEXT THRU 7600-EXIT.
119400     MOVE WS-STATE-TEXT TO WS-LOG-TEXT.
119500     PERFORM 7500-WRITE-LOG-RECORD THRU 7500-EXIT.
119600     IF WS-LOG-STATUS = "D"
119700         ADD 1 TO WS-SENT-COUNT
119800     ELSE
119900         ADD 1 TO WS-HELD-COUNT
120000     END-IF.
120100 5500-EXIT.
120200     EXIT.
120300
120400*****************************************************************
120500*  7100-READ-REPORT-RECORD
120600*****************************************************************
120700 7100-READ-REPORT-RECORD.
120800     READ FIBRPTI
120900         AT END
121000             SET WS-RPTI-EOF TO TRUE
121100     END-READ.
121200     IF NOT WS-RPTI-EOF AND WS-RPTI-STATUS NOT = "00"
121300         SET WS-RPTI-EOF TO TRUE
121400     END-IF.
121500 7100-EXIT.
121600     EXIT.
121700
121800*****************************************************************
121900*  7200-FIND-RECIPIENT - LOOK FOR WS-FIND-NAME IN THE
122000*  RECIPIENT TABLE.  WHEN FOUND, WS-SCAN-SUB IS THE ENTRY
122100*****************************************************************
122200 7200-FIND-RECIPIENT.
122300     MOVE "N" TO WS-SLOT-FOUND-SW.
122400     MOVE ZERO TO WS-SCAN-SUB.
122500     PERFORM 7210-COMPARE-RECIPIENT THRU 7210-EXIT
122600         UNTIL WS-SLOT-FOUND
122700            OR WS-SCAN-SUB >= WS-RECIP-USED.
122800 7200-EXIT.
122900     EXIT.
123000
123100 7210-COMPARE-RECIPIENT.
123200     ADD 1 TO WS-SCAN-SUB.
123300     IF WS-RECIP-ID (WS-SCAN-SUB) = WS-FIND-NAME
123400         SET WS-SLOT-FOUND TO TRUE
123500     END-IF.
123600 7210-EXIT.
123700     EXIT.
123800
123900*****************************************************************
124000*  7250-FIND-REPORT - LOOK FOR WS-FIND-NAME IN THE REPORT
124100*  TABLE.  WHEN FOUND, WS-SCAN-SUB IS THE ENTRY
124200*****************************************************************
124300 7250-FIND-REPORT.
124400     MOVE "N" TO WS-SLOT-FOUND-SW.
124500     MOVE ZERO TO WS-SCAN-SUB.
124600     PERFORM 7260-COMPARE-REPORT THRU 7260-EXIT
124700         UNTIL WS-SLOT-FOUND
124800            OR WS-SCAN-SUB >= WS-REPORT-USED.
124900 7250-EXIT.
125000     EXIT.
125100
125200 7260-COMPARE-REPORT.
125300     ADD 1 TO WS-SCAN-SUB.
125400     IF WS-REPORT-NAME (WS-SCAN-SUB) = WS-FIND-NAME
125500         SET WS-SLOT-FOUND TO TRUE
125600     END-IF.
125700 7260-EXIT.
125800     EXIT.
125900
126000*****************************************************************
126100*  7300-WRITE-BUNDLE-LINE - WRITE WHAT THE CALLER PUT IN
126200*  FIB-RPT-TEXT-LINE TO THE BUNDLE
126300*****************************************************************
126400 7300-WRITE-BUNDLE-LINE.
126500     WRITE FIB-BUNDLE-RECORD FROM FIB-RPT-TEXT-LINE.
126600     IF WS-BND-STATUS NOT = "00"
126700         MOVE SPACES TO WS-ERROR-TEXT
126800         STRING "UNABLE TO WRITE " DELIMITED BY SIZE
126900                WS-BUNDLE-NAME DELIMITED BY SPACE
127000                ", STATUS = " DELIMITED BY SIZE
127100                WS-BND-STATUS DELIMITED BY SIZE
127200             INTO WS-ERROR-TEXT
127300         CLOSE FIBBNDL
127400         GO TO 8900-ABANDON-RUN
127500     END-IF.
127600     MOVE SPACE TO FIB-RPT-T-CTL.
127700     MOVE SPACES TO FIB-RPT-T-TEXT.
127800 7300-EXIT.
127900     EXIT.
128000
128100*****************************************************************
128200*  7400-FORMAT-STAMP - WS-FMT-IN-DATE AS MM/DD/YYYY AND
128300*  WS-FMT-IN-TIME (HHMMSS) AS HH:MM:SS; BLANK WHEN ZERO
128400*****************************************************************
128500 7400-FORMAT-STAMP.
128600     MOVE SPACES TO WS-FMT-DATE.
128700     MOVE SPACES TO WS-FMT-TIME.
128800     IF WS-FMT-IN-DATE = ZERO
128900         GO TO 7400-EXIT
129000     END-IF.
129100     STRING WS-FMT-IN-DATE (5:2) "/" WS-FMT-IN-DATE (7:2) "/"
129200            WS-FMT-IN-DATE (1:4)
129300         DELIMITED BY SIZE INTO WS-FMT-DATE.
129400     STRING WS-FMT-IN-TIME (1:2) ":" WS-FMT-IN-TIME (3:2) ":"
129500            WS-FMT-IN-TIME (5:2)
129600         DELIMITED BY SIZE INTO WS-FMT-TIME.
129700 7400-EXIT.
129800     EXIT.
129900
130000*****************************************************************
130100*  7500-WRITE-LOG-RECORD - APPEND ONE RECORD TO FIBDLOG.  THE
130200*  LOG IS THE AUDIT RECORD OF THE DISTRIBUTION, SO THE JOB
130300*  DOES NOT GO ON WITHOUT IT
130400*****************************************************************
130500 7500-WRITE-LOG-RECORD.
130600     MOVE SPACES TO FIB-DLG-REC.
130700     MOVE WS-CUR-RUN-ID TO FIB-DLG-RUN-ID.
130800     MOVE WS-LOG-TYPE TO FIB-DLG-REC-TYPE.
130900     MOVE WS-RECIP-ID (WS-RECIP-SUB) TO FIB-DLG-RECIPIENT.
131000     MOVE WS-LOG-REPORT TO FIB-DLG-REPORT.
131100     MOVE WS-LOG-STATUS TO FIB-DLG-STATUS.
131200     MOVE WS-LOG-COPIES TO FIB-DLG-COPIES.
131300     MOVE WS-LOG-PAGES TO FIB-DLG-PAGES.
131400     MOVE WS-LOG-RPT-DATE TO FIB-DLG-RPT-DATE.
131500     MOVE WS-LOG-RPT-TIME TO FIB-DLG-RPT-TIME.
131600     MOVE WS-BUNDLE-NAME TO FIB-DLG-BUNDLE.
131700     MOVE WS-BUNDLE-DATE TO FIB-DLG-DATE.
131800     MOVE WS-BUNDLE-TIME TO FIB-DLG-TIME.
131900     MOVE WS-RUN-USER TO FIB-DLG-USER.
132000     MOVE WS-LOG-TEXT TO FIB-DLG-TEXT.
132100     WRITE FIB-DLG-REC.
132200     IF WS-DLG-STATUS NOT = "00"
132300         MOVE SPACES TO WS-ERROR-TEXT
132400         STRING "UNABLE TO WRITE FIBDLOG, STATUS = "
132500                DELIMITED BY SIZE
132600                WS-DLG-STATUS DELIMITED BY SIZE
132700             INTO WS-ERROR-TEXT
132800         GO TO 8900-ABANDON-RUN
132900     END-IF.
133000 7500-EXIT.
133100     EXIT.
133200
133300*****************************************************************
133400*  7600-SET-STATE-TEXT - THE WORDS FOR THE FIBDLOG STATUS IN
133500*  FIB-DLG-STATUS, FOR THE CONTENTS PAGE, THE LOG, AND
133600*  MESSAGES
133700*****************************************************************
133800 7600-SET-STATE-TEXT.
133900     EVALUATE TRUE
134000         WHEN FIB-DLG-DISTRIBUTED
134100             MOVE "BUNDLED" TO WS-STATE-TEXT
134200         WHEN FIB-DLG-STALE
134300             MOVE "NOT BUNDLED - STALE" TO WS-STATE-TEXT
134400         WHEN FIB-DLG-MISSING
134500             MOVE "NOT BUNDLED - MISSING" TO WS-STATE-TEXT
134600         WHEN FIB-DLG-EMPTY
134700             MOVE "NOT BUNDLED - EMPTY" TO WS-STATE-TEXT
134800         WHEN OTHER
134900             MOVE "NOT BUNDLED - UNDATED" TO WS-STATE-TEXT
135000     END-EVALUATE.
135100 7600-EXIT.
135200     EXIT.
135300
135400*****************************************************************
135500*  8500-WRITE-EXCEPTION-RECORD - APPEND ONE RECORD TO THE
135600*  COMMON FIBEXCF EXCEPTION FILE.  THE CALLER HAS SET THE
135700*  REASON CODE, REFERENCE NUMBER, AND TEXT IN THE STAGING
135800*  FIELDS.  A PROBLEM WITH THE EXCEPTION FILE ITSELF IS
135900*  REPORTED ON THE CONSOLE AND THE RUN CARRIES ON
136000*****************************************************************
136100 8500-WRITE-EXCEPTION-RECORD.
136200     OPEN EXTEND FIBEXCF.
136300     IF WS-EXC-STATUS NOT = "00"
136400         OPEN OUTPUT FIBEXCF
136500     END-IF.
136600     IF WS-EXC-STATUS NOT = "00"
136700         DISPLAY "FDS8500W - UNABLE TO OPEN FIBEXCF, STATUS = "
136800                 WS-EXC-STATUS ", EXCEPTION RECORD NOT WRITTEN"
136900     ELSE
137000         MOVE SPACES TO FIB-EXC-REC
137100         MOVE "FIBDIST" TO FIB-EXC-JOB-NAME
137200         MOVE WS-RUN-DATE TO FIB-EXC-RUN-DATE
137300         MOVE WS-RUN-TIME TO FIB-EXC-RUN-TIME
137400         MOVE WS-EXC-REASON TO FIB-EXC-REASON-CODE
137500         MOVE WS-EXC-REF TO FIB-EXC-REF-NO
137600         MOVE WS-EXC-TEXT TO FIB-EXC-TEXT
137700         WRITE FIB-EXC-REC
137800         CLOSE FIBEXCF
137900     END-IF.
138000 8500-EXIT.
138100     EXIT.
138200
138300*****************************************************************
138400*  8900-ABANDON-RUN - A BUNDLE OR THE LOG CANNOT BE WRITTEN.
138500*  THE CALLER HAS PUT THE PROBLEM IN WS-ERROR-TEXT AND CLOSED
138600*  THE BUNDLE.  BUNDLES ALREADY LOGGED STAND
138700*****************************************************************
138800 8900-ABANDON-RUN.
138900     DISPLAY "FDS8900E - " WS-ERROR-TEXT.
139000     DISPLAY "FDS8900E - DISTRIBUTION ABANDONED, "
139100             WS-BUNDLE-COUNT " BUNDLE(S) COMPLETED".
139200     MOVE "F001" TO WS-EXC-REASON.
139300     MOVE WS-CUR-RUN-ID TO WS-EXC-REF.
139400     MOVE "FILE ERROR - DISTRIBUTION ABANDONED" TO WS-EXC-TEXT.
139500     PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT.
139600     CLOSE FIBDLOG.
139700     MOVE 12 TO RETURN-CODE.
139800     STOP RUN.
139900 8900-EXIT.
140000     EXIT.
140100
140200*****************************************************************
140300*  9000-TERMINATE - RETURN CODE 4 WHEN ANY REPORT WAS NOT
140400*  BUNDLED
140500*****************************************************************
140600 9000-TERMINATE.
140700     CLOSE FIBDLOG.
140800     MOVE WS-BUNDLE-COUNT TO WS-EDIT-COUNT.
140900     DISPLAY "FDS9000I - BUNDLES WRITTEN:            "
141000             WS-EDIT-COUNT.
141100     MOVE WS-SENT-COUNT TO WS-EDIT-COUNT.
141200     DISPLAY "FDS9000I - REPORTS DISTRIBUTED:        "
141300             WS-EDIT-COUNT.
141400     MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
141500     DISPLAY "FDS9000I - DISTRIBUTIONS NOT BUNDLED:  "
141600             WS-EDIT-COUNT.
141700     IF WS-REFUSED-COUNT > ZERO
141800         MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT
141900         DISPLAY "FDS9000W - " WS-EDIT-COUNT
142000                 " REPORT(S) REFUSED, RETURN CODE 4"
142100         MOVE 4 TO RETURN-CODE
142200     END-IF.
142300     DISPLAY "FDS9000I - REPORT DISTRIBUTION COMPLETE".
142400 9000-EXIT.
142500     EXIT.
