000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. fibjobc.
000300 AUTHOR. JAMES HILL.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL PROGRAM.  OVERNIGHT JOB-STREAM
001000*                     CONTROLLER.  RUNS THE CHAIN DEFINED ON THE
001100*                     FIBSTEPS FILE (FIBBUILD, FIBONACCI,
001200*                     FIBVRFY, FIBRECON, FIBUNLD, FIBWEXT) IN
001300*                     ORDER, CHECKS EACH STEP'S RETURN CODE
001400*                     AGAINST THE CODES ITS DEFINITION ACCEPTS,
001500*                     SKIPS THE DEPENDENTS OF A FAILED STEP, AND
001600*                     LOGS THE START, END, AND RETURN CODE OF
001700*                     EVERY STEP ON FIBJLOG.  A RERUN RESUMES THE
001800*                     NIGHT'S STREAM UNDER ITS FIBRCAT RUN ID
001900*                     WITHOUT REPEATING THE STEPS THAT COMPLETED.
002000*                     A STEP'S STOP RETURN CODE (FIBONACCI'S 2,
002100*                     SUSPENDED AT THE CUTOFF) ENDS THE CHAIN
002200*                     CLEANLY WITH RETURN CODE 2 SO THE NEXT
002300*                     NIGHT RESUMES IT.
002310*    2026-10-15  JLH  A FAILED WRITE TO FIBJLOG NOW STOPS THE
002320*                     CHAIN WITH AN F001 EXCEPTION AND RETURN CODE
002330*                     12, AS A FAILED OPEN ALREADY DID.
002340*    2026-10-15  JLH  A STEP WITH NO COMMAND NOW RUNS ITS NAME IN
002350*                     LOWER CASE, THE WAY THE PROGRAMS ARE NAMED,
002360*                     SO THE STANDARD CHAIN LAUNCHES ON A
002370*                     CASE-SENSITIVE HOST.
002380*    2026-10-15  JLH  BLANK THE USER ID WHEN USER IS NOT SET.
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT FIBSTEPS ASSIGN TO "FIBSTEPS"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-STP-STATUS.
003100
003200     SELECT FIBJLOG ASSIGN TO "FIBJLOG"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-JLG-STATUS.
003500
003600     SELECT FIBRCAT ASSIGN TO "FIBRCAT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CAT-STATUS.
003900
004000     SELECT FIBEXCF ASSIGN TO "FIBEXCF"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-EXC-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  FIBSTEPS
004700     LABEL RECORDS ARE STANDARD.
004800     COPY FIBSTEP.
004900
005000 FD  FIBJLOG
005100     LABEL RECORDS ARE STANDARD.
005200     COPY FIBJLG.
005300
005400 FD  FIBRCAT
005500     LABEL RECORDS ARE STANDARD.
005600     COPY FIBRCAT.
005700
005800 FD  FIBEXCF
005900     LABEL RECORDS ARE STANDARD.
006000     COPY FIBEXC.
006100
006200 WORKING-STORAGE SECTION.
006300*****************************************************************
006400*  THE STEP DEFINITIONS, IN RUN ORDER.  EACH DEPENDENT NAME IS
006500*  RESOLVED TO THE TABLE ENTRY OF THE LATER STEP IT NAMES.  THE
006600*  STATE IS SET FROM THE STEP LOG WHEN AN OPEN STREAM IS
006700*  RESUMED AND BY A FAILURE DURING THE RUN
006800*****************************************************************
006900 01  WS-STEP-TABLE.
007000     05  WS-STEP-ENTRY OCCURS 20 TIMES.
007100         10  WS-STEP-NAME        PIC X(08).
007200         10  WS-STEP-COMMAND     PIC X(60).
007300         10  WS-STEP-ACCEPT-RC   PIC X(02) OCCURS 5 TIMES.
007400         10  WS-STEP-STOP-RC     PIC X(02).
007500         10  WS-STEP-DEP-NAME    PIC X(08) OCCURS 8 TIMES.
007600         10  WS-STEP-DEP-SUB     PIC 9(03) COMP OCCURS 8 TIMES.
007700         10  WS-STEP-STATE       PIC X(01).
007800             88  WS-STEP-PENDING         VALUE " ".
007900             88  WS-STEP-DONE-EARLIER    VALUE "D".
008000             88  WS-STEP-TO-SKIP         VALUE "K".
008100         10  WS-STEP-SKIP-CAUSE  PIC X(08).
008200
008300 77  WS-STEP-USED            PIC 9(03) COMP VALUE ZERO.
008400 77  WS-STEP-MAX             PIC 9(03) COMP VALUE 20.
008500 77  WS-SUB                  PIC 9(03) COMP VALUE ZERO.
008600 77  WS-DEP-SUB              PIC 9(03) COMP VALUE ZERO.
008700 77  WS-RC-SUB               PIC 9(03) COMP VALUE ZERO.
008800 77  WS-SCAN-SUB             PIC 9(03) COMP VALUE ZERO.
008900 77  WS-FIND-NAME            PIC X(08) VALUE SPACES.
009000
009100*****************************************************************
009200*  THE STREAM - ITS RUN ID, WHETHER THE LOG HOLDS ONE STILL
009300*  OPEN, AND HOW THE OPERATOR ASKED FOR AN OPEN ONE TO BE
009400*  TREATED (FIB-STREAM-MODE=NEW ABANDONS IT; LEFT UNSET OR
009500*  RESUME, IT IS RESUMED)
009600*****************************************************************
009700 77  WS-STREAM-RUN-ID        PIC 9(05) VALUE ZERO.
009800 77  WS-LOG-RUN-ID           PIC 9(05) VALUE ZERO.
009900 77  WS-LOG-END-STATUS       PIC X(01) VALUE SPACE.
010000 77  WS-HIGH-CAT-RUN-ID      PIC 9(05) VALUE ZERO.
010100 77  WS-STREAM-MODE          PIC X(08) VALUE SPACES.
010200     88  WS-MODE-RESUME              VALUE SPACES "RESUME".
010300     88  WS-MODE-NEW                 VALUE "NEW".
010400 77  WS-STOP-STEP-NAME       PIC X(08) VALUE SPACES.
010500
010600*****************************************************************
010700*  LAUNCHING A STEP.  THE STATUS THE SYSTEM SERVICE HANDS BACK
010800*  IS THE SHELL'S WAIT STATUS: THE STEP'S RETURN CODE TIMES
010900*  256, WITH A NONZERO LOW-ORDER PART WHEN THE STEP DID NOT END
011000*  NORMALLY
011100*****************************************************************
011200 77  WS-COMMAND              PIC X(60) VALUE SPACES.
011300 77  WS-SYSTEM-RC            PIC S9(09) COMP VALUE ZERO.
011400 77  WS-EXIT-CODE            PIC 9(09) COMP VALUE ZERO.
011500 77  WS-EXIT-SIGNAL          PIC 9(09) COMP VALUE ZERO.
011600 77  WS-STEP-RC              PIC 9(03) VALUE ZERO.
011700 01  WS-RC-CHECK-X           PIC X(02) VALUE SPACES.
011800 01  WS-RC-CHECK REDEFINES WS-RC-CHECK-X
011900                             PIC 9(02).
012000 77  WS-STEP-START-DATE      PIC 9(08) VALUE ZERO.
012100 77  WS-STEP-START-TIME      PIC 9(08) VALUE ZERO.
012200 77  WS-STEP-END-DATE        PIC 9(08) VALUE ZERO.
012300 77  WS-STEP-END-TIME        PIC 9(08) VALUE ZERO.
012400 77  WS-STEP-RESULT          PIC X(01) VALUE SPACE.
012500     88  WS-STEP-COMPLETED           VALUE "C".
012600     88  WS-STEP-FAILED              VALUE "F".
012700     88  WS-STEP-STOPPED             VALUE "P".
012800
012900*****************************************************************
013000*  STEP LOG STAGING FIELDS - THE CALLER OF THE LOG WRITER SETS
013100*  THESE; THE WRITER SUPPLIES THE RUN ID AND USER ITSELF
013200*****************************************************************
013300 77  WS-LOG-TYPE             PIC X(01) VALUE SPACE.
013400 77  WS-LOG-STEP-NAME        PIC X(08) VALUE SPACES.
013500 77  WS-LOG-START-DATE       PIC 9(08) VALUE ZERO.
013600 77  WS-LOG-START-TIME       PIC 9(08) VALUE ZERO.
013700 77  WS-LOG-END-DATE         PIC 9(08) VALUE ZERO.
013800 77  WS-LOG-END-TIME         PIC 9(08) VALUE ZERO.
013900 77  WS-LOG-RC               PIC 9(03) VALUE ZERO.
014000 77  WS-LOG-STATUS           PIC X(01) VALUE SPACE.
014100 77  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
014200
014300*****************************************************************
014400*  COUNTERS
014500*****************************************************************
014600 77  WS-RAN-COUNT            PIC 9(03) VALUE ZERO.
014700 77  WS-FAILED-COUNT         PIC 9(03) VALUE ZERO.
014800 77  WS-SKIPPED-COUNT        PIC 9(03) VALUE ZERO.
014900 77  WS-NOT-RERUN-COUNT      PIC 9(03) VALUE ZERO.
015000
015100*****************************************************************
015200*  ZERO-SUPPRESSED FIELDS FOR NUMERIC VALUES STRUNG INTO
015300*  MESSAGES
015400*****************************************************************
015500 77  WS-EDIT-RUN             PIC ZZZZ9.
015600 77  WS-EDIT-COUNT           PIC ZZ9.
015700 77  WS-EDIT-COUNT-2         PIC ZZ9.
015800
015900*****************************************************************
016000*  SWITCHES
016100*****************************************************************
016200 77  WS-STP-EOF-SW           PIC X(01) VALUE "N".
016300     88  WS-STP-EOF                  VALUE "Y".
016400 77  WS-JLG-EOF-SW           PIC X(01) VALUE "N".
016500     88  WS-JLG-EOF                  VALUE "Y".
016600 77  WS-CAT-EOF-SW           PIC X(01) VALUE "N".
016700     88  WS-CAT-EOF                  VALUE "Y".
016800 77  WS-LOG-STREAM-SW        PIC X(01) VALUE "N".
016900     88  WS-LOG-NO-STREAM            VALUE "N".
017000     88  WS-LOG-STREAM-OPEN          VALUE "O".
017100     88  WS-LOG-STREAM-CLOSED        VALUE "C".
017200 77  WS-SLOT-FOUND-SW        PIC X(01) VALUE "N".
017300     88  WS-SLOT-FOUND               VALUE "Y".
017400 77  WS-STREAM-STOP-SW       PIC X(01) VALUE "N".
017500     88  WS-STREAM-STOPPED           VALUE "Y".
017600 77  WS-STREAM-FAIL-SW       PIC X(01) VALUE "N".
017700     88  WS-STREAM-FAILED            VALUE "Y".
017800 77  WS-STREAM-WARN-SW       PIC X(01) VALUE "N".
017900     88  WS-STREAM-WARNING           VALUE "Y".
018000
018100*****************************************************************
018200*  FILE STATUS FIELDS
018300*****************************************************************
018400 77  WS-STP-STATUS           PIC X(02) VALUE "00".
018500 77  WS-JLG-STATUS           PIC X(02) VALUE "00".
018600 77  WS-CAT-STATUS           PIC X(02) VALUE "00".
018700 77  WS-EXC-STATUS           PIC X(02) VALUE "00".
018800
018900*****************************************************************
019000*  EXCEPTION STAGING FIELDS - THE CALLER OF THE EXCEPTION
019100*  WRITER SETS THESE THREE; THE WRITER SUPPLIES THE JOB NAME
019200*  AND RUN DATE/TIME ITSELF
019300*****************************************************************
019400 77  WS-EXC-REASON           PIC X(04) VALUE SPACES.
019500 77  WS-EXC-REF              PIC 9(05) VALUE ZERO.
019600 77  WS-EXC-TEXT             PIC X(40) VALUE SPACES.
019700
019800*****************************************************************
019900*  MISCELLANEOUS WORK FIELDS
020000*****************************************************************
020100 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
020200 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
020300 77  WS-RUN-USER             PIC X(08) VALUE SPACES.
020400 77  WS-ERROR-TEXT           PIC X(60) VALUE SPACES.
020500
020600 PROCEDURE DIVISION.
020700*****************************************************************
020800*  0000-MAINLINE
020900*****************************************************************
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021200     PERFORM 2000-LOAD-STEP-DEFINITIONS THRU 2000-EXIT.
021300     PERFORM 3000-SCAN-STEP-LOG THRU 3000-EXIT.
021400     PERFORM 4000-START-STREAM THRU 4000-EXIT.
021500     PERFORM 5000-RUN-STREAM THRU 5000-EXIT.
021600     PERFORM 6000-END-STREAM THRU 6000-EXIT.
021700     STOP RUN.
021800 0000-EXIT.
021900     EXIT.
022000
022100*****************************************************************
022200*  1000-INITIALIZE - CAPTURE RUN DATE, TIME, USER ID, AND THE
022300*  STREAM MODE
022400*****************************************************************
022500 1000-INITIALIZE.
022600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022700     ACCEPT WS-RUN-TIME FROM TIME.
022710     ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
022720         ON EXCEPTION
022730             MOVE SPACES TO WS-RUN-USER
022740     END-ACCEPT.
022900     ACCEPT WS-STREAM-MODE FROM ENVIRONMENT "FIB-STREAM-MODE"
023000         ON EXCEPTION
023100             MOVE SPACES TO WS-STREAM-MODE
023200     END-ACCEPT.
023300     IF NOT WS-MODE-RESUME AND NOT WS-MODE-NEW
023400         DISPLAY "FJC1000E - FIB-STREAM-MODE " WS-STREAM-MODE
023500                 " IS NOT RESUME OR NEW, JOB TERMINATED"
023600         MOVE "P001" TO WS-EXC-REASON
023700         MOVE ZERO TO WS-EXC-REF
023800         MOVE "FIB-STREAM-MODE IS NOT RESUME OR NEW"
023900             TO WS-EXC-TEXT
024000         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
024100         MOVE 16 TO RETURN-CODE
024200         STOP RUN
024300     END-IF.
024400 1000-EXIT.
024500     EXIT.
024600
024700*****************************************************************
024800*  2000-LOAD-STEP-DEFINITIONS - READ FIBSTEPS INTO THE STEP
024900*  TABLE AND RESOLVE EVERY DEPENDENT TO A LATER STEP.  THE
025000*  CHAIN DOES NOT START ON A DEFINITION IN ERROR
025100*****************************************************************
025200 2000-LOAD-STEP-DEFINITIONS.
025300     OPEN INPUT FIBSTEPS.
025400     IF WS-STP-STATUS NOT = "00"
025500         MOVE SPACES TO WS-ERROR-TEXT
025600         STRING "UNABLE TO OPEN FIBSTEPS, STATUS = "
025700                DELIMITED BY SIZE
025800                WS-STP-STATUS DELIMITED BY SIZE
025900             INTO WS-ERROR-TEXT
026000         GO TO 2900-DEFINITION-ERROR
026100     END-IF.
026200     PERFORM 2100-READ-STEP-RECORD THRU 2100-EXIT
026300         UNTIL WS-STP-EOF.
026400     CLOSE FIBSTEPS.
026500     IF WS-STEP-USED = ZERO
026600         MOVE "FIBSTEPS DEFINES NO STEPS" TO WS-ERROR-TEXT
026700         GO TO 2900-DEFINITION-ERROR
026800     END-IF.
026900     MOVE ZERO TO WS-SUB.
027000     PERFORM 2300-RESOLVE-STEP-DEPENDENTS THRU 2300-EXIT
027100         UNTIL WS-SUB >= WS-STEP-USED.
027200     MOVE WS-STEP-USED TO WS-EDIT-COUNT.
027300     DISPLAY "FJC2000I - " WS-EDIT-COUNT
027400             " STEP(S) DEFINED ON FIBSTEPS".
027500 2000-EXIT.
027600     EXIT.
027700
027800*****************************************************************
027900*  2100-READ-STEP-RECORD - A BLANK LINE IS PASSED OVER
028000*****************************************************************
028100 2100-READ-STEP-RECORD.
028200     READ FIBSTEPS
028300         AT END
028400             SET WS-STP-EOF TO TRUE
028500     END-READ.
028600     IF WS-STP-EOF
028700         GO TO 2100-EXIT
028800     END-IF.
028900     IF WS-STP-STATUS NOT = "00"
029000         MOVE SPACES TO WS-ERROR-TEXT
029100         STRING "UNABLE TO READ FIBSTEPS, STATUS = "
029200                DELIMITED BY SIZE
029300                WS-STP-STATUS DELIMITED BY SIZE
029400             INTO WS-ERROR-TEXT
029500         GO TO 2900-DEFINITION-ERROR
029600     END-IF.
029700     IF FIB-STP-REC = SPACES
029800         GO TO 2100-EXIT
029900     END-IF.
030000     PERFORM 2200-VALIDATE-STEP-RECORD THRU 2200-EXIT.
030100     ADD 1 TO WS-STEP-USED.
030200     MOVE FIB-STP-NAME TO WS-STEP-NAME (WS-STEP-USED).
030300     MOVE FIB-STP-COMMAND TO WS-STEP-COMMAND (WS-STEP-USED).
030400     MOVE FIB-STP-STOP-RC TO WS-STEP-STOP-RC (WS-STEP-USED).
030500     MOVE SPACE TO WS-STEP-STATE (WS-STEP-USED).
030600     MOVE SPACES TO WS-STEP-SKIP-CAUSE (WS-STEP-USED).
030700     MOVE ZERO TO WS-RC-SUB.
030800     PERFORM 2110-COPY-ACCEPT-RC THRU 2110-EXIT
030900         UNTIL WS-RC-SUB >= 5.
031000     IF WS-STEP-ACCEPT-RC (WS-STEP-USED, 1) = SPACES
031100             AND WS-STEP-ACCEPT-RC (WS-STEP-USED, 2) = SPACES
031200             AND WS-STEP-ACCEPT-RC (WS-STEP-USED, 3) = SPACES
031300             AND WS-STEP-ACCEPT-RC (WS-STEP-USED, 4) = SPACES
031400             AND WS-STEP-ACCEPT-RC (WS-STEP-USED, 5) = SPACES
031500         MOVE "00" TO WS-STEP-ACCEPT-RC (WS-STEP-USED, 1)
031600     END-IF.
031700     MOVE ZERO TO WS-DEP-SUB.
031800     PERFORM 2120-COPY-DEPENDENT THRU 2120-EXIT
031900         UNTIL WS-DEP-SUB >= 8.
032000 2100-EXIT.
032100     EXIT.
032200
032300 2110-COPY-ACCEPT-RC.
032400     ADD 1 TO WS-RC-SUB.
032500     MOVE FIB-STP-ACCEPT-RC (WS-RC-SUB)
032600         TO WS-STEP-ACCEPT-RC (WS-STEP-USED, WS-RC-SUB).
032700 2110-EXIT.
032800     EXIT.
032900
033000 2120-COPY-DEPENDENT.
033100     ADD 1 TO WS-DEP-SUB.
033200     MOVE FIB-STP-DEPENDENT (WS-DEP-SUB)
033300         TO WS-STEP-DEP-NAME (WS-STEP-USED, WS-DEP-SUB).
033400     MOVE ZERO TO WS-STEP-DEP-SUB (WS-STEP-USED, WS-DEP-SUB).
033500 2120-EXIT.
033600     EXIT.
033700
033800*****************************************************************
033900*  2200-VALIDATE-STEP-RECORD - A NAME, ROOM IN THE TABLE, NO
034000*  SECOND DEFINITION OF THE SAME STEP, AND TWO-DIGIT RETURN
034100*  CODES
034200*****************************************************************
034300 2200-VALIDATE-STEP-RECORD.
034400     IF FIB-STP-NAME = SPACES
034500         MOVE "A FIBSTEPS RECORD HAS NO STEP NAME"
034600             TO WS-ERROR-TEXT
034700         GO TO 2900-DEFINITION-ERROR
034800     END-IF.
034900     IF WS-STEP-USED >= WS-STEP-MAX
035000         MOVE "FIBSTEPS DEFINES MORE THAN 20 STEPS"
035100             TO WS-ERROR-TEXT
035200         GO TO 2900-DEFINITION-ERROR
035300     END-IF.
035400     MOVE FIB-STP-NAME TO WS-FIND-NAME.
035500     MOVE ZERO TO WS-SCAN-SUB.
035600     PERFORM 7200-FIND-STEP THRU 7200-EXIT.
035700     IF WS-SLOT-FOUND
035800         MOVE SPACES TO WS-ERROR-TEXT
035900         STRING "STEP " DELIMITED BY SIZE
036000                FIB-STP-NAME DELIMITED BY SPACE
036100                " IS DEFINED TWICE" DELIMITED BY SIZE
036200             INTO WS-ERROR-TEXT
036300         GO TO 2900-DEFINITION-ERROR
036400     END-IF.
036500     MOVE ZERO TO WS-RC-SUB.
036600     PERFORM 2210-CHECK-ACCEPT-RC THRU 2210-EXIT
036700         UNTIL WS-RC-SUB >= 5.
036800     IF FIB-STP-STOP-RC NOT = SPACES
036900             AND FIB-STP-STOP-RC NOT NUMERIC
037000         MOVE SPACES TO WS-ERROR-TEXT
037100         STRING "STEP " DELIMITED BY SIZE
037200                FIB-STP-NAME DELIMITED BY SPACE
037300                " STOP RETURN CODE IS NOT NUMERIC"
037400                DELIMITED BY SIZE
037500             INTO WS-ERROR-TEXT
037600         GO TO 2900-DEFINITION-ERROR
037700     END-IF.
037800 2200-EXIT.
037900     EXIT.
038000
038100 2210-CHECK-ACCEPT-RC.
038200     ADD 1 TO WS-RC-SUB.
038300     IF FIB-STP-ACCEPT-RC (WS-RC-SUB) NOT = SPACES
038400             AND FIB-STP-ACCEPT-RC (WS-RC-SUB) NOT NUMERIC
038500         MOVE SPACES TO WS-ERROR-TEXT
038600         STRING "STEP " DELIMITED BY SIZE
038700                FIB-STP-NAME DELIMITED BY SPACE
038800                " ACCEPTED RETURN CODE IS NOT NUMERIC"
038900                DELIMITED BY SIZE
039000             INTO WS-ERROR-TEXT
039100         GO TO 2900-DEFINITION-ERROR
039200     END-IF.
039300 2210-EXIT.
039400     EXIT.
039500
039600*****************************************************************
039700*  2300-RESOLVE-STEP-DEPENDENTS - EVERY DEPENDENT MUST NAME A
039800*  STEP DEFINED LATER IN THE FILE, SO A FAILURE CAN ONLY EVER
039900*  SKIP STEPS STILL TO COME
040000*****************************************************************
040100 2300-RESOLVE-STEP-DEPENDENTS.
040200     ADD 1 TO WS-SUB.
040300     MOVE ZERO TO WS-DEP-SUB.
040400     PERFORM 2310-RESOLVE-ONE-DEPENDENT THRU 2310-EXIT
040500         UNTIL WS-DEP-SUB >= 8.
040600 2300-EXIT.
040700     EXIT.
040800
040900 2310-RESOLVE-ONE-DEPENDENT.
041000     ADD 1 TO WS-DEP-SUB.
041100     IF WS-STEP-DEP-NAME (WS-SUB, WS-DEP-SUB) = SPACES
041200         GO TO 2310-EXIT
041300     END-IF.
041400     MOVE WS-STEP-DEP-NAME (WS-SUB, WS-DEP-SUB) TO WS-FIND-NAME.
041500     MOVE WS-SUB TO WS-SCAN-SUB.
041600     PERFORM 7200-FIND-STEP THRU 7200-EXIT.
041700     IF NOT WS-SLOT-FOUND
041800         MOVE SPACES TO WS-ERROR-TEXT
041900         STRING "DEPENDENT " DELIMITED BY SIZE
042000                WS-FIND-NAME DELIMITED BY SPACE
042100                " OF STEP " DELIMITED BY SIZE
042200                WS-STEP-NAME (WS-SUB) DELIMITED BY SPACE
042300                " IS NOT A LATER STEP" DELIMITED BY SIZE
042400             INTO WS-ERROR-TEXT
042500         GO TO 2900-DEFINITION-ERROR
042600     END-IF.
042700     MOVE WS-SCAN-SUB TO WS-STEP-DEP-SUB (WS-SUB, WS-DEP-SUB).
042800 2310-EXIT.
042900     EXIT.
043000
043100*****************************************************************
043200*  2900-DEFINITION-ERROR - THE CALLER HAS PUT THE PROBLEM IN
043300*  WS-ERROR-TEXT.  THE CHAIN IS NOT STARTED
043400*****************************************************************
043500 2900-DEFINITION-ERROR.
043600     DISPLAY "FJC2900E - " WS-ERROR-TEXT.
043700     DISPLAY "FJC2900E - STEP DEFINITIONS IN ERROR, CHAIN NOT "
043800             "STARTED".
043900     MOVE "P001" TO WS-EXC-REASON.
044000     MOVE ZERO TO WS-EXC-REF.
044100     MOVE "FIBSTEPS IN ERROR - CHAIN NOT STARTED" TO WS-EXC-TEXT.
044200     PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT.
044300     MOVE 16 TO RETURN-CODE.
044400     STOP RUN.
044500 2900-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*  3000-SCAN-STEP-LOG - FIND THE LAST STREAM ON FIBJLOG AND
045000*  WHETHER IT IS STILL OPEN.  WHILE IT IS, EVERY STEP IT
045100*  COMPLETED IS MARKED SO A RESUME DOES NOT RUN IT AGAIN.  NO
045200*  LOG YET MEANS NO STREAM
045300*****************************************************************
045400 3000-SCAN-STEP-LOG.
045500     OPEN INPUT FIBJLOG.
045600     IF WS-JLG-STATUS = "35"
045700         GO TO 3000-EXIT
045800     END-IF.
045900     IF WS-JLG-STATUS NOT = "00"
046000         DISPLAY "FJC3000E - UNABLE TO OPEN FIBJLOG, STATUS = "
046100                 WS-JLG-STATUS ", JOB TERMINATED"
046200         MOVE "F001" TO WS-EXC-REASON
046300         MOVE ZERO TO WS-EXC-REF
046400         MOVE "UNABLE TO OPEN FIBJLOG - CHAIN NOT RUN"
046500             TO WS-EXC-TEXT
046600         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
046700         MOVE 12 TO RETURN-CODE
046800         STOP RUN
046900     END-IF.
047000     PERFORM 3100-READ-LOG-RECORD THRU 3100-EXIT
047100         UNTIL WS-JLG-EOF.
047200     CLOSE FIBJLOG.
047300 3000-EXIT.
047400     EXIT.
047500
047600 3100-READ-LOG-RECORD.
047700     READ FIBJLOG
047800         AT END
047900             SET WS-JLG-EOF TO TRUE
048000     END-READ.
048100     IF WS-JLG-EOF
048200         GO TO 3100-EXIT
048300     END-IF.
048400     IF WS-JLG-STATUS NOT = "00"
048500         SET WS-JLG-EOF TO TRUE
048600         GO TO 3100-EXIT
048700     END-IF.
048800     IF FIB-JLG-RUN-ID NOT NUMERIC
048900         GO TO 3100-EXIT
049000     END-IF.
049100*    A NEW RUN ID, OR ANY RECORD AFTER THE LAST STREAM CLOSED,
049200*    STARTS A NEW STREAM - NOTHING EARLIER COUNTS TOWARD IT
049300     IF WS-LOG-NO-STREAM OR WS-LOG-STREAM-CLOSED
049400             OR FIB-JLG-RUN-ID NOT = WS-LOG-RUN-ID
049500         MOVE FIB-JLG-RUN-ID TO WS-LOG-RUN-ID
049600         MOVE SPACE TO WS-LOG-END-STATUS
049700         SET WS-LOG-STREAM-OPEN TO TRUE
049800         MOVE ZERO TO WS-SUB
049900         PERFORM 3200-CLEAR-STEP-STATE THRU 3200-EXIT
050000             UNTIL WS-SUB >= WS-STEP-USED
050100     END-IF.
050200     IF FIB-JLG-END-REC
050300         MOVE FIB-JLG-STATUS TO WS-LOG-END-STATUS
050400         IF FIB-JLG-COMPLETED OR FIB-JLG-ABANDONED
050500             SET WS-LOG-STREAM-CLOSED TO TRUE
050600         END-IF
050700         GO TO 3100-EXIT
050800     END-IF.
050900     IF FIB-JLG-STEP-REC
051000             AND (FIB-JLG-COMPLETED OR FIB-JLG-NOT-RERUN)
051100         MOVE FIB-JLG-STEP-NAME TO WS-FIND-NAME
051200         MOVE ZERO TO WS-SCAN-SUB
051300         PERFORM 7200-FIND-STEP THRU 7200-EXIT
051400         IF WS-SLOT-FOUND
051500             SET WS-STEP-DONE-EARLIER (WS-SCAN-SUB) TO TRUE
051600         END-IF
051700     END-IF.
051800 3100-EXIT.
051900     EXIT.
052000
052100 3200-CLEAR-STEP-STATE.
052200     ADD 1 TO WS-SUB.
052300     MOVE SPACE TO WS-STEP-STATE (WS-SUB).
052400     MOVE SPACES TO WS-STEP-SKIP-CAUSE (WS-SUB).
052500 3200-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900*  4000-START-STREAM - RESUME THE OPEN STREAM UNDER ITS RUN
053000*  ID, OR, WITH NONE OPEN OR WHEN THE OPERATOR ASKED FOR A NEW
053100*  ONE, START A STREAM UNDER THE RUN ID TONIGHT'S FIBONACCI
053200*  WILL BE CATALOGED UNDER
053300*****************************************************************
053400 4000-START-STREAM.
053500     IF WS-LOG-STREAM-OPEN AND WS-MODE-RESUME
053600         MOVE WS-LOG-RUN-ID TO WS-STREAM-RUN-ID
053700         MOVE WS-STREAM-RUN-ID TO WS-EDIT-RUN
053800         DISPLAY "FJC4000I - RESUMING OPEN STREAM FOR RUN "
053900                 WS-EDIT-RUN
054000         GO TO 4000-EXIT
054100     END-IF.
054200     IF WS-LOG-STREAM-OPEN
054300         PERFORM 4100-ABANDON-OPEN-STREAM THRU 4100-EXIT
054400     END-IF.
054500     PERFORM 4200-FIND-HIGH-CATALOG-RUN THRU 4200-EXIT.
054600     COMPUTE WS-STREAM-RUN-ID = WS-HIGH-CAT-RUN-ID + 1.
054700     MOVE WS-STREAM-RUN-ID TO WS-EDIT-RUN.
054800     DISPLAY "FJC4000I - STARTING NEW STREAM FOR RUN "
054900             WS-EDIT-RUN.
055000 4000-EXIT.
055100     EXIT.
055200
055300*****************************************************************
055400*  4100-ABANDON-OPEN-STREAM - FIB-STREAM-MODE=NEW.  THE OPEN
055500*  STREAM IS CLOSED ON THE LOG AS ABANDONED, SO NO LATER RUN
055600*  RESUMES IT, AND THE NEW STREAM RUNS EVERY STEP
055700*****************************************************************
055800 4100-ABANDON-OPEN-STREAM.
055900     MOVE WS-LOG-RUN-ID TO WS-STREAM-RUN-ID.
056000     MOVE WS-STREAM-RUN-ID TO WS-EDIT-RUN.
056100     DISPLAY "FJC4100W - OPEN STREAM FOR RUN " WS-EDIT-RUN
056200             " ABANDONED BY OPERATOR REQUEST".
056300     MOVE "E" TO WS-LOG-TYPE.
056400     MOVE SPACES TO WS-LOG-STEP-NAME.
056500     MOVE WS-RUN-DATE TO WS-LOG-START-DATE.
056600     MOVE WS-RUN-TIME TO WS-LOG-START-TIME.
056700     MOVE WS-RUN-DATE TO WS-LOG-END-DATE.
056800     MOVE WS-RUN-TIME TO WS-LOG-END-TIME.
056900     MOVE ZERO TO WS-LOG-RC.
057000     MOVE "A" TO WS-LOG-STATUS.
057100     MOVE "ABANDONED - FIB-STREAM-MODE=NEW" TO WS-LOG-TEXT.
057200     PERFORM 7500-WRITE-LOG-RECORD THRU 7500-EXIT.
057300     MOVE ZERO TO WS-SUB.
057400     PERFORM 3200-CLEAR-STEP-STATE THRU 3200-EXIT
057500         UNTIL WS-SUB >= WS-STEP-USED.
057600 4100-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000*  4200-FIND-HIGH-CATALOG-RUN - NO RUN CATALOG YET MEANS NO
058100*  RUNS
058200*****************************************************************
058300 4200-FIND-HIGH-CATALOG-RUN.
058400     MOVE ZERO TO WS-HIGH-CAT-RUN-ID.
058500     OPEN INPUT FIBRCAT.
058600     IF WS-CAT-STATUS = "35"
058700         GO TO 4200-EXIT
058800     END-IF.
058900     IF WS-CAT-STATUS NOT = "00"
059000         DISPLAY "FJC4200E - UNABLE TO OPEN FIBRCAT, STATUS = "
059100                 WS-CAT-STATUS ", JOB TERMINATED"
059200         MOVE "F001" TO WS-EXC-REASON
059300         MOVE ZERO TO WS-EXC-REF
059400         MOVE "UNABLE TO OPEN FIBRCAT - CHAIN NOT RUN"
059500             TO WS-EXC-TEXT
059600         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
059700         MOVE 12 TO RETURN-CODE
059800         STOP RUN
059900     END-IF.
060000     PERFORM 4210-SCAN-CATALOG-RECORD THRU 4210-EXIT
060100         UNTIL WS-CAT-EOF.
060200     CLOSE FIBRCAT.
060300 4200-EXIT.
060400     EXIT.
060500
060600 4210-SCAN-CATALOG-RECORD.
060700     READ FIBRCAT
060800         AT END
060900             SET WS-CAT-EOF TO TRUE
061000     END-READ.
061100     IF NOT WS-CAT-EOF
061200         IF WS-CAT-STATUS NOT = "00"
061300             SET WS-CAT-EOF TO TRUE
061400         ELSE
061500             IF FIB-CAT-RUN-ID NUMERIC
061600                     AND FIB-CAT-RUN-ID > WS-HIGH-CAT-RUN-ID
061700                 MOVE FIB-CAT-RUN-ID TO WS-HIGH-CAT-RUN-ID
061800             END-IF
061900         END-IF
062000     END-IF.
062100 4210-EXIT.
062200     EXIT.
062300
062400*****************************************************************
062500*  5000-RUN-STREAM - EVERY STEP IN ORDER, UNTIL THE LAST OR
062600*  UNTIL ONE ENDS ON ITS STOP RETURN CODE
062700*****************************************************************
062800 5000-RUN-STREAM.
062900     MOVE ZERO TO WS-SUB.
063000     PERFORM 5100-RUN-ONE-STEP THRU 5100-EXIT
063100         UNTIL WS-SUB >= WS-STEP-USED
063200            OR WS-STREAM-STOPPED.
063300 5000-EXIT.
063400     EXIT.
063500
063600*****************************************************************
063700*  5100-RUN-ONE-STEP - A STEP COMPLETED EARLIER FOR THIS RUN ID
063800*  IS NOT RUN AGAIN, A STEP WHOSE PREREQUISITE FAILED IS
063900*  SKIPPED, AND ANY OTHER STEP IS RUN AND ITS RETURN CODE
064000*  CHECKED AGAINST ITS DEFINITION
064100*****************************************************************
064200 5100-RUN-ONE-STEP.
064300     ADD 1 TO WS-SUB.
064400     MOVE "S" TO WS-LOG-TYPE.
064500     MOVE WS-STEP-NAME (WS-SUB) TO WS-LOG-STEP-NAME.
064600     IF WS-STEP-DONE-EARLIER (WS-SUB)
064700         PERFORM 7100-CAPTURE-NOW THRU 7100-EXIT
064800         MOVE ZERO TO WS-LOG-RC
064900         MOVE "R" TO WS-LOG-STATUS
065000         MOVE "COMPLETED EARLIER FOR THIS RUN ID"
065100             TO WS-LOG-TEXT
065200         PERFORM 7500-WRITE-LOG-RECORD THRU 7500-EXIT
065300         ADD 1 TO WS-NOT-RERUN-COUNT
065400         DISPLAY "FJC5100I - STEP " WS-STEP-NAME (WS-SUB)
065500                 " COMPLETED EARLIER FOR THIS RUN - NOT RERUN"
065600         GO TO 5100-EXIT
065700     END-IF.
065800     IF WS-STEP-TO-SKIP (WS-SUB)
065900         PERFORM 7100-CAPTURE-NOW THRU 7100-EXIT
066000         MOVE ZERO TO WS-LOG-RC
066100         MOVE "K" TO WS-LOG-STATUS
066200         MOVE SPACES TO WS-LOG-TEXT
066300         STRING "SKIPPED - PREREQUISITE " DELIMITED BY SIZE
066400                WS-STEP-SKIP-CAUSE (WS-SUB) DELIMITED BY SPACE
066500                " FAILED" DELIMITED BY SIZE
066600             INTO WS-LOG-TEXT
066700         PERFORM 7500-WRITE-LOG-RECORD THRU 7500-EXIT
066800         ADD 1 TO WS-SKIPPED-COUNT
066900         DISPLAY "FJC5100W - STEP " WS-STEP-NAME (WS-SUB)
067000                 " SKIPPED, PREREQUISITE "
067100                 WS-STEP-SKIP-CAUSE (WS-SUB) " FAILED"
067200         PERFORM 5300-SKIP-DEPENDENTS THRU 5300-EXIT
067300         GO TO 5100-EXIT
067400     END-IF.
067500     PERFORM 5200-LAUNCH-STEP THRU 5200-EXIT.
067600     ADD 1 TO WS-RAN-COUNT.
067700     PERFORM 5210-CLASSIFY-RETURN-CODE THRU 5210-EXIT.
067800     MOVE WS-STEP-START-DATE TO WS-LOG-START-DATE.
067900     MOVE WS-STEP-START-TIME TO WS-LOG-START-TIME.
068000     MOVE WS-STEP-END-DATE TO WS-LOG-END-DATE.
068100     MOVE WS-STEP-END-TIME TO WS-LOG-END-TIME.
068200     MOVE WS-STEP-RC TO WS-LOG-RC.
068300     MOVE WS-STEP-RESULT TO WS-LOG-STATUS.
068400     MOVE SPACES TO WS-LOG-TEXT.
068500     IF WS-STEP-STOPPED
068600         MOVE "STOP RETURN CODE - RESUME NEXT RUN"
068700             TO WS-LOG-TEXT
068800         PERFORM 7500-WRITE-LOG-RECORD THRU 7500-EXIT
068900         SET WS-STREAM-STOPPED TO TRUE
069000         MOVE WS-STEP-NAME (WS-SUB) TO WS-STOP-STEP-NAME
069100         DISPLAY "FJC5100I - STEP " WS-STEP-NAME (WS-SUB)
069200                 " ENDED ON ITS STOP RETURN CODE " WS-STEP-RC
069300                 ", CHAIN STOPPED"
069400         GO TO 5100-EXIT
069500     END-IF.
069600     IF WS-STEP-COMPLETED
069700         MOVE "COMPLETED" TO WS-LOG-TEXT
069800         PERFORM 7500-WRITE-LOG-RECORD THRU 7500-EXIT
069900         IF WS-STEP-RC NOT = ZERO
070000             SET WS-STREAM-WARNING TO TRUE
070100         END-IF
070200         DISPLAY "FJC5100I - STEP " WS-STEP-NAME (WS-SUB)
070300                 " COMPLETED, RETURN CODE " WS-STEP-RC
070400         GO TO 5100-EXIT
070500     END-IF.
070600     IF WS-STEP-RC = 999
070700         MOVE "DID NOT END NORMALLY OR WOULD NOT START"
070800             TO WS-LOG-TEXT
070900     ELSE
071000         MOVE "RETURN CODE NOT ACCEPTED" TO WS-LOG-TEXT
071100     END-IF.
071200     PERFORM 7500-WRITE-LOG-RECORD THRU 7500-EXIT.
071300     SET WS-STREAM-FAILED TO TRUE.
071400     ADD 1 TO WS-FAILED-COUNT.
071500     DISPLAY "FJC5100E - STEP " WS-STEP-NAME (WS-SUB)
071600             " FAILED, RETURN CODE " WS-STEP-RC.
071700     MOVE WS-STEP-NAME (WS-SUB) TO WS-STEP-SKIP-CAUSE (WS-SUB).
071800     PERFORM 5300-SKIP-DEPENDENTS THRU 5300-EXIT.
071900     MOVE "F002" TO WS-EXC-REASON.
072000     MOVE WS-STREAM-RUN-ID TO WS-EXC-REF.
072100     MOVE SPACES TO WS-EXC-TEXT.
072200     STRING "STEP " DELIMITED BY SIZE
072300            WS-STEP-NAME (WS-SUB) DELIMITED BY SPACE
072400            " RC " DELIMITED BY SIZE
072500            WS-STEP-RC DELIMITED BY SIZE
072600            " - DEPENDENTS SKIPPED" DELIMITED BY SIZE
072700         INTO WS-EXC-TEXT.
072800     PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT.
072900 5100-EXIT.
073000     EXIT.
073100
073200*****************************************************************
073210*  5200-LAUNCH-STEP - RUN THE STEP'S COMMAND AND WAIT FOR IT TO
073220*  END.  WHEN THE DEFINITION GIVES NONE THE STEP NAME IS RUN,
073230*  LOWER-CASED TO MATCH THE PROGRAM'S OWN NAME
073500*****************************************************************
073600 5200-LAUNCH-STEP.
073700     MOVE SPACES TO WS-COMMAND.
073800     IF WS-STEP-COMMAND (WS-SUB) = SPACES
073900         MOVE WS-STEP-NAME (WS-SUB) TO WS-COMMAND
073910         INSPECT WS-COMMAND CONVERTING
073920             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
073930             TO "abcdefghijklmnopqrstuvwxyz"
074000     ELSE
074100         MOVE WS-STEP-COMMAND (WS-SUB) TO WS-COMMAND
074200     END-IF.
074300     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
074400     ACCEPT WS-STEP-START-TIME FROM TIME.
074500     DISPLAY "FJC5200I - STEP " WS-STEP-NAME (WS-SUB)
074600             " STARTED AT " WS-STEP-START-TIME (1:2) ":"
074700             WS-STEP-START-TIME (3:2) ":"
074800             WS-STEP-START-TIME (5:2).
074900     MOVE ZERO TO RETURN-CODE.
075000     CALL "SYSTEM" USING WS-COMMAND.
075100     MOVE RETURN-CODE TO WS-SYSTEM-RC.
075200     MOVE ZERO TO RETURN-CODE.
075300     ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD.
075400     ACCEPT WS-STEP-END-TIME FROM TIME.
075500     IF WS-SYSTEM-RC < ZERO
075600         MOVE 999 TO WS-STEP-RC
075700         GO TO 5200-EXIT
075800     END-IF.
075900     DIVIDE WS-SYSTEM-RC BY 256 GIVING WS-EXIT-CODE
076000         REMAINDER WS-EXIT-SIGNAL.
076100     IF WS-EXIT-SIGNAL NOT = ZERO OR WS-EXIT-CODE > 255
076200         MOVE 999 TO WS-STEP-RC
076300     ELSE
076400         MOVE WS-EXIT-CODE TO WS-STEP-RC
076500     END-IF.
076600 5200-EXIT.
076700     EXIT.
076800
076900*****************************************************************
077000*  5210-CLASSIFY-RETURN-CODE - THE STOP RETURN CODE FIRST, THEN
077100*  THE ACCEPTED CODES.  ANYTHING ELSE IS A FAILURE
077200*****************************************************************
077300 5210-CLASSIFY-RETURN-CODE.
077400     SET WS-STEP-FAILED TO TRUE.
077500     IF WS-STEP-RC > 99
077600         GO TO 5210-EXIT
077700     END-IF.
077800     MOVE WS-STEP-RC TO WS-RC-CHECK.
077900     IF WS-STEP-STOP-RC (WS-SUB) = WS-RC-CHECK-X
078000         SET WS-STEP-STOPPED TO TRUE
078100         GO TO 5210-EXIT
078200     END-IF.
078300     MOVE ZERO TO WS-RC-SUB.
078400     PERFORM 5220-CHECK-ACCEPTED-RC THRU 5220-EXIT
078500         UNTIL WS-RC-SUB >= 5
078600            OR WS-STEP-COMPLETED.
078700 5210-EXIT.
078800     EXIT.
078900
079000 5220-CHECK-ACCEPTED-RC.
079100     ADD 1 TO WS-RC-SUB.
079200     IF WS-STEP-ACCEPT-RC (WS-SUB, WS-RC-SUB) = WS-RC-CHECK-X
079300         SET WS-STEP-COMPLETED TO TRUE
079400     END-IF.
079500 5220-EXIT.
079600     EXIT.
079700
079800*****************************************************************
079900*  5300-SKIP-DEPENDENTS - MARK THE CURRENT STEP'S DEPENDENTS TO
080000*  BE SKIPPED, CARRYING THE NAME OF THE STEP THAT FAILED.  EACH
080100*  PASSES THE MARK ON TO ITS OWN DEPENDENTS WHEN ITS TURN
080200*  COMES, SO THE WHOLE BRANCH BELOW A FAILURE IS SKIPPED
080300*****************************************************************
080400 5300-SKIP-DEPENDENTS.
080500     MOVE ZERO TO WS-DEP-SUB.
080600     PERFORM 5310-SKIP-ONE-DEPENDENT THRU 5310-EXIT
080700         UNTIL WS-DEP-SUB >= 8.
080800 5300-EXIT.
080900     EXIT.
081000
081100 5310-SKIP-ONE-DEPENDENT.
081200     ADD 1 TO WS-DEP-SUB.
081300     IF WS-STEP-DEP-SUB (WS-SUB, WS-DEP-SUB) = ZERO
081400         GO TO 5310-EXIT
081500     END-IF.
081600     MOVE WS-STEP-DEP-SUB (WS-SUB, WS-DEP-SUB) TO WS-SCAN-SUB.
081700     IF NOT WS-STEP-TO-SKIP (WS-SCAN-SUB)
081800         SET WS-STEP-TO-SKIP (WS-SCAN-SUB) TO TRUE
081900         MOVE WS-STEP-SKIP-CAUSE (WS-SUB)
082000             TO WS-STEP-SKIP-CAUSE (WS-SCAN-SUB)
082100     END-IF.
082200 5310-EXIT.
082300     EXIT.
082400
082500*****************************************************************
082600*  6000-END-STREAM - CLOSE THE EXECUTION ON THE LOG AND SET THE
082700*  CONTROLLER'S RETURN CODE: 2 STOPPED CLEANLY, TO RESUME NEXT
082800*  RUN; 8 A STEP FAILED, RERUN TO RESUME; 4 COMPLETED WITH A
082900*  NONZERO STEP RETURN CODE; 0 CLEAN
083000*****************************************************************
083100 6000-END-STREAM.
083200     MOVE "E" TO WS-LOG-TYPE.
083300     MOVE WS-STOP-STEP-NAME TO WS-LOG-STEP-NAME.
083400     MOVE WS-RUN-DATE TO WS-LOG-START-DATE.
083500     MOVE WS-RUN-TIME TO WS-LOG-START-TIME.
083600     ACCEPT WS-LOG-END-DATE FROM DATE YYYYMMDD.
083700     ACCEPT WS-LOG-END-TIME FROM TIME.
083800     MOVE SPACES TO WS-LOG-TEXT.
083900     MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT.
084000     MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT-2.
084100     IF WS-STREAM-STOPPED
084200         MOVE 2 TO WS-LOG-RC
084300         MOVE "P" TO WS-LOG-STATUS
084400         STRING "STOPPED AT " DELIMITED BY SIZE
084500                WS-STOP-STEP-NAME DELIMITED BY SPACE
084600                " - RESUME NEXT RUN" DELIMITED BY SIZE
084700             INTO WS-LOG-TEXT
084800     ELSE
084900         IF WS-STREAM-FAILED
085000             MOVE 8 TO WS-LOG-RC
085100             MOVE "F" TO WS-LOG-STATUS
085200             STRING WS-EDIT-COUNT DELIMITED BY SIZE
085300                    " FAILED," DELIMITED BY SIZE
085400                    WS-EDIT-COUNT-2 DELIMITED BY SIZE
085500                    " SKIPPED - RERUN TO RESUME"
085600                    DELIMITED BY SIZE
085700                 INTO WS-LOG-TEXT
085800         ELSE
085900             MOVE "C" TO WS-LOG-STATUS
086000             MOVE "ALL STEPS COMPLETED" TO WS-LOG-TEXT
086100             IF WS-STREAM-WARNING
086200                 MOVE 4 TO WS-LOG-RC
086300             ELSE
086400                 MOVE ZERO TO WS-LOG-RC
086500             END-IF
086600         END-IF
086700     END-IF.
086800     PERFORM 7500-WRITE-LOG-RECORD THRU 7500-EXIT.
086900     MOVE WS-STREAM-RUN-ID TO WS-EDIT-RUN.
087000     MOVE WS-RAN-COUNT TO WS-EDIT-COUNT.
087100     MOVE WS-NOT-RERUN-COUNT TO WS-EDIT-COUNT-2.
087200     DISPLAY "FJC6000I - RUN " WS-EDIT-RUN ": " WS-EDIT-COUNT
087300             " STEP(S) RUN, " WS-EDIT-COUNT-2
087400             " NOT RERUN - " WS-LOG-TEXT.
087500     MOVE WS-LOG-RC TO RETURN-CODE.
087600 6000-EXIT.
087700     EXIT.
087800
087900*****************************************************************
088000*  7100-CAPTURE-NOW - START AND END OF A STEP THAT WAS NOT RUN
088100*****************************************************************
088200 7100-CAPTURE-NOW.
088300     ACCEPT WS-LOG-START-DATE FROM DATE YYYYMMDD.
088400     ACCEPT WS-LOG-START-TIME FROM TIME.
088500     MOVE WS-LOG-START-DATE TO WS-LOG-END-DATE.
088600     MOVE WS-LOG-START-TIME TO WS-LOG-END-TIME.
088700 7100-EXIT.
088800     EXIT.
088900
089000*****************************************************************
089100*  7200-FIND-STEP - LOOK FOR WS-FIND-NAME IN THE STEP TABLE
089200*  AFTER ENTRY WS-SCAN-SUB (ZERO SEARCHES THE WHOLE TABLE).
089300*  WHEN FOUND, WS-SCAN-SUB IS THE ENTRY
089400*****************************************************************
089500 7200-FIND-STEP.
089600     MOVE "N" TO WS-SLOT-FOUND-SW.
089700     PERFORM 7210-COMPARE-STEP-NAME THRU 7210-EXIT
089800         UNTIL WS-SLOT-FOUND
089900            OR WS-SCAN-SUB >= WS-STEP-USED.
090000 7200-EXIT.
090100     EXIT.
090200
090300 7210-COMPARE-STEP-NAME.
090400     ADD 1 TO WS-SCAN-SUB.
090500     IF WS-STEP-NAME (WS-SCAN-SUB) = WS-FIND-NAME
090600         SET WS-SLOT-FOUND TO TRUE
090700     END-IF.
090800 7210-EXIT.
090900     EXIT.
091000
091100*****************************************************************
091200*  7500-WRITE-LOG-RECORD - APPEND ONE RECORD TO FIBJLOG,
091300*  OPENED AND CLOSED EACH TIME SO EVERY STEP THAT ENDED IS ON
091400*  THE LOG EVEN IF THE CONTROLLER ITSELF IS LOST.  RESTART
091500*  DEPENDS ON THE LOG, SO THE CHAIN DOES NOT GO ON WITHOUT IT
091600*****************************************************************
091700 7500-WRITE-LOG-RECORD.
091800     OPEN EXTEND FIBJLOG.
091900     IF WS-JLG-STATUS NOT = "00"
092000         OPEN OUTPUT FIBJLOG
092100     END-IF.
092200     IF WS-JLG-STATUS NOT = "00"
092300         DISPLAY "FJC7500E - UNABLE TO OPEN FIBJLOG, STATUS = "
092400                 WS-JLG-STATUS ", CHAIN STOPPED"
092500         MOVE "F001" TO WS-EXC-REASON
092600         MOVE WS-STREAM-RUN-ID TO WS-EXC-REF
092700         MOVE "UNABLE TO WRITE FIBJLOG - CHAIN STOPPED"
092800             TO WS-EXC-TEXT
092900         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
093000         MOVE 12 TO RETURN-CODE
093100         STOP RUN
093200     END-IF.
093300     MOVE SPACES TO FIB-JLG-REC.
093400     MOVE WS-STREAM-RUN-ID TO FIB-JLG-RUN-ID.
093500     MOVE WS-LOG-TYPE TO FIB-JLG-REC-TYPE.
093600     MOVE WS-LOG-STEP-NAME TO FIB-JLG-STEP-NAME.
093700     MOVE WS-LOG-START-DATE TO FIB-JLG-START-DATE.
093800     MOVE WS-LOG-START-TIME TO FIB-JLG-START-TIME.
093900     MOVE WS-LOG-END-DATE TO FIB-JLG-END-DATE.
094000     MOVE WS-LOG-END-TIME TO FIB-JLG-END-TIME.
094100     MOVE WS-LOG-RC TO FIB-JLG-RC.
094200     MOVE WS-LOG-STATUS TO FIB-JLG-STATUS.
094300     MOVE WS-RUN-USER TO FIB-JLG-USER.
094400     MOVE WS-LOG-TEXT TO FIB-JLG-TEXT.
094500     WRITE FIB-JLG-REC.
094507     IF WS-JLG-STATUS NOT = "00"
094514         DISPLAY "FJC7500E - UNABLE TO WRITE FIBJLOG, STATUS = "
094521                 WS-JLG-STATUS ", CHAIN STOPPED"
094528         MOVE "F001" TO WS-EXC-REASON
094535         MOVE WS-STREAM-RUN-ID TO WS-EXC-REF
094542         MOVE "UNABLE TO WRITE FIBJLOG - CHAIN STOPPED"
094549             TO WS-EXC-TEXT
094556         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
094563         CLOSE FIBJLOG
094570         MOVE 12 TO RETURN-CODE
094577         STOP RUN
094584     END-IF.
094600     CLOSE FIBJLOG.
094700 7500-EXIT.
094800     EXIT.
094900
095000*****************************************************************
095100*  8500-WRITE-EXCEPTION-RECORD - APPEND ONE RECORD TO THE
095200*  COMMON FIBEXCF EXCEPTION FILE.  THE CALLER HAS SET THE
095300*  REASON CODE, REFERENCE NUMBER, AND TEXT IN THE STAGING
095400*  FIELDS.  A PROBLEM WITH THE EXCEPTION FILE ITSELF IS
095500*  REPORTED ON THE CONSOLE AND THE RUN CARRIES ON
095600*****************************************************************
095700 8500-WRITE-EXCEPTION-RECORD.
095800     OPEN EXTEND FIBEXCF.
095900     IF WS-EXC-STATUS NOT = "00"
096000         OPEN OUTPUT FIBEXCF
096100     END-IF.
096200     IF WS-EXC-STATUS NOT = "00"
096300         DISPLAY "FJC8500W - UNABLE TO OPEN FIBEXCF, STATUS = "
096400                 WS-EXC-STATUS ", EXCEPTION RECORD NOT WRITTEN"
096500     ELSE
096600         MOVE SPACES TO FIB-EXC-REC
096700         MOVE "FIBJOBC" TO FIB-EXC-JOB-NAME
096800         MOVE WS-RUN-DATE TO FIB-EXC-RUN-DATE
096900         MOVE WS-RUN-TIME TO FIB-EXC-RUN-TIME
097000         MOVE WS-EXC-REASON TO FIB-EXC-REASON-CODE
097100         MOVE WS-EXC-REF TO FIB-EXC-REF-NO
097200         MOVE WS-EXC-TEXT TO FIB-EXC-TEXT
097300         WRITE FIB-EXC-REC
097400         CLOSE FIBEXCF
097500     END-IF.
097600 8500-EXIT.
097700     EXIT.
