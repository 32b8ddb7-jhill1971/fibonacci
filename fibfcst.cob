000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. fibfcst.
000300 AUTHOR. JAMES HILL.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL PROGRAM.  PRE-FLIGHT BATCH-WINDOW
001000*                     FORECAST, RUN RIGHT AFTER FIBBUILD.  READS
001100*                     TONIGHT'S FIBPARM THE WAY THE GENERATE
001200*                     PROGRAM WILL - PROFILE= RECORDS RESOLVED
001300*                     THROUGH FIBPROF, THE SAME EDITS, THE SAME
001400*                     CHECKPOINT RESTART AND EXTEND RULES - AND
001500*                     ESTIMATES EACH REQUEST FROM THE ELAPSED
001600*                     TIME AND TERMS PER MINUTE OF ITS PAST RUNS
001700*                     ON THE FIBTIMH TIMING HISTORY.  A REQUEST
001800*                     WITH NO HISTORY GETS THE STATED DEFAULT
001900*                     RATE.  PRINTS A RUNNING TIMELINE AGAINST
002000*                     EACH REQUEST'S CUTOFF AND FLAGS THE ONES
002100*                     THAT WILL BE SUSPENDED (FIBEXCF W003), SO
002200*                     THE WINDOW CAN BE MOVED OR A REQUEST
002300*                     DROPPED BEFORE THE RUN STARTS - FIBSTATQ
002400*                     ONLY TELLS ONCE IT IS ALREADY RUNNING.
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FIBPARM ASSIGN TO "FIBPARM"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-PARM-STATUS.
003200
003300     SELECT FIBPROF ASSIGN TO "FIBPROF"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS FIB-PROF-NAME
003700         FILE STATUS IS WS-PROF-STATUS.
003800
003900     SELECT FIBTIMH ASSIGN TO "FIBTIMH"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-TIM-STATUS.
004200
004300     SELECT FIBCKPT ASSIGN TO "FIBCKPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CKPT-STATUS.
004600
004700     SELECT FIBFCRPT ASSIGN TO "FIBFCRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RPT-STATUS.
005000
005100     SELECT FIBEXCF ASSIGN TO "FIBEXCF"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-EXC-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  FIBPARM
005800     LABEL RECORDS ARE STANDARD.
005900     COPY FIBPARM.
006000
006100 FD  FIBPROF
006200     LABEL RECORDS ARE STANDARD.
006300     COPY FIBPROF.
006400
006500 FD  FIBTIMH
006600     LABEL RECORDS ARE STANDARD.
006700     COPY FIBTIM.
006800
006900 FD  FIBCKPT
007000     LABEL RECORDS ARE STANDARD.
007100     COPY FIBCKPT.
007200
007300 FD  FIBFCRPT
007400     LABEL RECORDS ARE STANDARD.
007500 01  FIB-FORECAST-REPORT-RECORD  PIC X(81).
007600
007700 FD  FIBEXCF
007800     LABEL RECORDS ARE STANDARD.
007900     COPY FIBEXC.
008000
008100 WORKING-STORAGE SECTION.
008200*****************************************************************
008300*  REPORT LINE LAYOUTS - SAME PRINT-IMAGE CONVENTION AS FIBRPT
008400*****************************************************************
008500 COPY FIBRPT.
008600
008700*****************************************************************
008800*  PARAMETER AREA FOR THE FIBSEQD DIRECTORY LOOKUP - AN EXTEND
008900*  REQUEST ONLY PRODUCES THE TERMS PAST THE STORED HIGH TERM
009000*****************************************************************
009100 COPY FIBSEQA.
009200
009300*****************************************************************
009400*  THE TIMING HISTORY, TOTALLED BY SEQUENCE ID OVER EVERY PAST
009500*  REQUEST THAT PRODUCED TERMS (COMPLETED, SUSPENDED, OR
009600*  STOPPED ON OVERFLOW - A FAILED REQUEST SAYS NOTHING ABOUT
009700*  HOW FAST TERMS COME)
009800*****************************************************************
009900 01  WS-HIST-TABLE.
010000     05  WS-HIST-ENTRY OCCURS 500 TIMES.
010100         10  WS-HIST-SEQ-ID      PIC X(36).
010200         10  WS-HIST-RUNS        PIC 9(05).
010300         10  WS-HIST-TERMS       PIC 9(07).
010400         10  WS-HIST-SECS        PIC 9(09).
010500
010600 77  WS-HIST-USED            PIC 9(03) COMP VALUE ZERO.
010700 77  WS-HIST-MAX             PIC 9(03) COMP VALUE 500.
010800 77  WS-HIST-SUB             PIC 9(03) COMP VALUE ZERO.
010900 77  WS-HIST-RECORDS         PIC 9(07) VALUE ZERO.
011000
011100*****************************************************************
011200*  THE REQUEST BEING FORECAST, AS THE GENERATE PROGRAM WILL
011300*  SEE IT: ITS EFFECTIVE SEEDS (0 AND 1 UNLESS THE RECORD
011400*  OVERRIDES THEM), ITS SEQUENCE ID, AND THE TERMS ALREADY ON
011500*  FILE FROM A CHECKPOINT OR A STORED SEQUENCE BEING EXTENDED
011600*****************************************************************
011700 77  WS-REQUEST-NO           PIC 9(03) VALUE ZERO.
011800 77  WS-RESUME-REQUEST-NO    PIC 9(03) VALUE ZERO.
011900 77  WS-PROFILE-NAME         PIC X(16) VALUE SPACES.
012000 77  WS-N                    PIC 9(03) VALUE ZERO.
012100 77  WS-CUTOFF-TIME          PIC 9(04) VALUE ZERO.
012200 77  WS-REQ-SEED-PREV        PIC 9(18) VALUE ZERO.
012300 77  WS-REQ-SEED-CURR        PIC 9(18) VALUE ZERO.
012400 01  WS-SEQ-ID               PIC X(36) VALUE SPACES.
012500 01  WS-SEQ-ID-SEEDS REDEFINES WS-SEQ-ID.
012600     05  WS-SEQ-ID-SEED-PREV PIC 9(18).
012700     05  WS-SEQ-ID-SEED-CURR PIC 9(18).
012800 77  WS-SHOW-ID              PIC X(16) VALUE SPACES.
012900 77  WS-BASE-TERMS           PIC 9(03) VALUE ZERO.
013000 77  WS-TERMS-TO-DO          PIC 9(03) VALUE ZERO.
013100 77  WS-SUSPEND-TERM         PIC 9(03) VALUE ZERO.
013200 77  WS-VERDICT              PIC X(12) VALUE SPACES.
013300 77  WS-NOTE-TEXT            PIC X(70) VALUE SPACES.
013400 77  WS-RATE-SOURCE          PIC X(04) VALUE SPACES.
013500
013600*****************************************************************
013700*  THE CHECKPOINT LEFT BY AN INTERRUPTED RUN, IF ANY - THE
013800*  REQUESTS BEFORE ITS REQUEST ARE NOT RERUN, AND THAT REQUEST
013900*  PICKS UP PAST ITS COUNTER WHEN ITS N AND SEEDS STILL MATCH
014000*****************************************************************
014100 77  WS-CKPT-FOUND-SW        PIC X(01) VALUE "N".
014200     88  WS-CKPT-FOUND               VALUE "Y".
014300 77  WS-CKPT-N               PIC 9(03) VALUE ZERO.
014400 77  WS-CKPT-COUNTER         PIC 9(03) VALUE ZERO.
014500 77  WS-CKPT-SEED-PREV       PIC 9(18) VALUE ZERO.
014600 77  WS-CKPT-SEED-CURR       PIC 9(18) VALUE ZERO.
014700
014800*****************************************************************
014900*  THE TIMELINE, IN SECONDS FROM MIDNIGHT OF THE DAY IT STARTS
015000*  (PAST 86400 IS THE NEXT DAY).  IT STARTS AT FIB-FCST-START
015100*  (HHMM) WHEN THAT IS SET, OTHERWISE NOW.  A CUTOFF AT OR
015200*  AFTER THE START IS TODAY'S AND ONE BEFORE IT TOMORROW'S -
015300*  THE RULE THE GENERATE PROGRAM APPLIES TO ITS OWN START
015400*****************************************************************
015500 77  WS-START-ANSWER         PIC X(04) VALUE SPACES.
015600 77  WS-START-HHMM           PIC 9(04) VALUE ZERO.
015700 77  WS-START-SECS           PIC 9(07) VALUE ZERO.
015800 77  WS-TIMELINE-SECS        PIC 9(07) VALUE ZERO.
015900 77  WS-REQ-START-SECS       PIC 9(07) VALUE ZERO.
016000 77  WS-REQ-FINISH-SECS      PIC 9(07) VALUE ZERO.
016100 77  WS-CUTOFF-SECS          PIC 9(07) VALUE ZERO.
016200 77  WS-EST-SECS             PIC 9(07) VALUE ZERO.
016300 77  WS-RATE                 PIC 9(05) VALUE ZERO.
016400 77  WS-RATE-SECS            PIC 9(09) VALUE ZERO.
016500 77  WS-CLOCK-HH             PIC 9(02) VALUE ZERO.
016600 77  WS-CLOCK-MM             PIC 9(02) VALUE ZERO.
016700
016800*****************************************************************
016900*  THE DEFAULT RATE FOR A REQUEST WITH NO TIMING HISTORY, IN
017000*  TERMS PER MINUTE - FIB-FCST-DEFAULT-TPM WHEN THAT IS SET,
017100*  OTHERWISE 60.  IT IS PRINTED ON EVERY PAGE HEADING
017200*****************************************************************
017300 77  WS-DEFAULT-ANSWER       PIC X(05) JUSTIFIED RIGHT
017400     VALUE SPACES.
017500 77  WS-DEFAULT-TPM          PIC 9(05) VALUE 60.
017600
017700*****************************************************************
017800*  COUNTERS
017900*****************************************************************
018000 77  WS-REQUESTS-READ        PIC 9(03) VALUE ZERO.
018100 77  WS-ON-TIME-COUNT        PIC 9(03) VALUE ZERO.
018200 77  WS-SUSPEND-COUNT        PIC 9(03) VALUE ZERO.
018300 77  WS-HELD-COUNT           PIC 9(03) VALUE ZERO.
018400 77  WS-FAIL-COUNT           PIC 9(03) VALUE ZERO.
018500 77  WS-LOOKUP-COUNT         PIC 9(03) VALUE ZERO.
018600 77  WS-PRIOR-COUNT          PIC 9(03) VALUE ZERO.
018700 77  WS-HIST-EST-COUNT       PIC 9(03) VALUE ZERO.
018800 77  WS-DFLT-EST-COUNT       PIC 9(03) VALUE ZERO.
018900
019000*****************************************************************
019100*  ZERO-SUPPRESSED FIELDS FOR NUMERIC VALUES STRUNG INTO
019200*  REPORT TEXT LINES, AND THE FORMATTED CLOCK TIMES
019300*****************************************************************
019400 77  WS-EDIT-REQUEST         PIC ZZ9.
019500 77  WS-EDIT-TERMS           PIC ZZ9.
019600 77  WS-EDIT-TERM-2          PIC ZZ9.
019700 77  WS-EDIT-RATE            PIC ZZZZ9.
019800 77  WS-EDIT-COUNT           PIC ZZ9.
019900 77  WS-EDIT-HIST            PIC Z(6)9.
020000 77  WS-EDIT-PAGE            PIC ZZ9.
020100 77  WS-EDIT-SEED            PIC Z(17)9.
020200 77  WS-EDIT-SEED-2          PIC Z(17)9.
020300 77  WS-LEAD-SPACES          PIC 9(02) COMP VALUE ZERO.
020400 77  WS-LEAD-SPACES-2        PIC 9(02) COMP VALUE ZERO.
020500 77  WS-FMT-SECS             PIC 9(07) VALUE ZERO.
020600 77  WS-FMT-DAYS             PIC 9(02) VALUE ZERO.
020700 77  WS-FMT-REST             PIC 9(07) VALUE ZERO.
020800 77  WS-FMT-MIN-SECS         PIC 9(07) VALUE ZERO.
020900 77  WS-FMT-HH               PIC 9(02) VALUE ZERO.
021000 77  WS-FMT-MM               PIC 9(02) VALUE ZERO.
021100 77  WS-FMT-SS               PIC 9(02) VALUE ZERO.
021200 77  WS-FMT-CLOCK            PIC X(05) VALUE SPACES.
021300 77  WS-FMT-DAY-FLAG         PIC X(01) VALUE SPACE.
021400 77  WS-FMT-DURATION         PIC X(08) VALUE SPACES.
021500 77  WS-SHOW-START           PIC X(05) VALUE SPACES.
021600 77  WS-SHOW-FINISH          PIC X(05) VALUE SPACES.
021700 77  WS-SHOW-FINISH-FLAG     PIC X(01) VALUE SPACE.
021800 77  WS-SHOW-CUTOFF          PIC X(05) VALUE SPACES.
021900 77  WS-SHOW-EST             PIC X(08) VALUE SPACES.
022000 77  WS-SHOW-RATE            PIC X(05) VALUE SPACES.
022100 77  WS-SHOW-TERMS           PIC X(03) VALUE SPACES.
022200
022300*****************************************************************
022400*  SWITCHES
022500*****************************************************************
022600 77  WS-PARM-EOF-SW          PIC X(01) VALUE "N".
022700     88  WS-PARM-EOF                 VALUE "Y".
022800 77  WS-TIM-EOF-SW           PIC X(01) VALUE "N".
022900     88  WS-TIM-EOF                  VALUE "Y".
023000 77  WS-REQ-FAILED-SW        PIC X(01) VALUE "N".
023100     88  WS-REQ-FAILED               VALUE "Y".
023200 77  WS-WINDOW-CLOSED-SW     PIC X(01) VALUE "N".
023300     88  WS-WINDOW-CLOSED            VALUE "Y".
023400 77  WS-HIST-FOUND-SW        PIC X(01) VALUE "N".
023500     88  WS-HIST-FOUND               VALUE "Y".
023600 77  WS-HIST-FULL-SW         PIC X(01) VALUE "N".
023700     88  WS-HIST-FULL                VALUE "Y".
023800 77  WS-NO-HISTORY-FILE-SW   PIC X(01) VALUE "N".
023900     88  WS-NO-HISTORY-FILE          VALUE "Y".
024000
024100*****************************************************************
024200*  FILE STATUS FIELDS
024300*****************************************************************
024400 77  WS-PARM-STATUS          PIC X(02) VALUE "00".
024500 77  WS-PROF-STATUS          PIC X(02) VALUE "00".
024600 77  WS-TIM-STATUS           PIC X(02) VALUE "00".
024700 77  WS-CKPT-STATUS          PIC X(02) VALUE "00".
024800 77  WS-RPT-STATUS           PIC X(02) VALUE "00".
024900 77  WS-EXC-STATUS           PIC X(02) VALUE "00".
025000
025100*****************************************************************
025200*  EXCEPTION STAGING FIELDS - THE CALLER OF THE EXCEPTION
025300*  WRITER SETS THESE THREE; THE WRITER SUPPLIES THE JOB NAME
025400*  AND RUN DATE/TIME ITSELF
025500*****************************************************************
025600 77  WS-EXC-REASON           PIC X(04) VALUE SPACES.
025700 77  WS-EXC-REF              PIC 9(05) VALUE ZERO.
025800 77  WS-EXC-TEXT             PIC X(40) VALUE SPACES.
025900
026000*****************************************************************
026100*  MISCELLANEOUS WORK FIELDS
026200*****************************************************************
026300 77  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
026400 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
026500 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 060.
026600 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
026700 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
026800 77  WS-DISPLAY-DATE         PIC X(10) VALUE SPACES.
026900 77  WS-DISPLAY-TIME         PIC X(08) VALUE SPACES.
027000
027100 PROCEDURE DIVISION.
027200*****************************************************************
027300*  0000-MAINLINE
027400*****************************************************************
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027700     PERFORM 2000-LOAD-TIMING-HISTORY THRU 2000-EXIT.
027800     PERFORM 2500-CHECK-RESTART-POINT THRU 2500-EXIT.
027900     PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
028000     PERFORM 4000-FORECAST-ONE-REQUEST THRU 4000-EXIT
028100         UNTIL WS-PARM-EOF.
028200     CLOSE FIBPARM.
028300     PERFORM 6000-WRITE-FORECAST-SUMMARY THRU 6000-EXIT.
028400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028500     STOP RUN.
028600 0000-EXIT.
028700     EXIT.
028800
028900*****************************************************************
029000*  1000-INITIALIZE - CAPTURE RUN DATE AND TIME FOR THE REPORT,
029100*  THE DEFAULT RATE, AND WHERE THE TIMELINE STARTS
029200*****************************************************************
029300 1000-INITIALIZE.
029400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029500     ACCEPT WS-RUN-TIME FROM TIME.
029600     STRING WS-RUN-DATE (5:2) "/" WS-RUN-DATE (7:2) "/"
029700            WS-RUN-DATE (1:4)
029800         DELIMITED BY SIZE INTO WS-DISPLAY-DATE.
029900     STRING WS-RUN-TIME (1:2) ":" WS-RUN-TIME (3:2) ":"
030000            WS-RUN-TIME (5:2)
030100         DELIMITED BY SIZE INTO WS-DISPLAY-TIME.
030200     ACCEPT WS-DEFAULT-ANSWER FROM ENVIRONMENT
030300             "FIB-FCST-DEFAULT-TPM"
030400         ON EXCEPTION
030500             MOVE SPACES TO WS-DEFAULT-ANSWER
030600     END-ACCEPT.
030700     IF WS-DEFAULT-ANSWER NOT = SPACES
030800         INSPECT WS-DEFAULT-ANSWER
030900             REPLACING LEADING SPACE BY ZERO
031000         IF WS-DEFAULT-ANSWER NOT NUMERIC
031100                 OR WS-DEFAULT-ANSWER = ZERO
031200             DISPLAY "FFC1000E - FIB-FCST-DEFAULT-TPM "
031300                     WS-DEFAULT-ANSWER " IS NOT A RATE, "
031400                     "JOB TERMINATED"
031500             MOVE "P001" TO WS-EXC-REASON
031600             MOVE ZERO TO WS-EXC-REF
031700             MOVE "FIB-FCST-DEFAULT-TPM IS NOT A RATE"
031800                 TO WS-EXC-TEXT
031900             PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
032000             MOVE 16 TO RETURN-CODE
032100             STOP RUN
032200         END-IF
032300         MOVE WS-DEFAULT-ANSWER TO WS-DEFAULT-TPM
032400     END-IF.
032500     ACCEPT WS-START-ANSWER FROM ENVIRONMENT "FIB-FCST-START"
032600         ON EXCEPTION
032700             MOVE SPACES TO WS-START-ANSWER
032800     END-ACCEPT.
032900     IF WS-START-ANSWER = SPACES
033000         MOVE WS-RUN-TIME (1:4) TO WS-START-HHMM
033100     ELSE
033200         IF WS-START-ANSWER NOT NUMERIC
033300                 OR WS-START-ANSWER > "2359"
033400                 OR WS-START-ANSWER (3:2) > "59"
033500             DISPLAY "FFC1000E - FIB-FCST-START " WS-START-ANSWER
033600                     " IS NOT AN HHMM TIME, JOB TERMINATED"
033700             MOVE "P001" TO WS-EXC-REASON
033800             MOVE ZERO TO WS-EXC-REF
033900             MOVE "FIB-FCST-START IS NOT AN HHMM TIME"
034000                 TO WS-EXC-TEXT
034100             PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
034200             MOVE 16 TO RETURN-CODE
034300             STOP RUN
034400         END-IF
034500         MOVE WS-START-ANSWER TO WS-START-HHMM
034600     END-IF.
034700     DIVIDE WS-START-HHMM BY 100 GIVING WS-CLOCK-HH
034800         REMAINDER WS-CLOCK-MM.
034900     COMPUTE WS-START-SECS =
035000         WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60.
035100     MOVE WS-START-SECS TO WS-TIMELINE-SECS.
035200 1000-EXIT.
035300     EXIT.
035400
035500*****************************************************************
035600*  2000-LOAD-TIMING-HISTORY - TOTAL THE TERMS AND SECONDS OF
035700*  EVERY PAST REQUEST ON FIBTIMH BY SEQUENCE ID.  NO HISTORY
035800*  FILE YET IS NOT AN ERROR - EVERY REQUEST THEN GETS THE
035900*  DEFAULT RATE, AND THE REPORT SAYS SO
036000*****************************************************************
036100 2000-LOAD-TIMING-HISTORY.
036200     OPEN INPUT FIBTIMH.
036300     IF WS-TIM-STATUS NOT = "00"
036400         DISPLAY "FFC2000W - NO FIBTIMH TIMING HISTORY, STATUS = "
036500                 WS-TIM-STATUS ", DEFAULT RATE USED THROUGHOUT"
036600         SET WS-NO-HISTORY-FILE TO TRUE
036700         GO TO 2000-EXIT
036800     END-IF.
036900     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
037000         UNTIL WS-TIM-EOF.
037100     CLOSE FIBTIMH.
037200 2000-EXIT.
037300     EXIT.
037400
037500 2100-READ-HISTORY-RECORD.
037600     READ FIBTIMH
037700         AT END
037800             SET WS-TIM-EOF TO TRUE
037900     END-READ.
038000     IF WS-TIM-EOF
038100         GO TO 2100-EXIT
038200     END-IF.
038300     IF WS-TIM-STATUS NOT = "00"
038400         DISPLAY "FFC2100W - FIBTIMH READ FAILED, STATUS = "
038500                 WS-TIM-STATUS ", REST OF HISTORY IGNORED"
038600         SET WS-TIM-EOF TO TRUE
038700         GO TO 2100-EXIT
038800     END-IF.
038900     IF FIB-TIM-FAILED
039000             OR FIB-TIM-TERMS NOT NUMERIC
039100             OR FIB-TIM-ELAPSED-SECS NOT NUMERIC
039200             OR FIB-TIM-TERMS = ZERO
039300         GO TO 2100-EXIT
039400     END-IF.
039500     MOVE FIB-TIM-SEQ-ID TO WS-SEQ-ID.
039600     PERFORM 7200-FIND-HISTORY THRU 7200-EXIT.
039700     IF NOT WS-HIST-FOUND
039800         IF WS-HIST-USED NOT < WS-HIST-MAX
039900             IF NOT WS-HIST-FULL
040000                 DISPLAY "FFC2100W - MORE THAN 500 SEQUENCES ON "
040100                         "FIBTIMH, THE REST ARE NOT TOTALLED"
040200                 SET WS-HIST-FULL TO TRUE
040300             END-IF
040400             GO TO 2100-EXIT
040500         END-IF
040600         ADD 1 TO WS-HIST-USED
040700         MOVE WS-HIST-USED TO WS-HIST-SUB
040800         MOVE FIB-TIM-SEQ-ID TO WS-HIST-SEQ-ID (WS-HIST-SUB)
040900         MOVE ZERO TO WS-HIST-RUNS (WS-HIST-SUB)
041000         MOVE ZERO TO WS-HIST-TERMS (WS-HIST-SUB)
041100         MOVE ZERO TO WS-HIST-SECS (WS-HIST-SUB)
041200     END-IF.
041300     ADD 1 TO WS-HIST-RUNS (WS-HIST-SUB).
041400     ADD FIB-TIM-TERMS TO WS-HIST-TERMS (WS-HIST-SUB).
041500     ADD FIB-TIM-ELAPSED-SECS TO WS-HIST-SECS (WS-HIST-SUB).
041600     ADD 1 TO WS-HIST-RECORDS.
041700 2100-EXIT.
041800     EXIT.
041900
042000*****************************************************************
042100*  2500-CHECK-RESTART-POINT - AN IN-PROGRESS CHECKPOINT MEANS
042200*  TONIGHT'S RUN RESUMES: THE REQUESTS BEFORE THE CHECKPOINTED
042300*  ONE ARE NOT RERUN, AS IN THE GENERATE PROGRAM'S OWN CHECK
042400*****************************************************************
042500 2500-CHECK-RESTART-POINT.
042600     OPEN INPUT FIBCKPT.
042700     IF WS-CKPT-STATUS = "00"
042800         READ FIBCKPT
042900             AT END
043000                 MOVE "10" TO WS-CKPT-STATUS
043100         END-READ
043200         CLOSE FIBCKPT
043300         IF WS-CKPT-STATUS = "00" AND FIB-CKPT-IN-PROGRESS
043400                 AND FIB-CKPT-REQUEST-NO NUMERIC
043500                 AND FIB-CKPT-REQUEST-NO > ZERO
043600             SET WS-CKPT-FOUND TO TRUE
043700             MOVE FIB-CKPT-REQUEST-NO TO WS-RESUME-REQUEST-NO
043800             MOVE FIB-CKPT-N TO WS-CKPT-N
043900             MOVE FIB-CKPT-COUNTER TO WS-CKPT-COUNTER
044000             MOVE FIB-CKPT-SEED-PREV TO WS-CKPT-SEED-PREV
044100             MOVE FIB-CKPT-SEED-CURR TO WS-CKPT-SEED-CURR
044200         END-IF
044300     END-IF.
044400 2500-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800*  3000-OPEN-FILES - TONIGHT'S FIBPARM MUST BE THERE; WITHOUT
044900*  IT THERE IS NOTHING TO FORECAST
045000*****************************************************************
045100 3000-OPEN-FILES.
045200     OPEN INPUT FIBPARM.
045300     IF WS-PARM-STATUS NOT = "00"
045400         DISPLAY "FFC3000E - UNABLE TO OPEN FIBPARM, STATUS = "
045500                 WS-PARM-STATUS ", JOB TERMINATED"
045600         MOVE "P001" TO WS-EXC-REASON
045700         MOVE ZERO TO WS-EXC-REF
045800         MOVE "UNABLE TO OPEN FIBPARM - NO FORECAST"
045900             TO WS-EXC-TEXT
046000         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
046100         MOVE 16 TO RETURN-CODE
046200         STOP RUN
046300     END-IF.
046400     OPEN OUTPUT FIBFCRPT.
046500     IF WS-RPT-STATUS NOT = "00"
046600         DISPLAY "FFC3000E - UNABLE TO OPEN FIBFCRPT, STATUS = "
046700                 WS-RPT-STATUS
046800         CLOSE FIBPARM
046900         MOVE 12 TO RETURN-CODE
047000         STOP RUN
047100     END-IF.
047200     PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT.
047300     IF WS-CKPT-FOUND
047400         MOVE WS-RESUME-REQUEST-NO TO WS-EDIT-REQUEST
047500         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
047600         MOVE SPACES TO FIB-RPT-T-TEXT
047700         STRING "  IN-PROGRESS CHECKPOINT FOR REQUEST "
047800                    DELIMITED BY SIZE
047900                WS-EDIT-REQUEST DELIMITED BY SIZE
048000                " - TONIGHT'S RUN RESUMES THERE"
048100                    DELIMITED BY SIZE
048200             INTO FIB-RPT-T-TEXT
048300         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
048400         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
048500         MOVE SPACES TO FIB-RPT-T-TEXT
048600         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
048700     END-IF.
048800     READ FIBPARM
048900         AT END
049000             SET WS-PARM-EOF TO TRUE
049100     END-READ.
049200     IF WS-PARM-STATUS NOT = "00" AND WS-PARM-STATUS NOT = "10"
049300         DISPLAY "FFC3000E - FIBPARM READ FAILED, STATUS = "
049400                 WS-PARM-STATUS
049500         MOVE 8 TO RETURN-CODE
049600         SET WS-PARM-EOF TO TRUE
049700     END-IF.
049800 3000-EXIT.
049900     EXIT.
050000
050100*****************************************************************
050200*  3100-WRITE-REPORT-HEADINGS - TITLE, RUN DATE, THE TIMELINE
050300*  START AND DEFAULT RATE, AND THE COLUMN HEADINGS
050400*****************************************************************
050500 3100-WRITE-REPORT-HEADINGS.
050600     ADD 1 TO WS-PAGE-COUNT.
050700     MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
050800     MOVE "1" TO FIB-RPT-T-CTL.
050900     MOVE SPACES TO FIB-RPT-T-TEXT.
051000     STRING "PRE-FLIGHT BATCH-WINDOW FORECAST" DELIMITED BY SIZE
051100            "     PAGE " DELIMITED BY SIZE
051200            WS-EDIT-PAGE DELIMITED BY SIZE
051300         INTO FIB-RPT-T-TEXT.
051400     WRITE FIB-FORECAST-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
051500
051600     MOVE SPACE TO FIB-RPT-T-CTL.
051700     MOVE SPACES TO FIB-RPT-T-TEXT.
051800     STRING "RUN DATE: " DELIMITED BY SIZE
051900            WS-DISPLAY-DATE DELIMITED BY SIZE
052000            "   RUN TIME: " DELIMITED BY SIZE
052100            WS-DISPLAY-TIME DELIMITED BY SIZE
052200         INTO FIB-RPT-T-TEXT.
052300     WRITE FIB-FORECAST-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
052400
052500     MOVE WS-START-SECS TO WS-FMT-SECS.
052600     PERFORM 7400-FORMAT-CLOCK THRU 7400-EXIT.
052700     MOVE WS-DEFAULT-TPM TO WS-EDIT-RATE.
052800     MOVE SPACE TO FIB-RPT-T-CTL.
052900     MOVE SPACES TO FIB-RPT-T-TEXT.
053000     STRING "TIMELINE START: " DELIMITED BY SIZE
053100            WS-FMT-CLOCK DELIMITED BY SIZE
053200            "   DEFAULT RATE (NO HISTORY): " DELIMITED BY SIZE
053300            WS-EDIT-RATE DELIMITED BY SIZE
053400            " TERMS/MIN" DELIMITED BY SIZE
053500         INTO FIB-RPT-T-TEXT.
053600     WRITE FIB-FORECAST-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
053700
053800     MOVE SPACE TO FIB-RPT-T-CTL.
053900     MOVE SPACES TO FIB-RPT-T-TEXT.
054000     WRITE FIB-FORECAST-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
054100
054200     MOVE SPACE TO FIB-RPT-T-CTL.
054300     MOVE SPACES TO FIB-RPT-T-TEXT.
054400     STRING "  REQ  SEQUENCE ID    TERMS  T/MIN SRC  "
054500                DELIMITED BY SIZE
054600            "EST TIME START   END CUTOFF VERDICT"
054700                DELIMITED BY SIZE
054800         INTO FIB-RPT-T-TEXT.
054900     WRITE FIB-FORECAST-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
055000
055100     MOVE SPACE TO FIB-RPT-T-CTL.
055200     MOVE SPACES TO FIB-RPT-T-TEXT.
055300     WRITE FIB-FORECAST-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
055400     MOVE 6 TO WS-LINE-COUNT.
055500 3100-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*  4000-FORECAST-ONE-REQUEST - ONE FIBPARM RECORD, IN THE ORDER
056000*  THE GENERATE PROGRAM RUNS THEM.  ONCE A REQUEST IS FORECAST
056100*  TO SUSPEND, THE WINDOW IS CLOSED: THE GENERATE PROGRAM HOLDS
056200*  EVERY REQUEST BEHIND IT FOR THE RESUBMITTED RUN
056300*****************************************************************
056400 4000-FORECAST-ONE-REQUEST.
056500     ADD 1 TO WS-REQUEST-NO.
056600     ADD 1 TO WS-REQUESTS-READ.
056700     PERFORM 4100-RESET-REQUEST-STATE THRU 4100-EXIT.
056800     IF WS-RESUME-REQUEST-NO > ZERO
056900             AND WS-REQUEST-NO < WS-RESUME-REQUEST-NO
057000         MOVE "DONE PRIOR" TO WS-VERDICT
057100         MOVE "COMPLETED BEFORE THE CHECKPOINT - NOT RERUN"
057200             TO WS-NOTE-TEXT
057300         ADD 1 TO WS-PRIOR-COUNT
057400     ELSE
057500         IF FIB-PARM-REC (1:8) = "PROFILE="
057600             PERFORM 4200-RESOLVE-PROFILE THRU 4200-EXIT
057700         END-IF
057800         IF NOT WS-REQ-FAILED
057900             PERFORM 4300-VALIDATE-REQUEST THRU 4300-EXIT
058000         END-IF
058100         PERFORM 4350-SET-SEQUENCE-ID THRU 4350-EXIT
058200         EVALUATE TRUE
058300             WHEN WS-WINDOW-CLOSED
058400                 MOVE "HELD" TO WS-VERDICT
058500                 MOVE "HELD FOR THE RESUBMITTED RUN"
058600                     TO WS-NOTE-TEXT
058700                 ADD 1 TO WS-HELD-COUNT
058800             WHEN WS-REQ-FAILED
058900                 MOVE "WILL FAIL" TO WS-VERDICT
059000                 ADD 1 TO WS-FAIL-COUNT
059100             WHEN FIB-PARM-MODE-LOOKUP
059200                 MOVE "LOOKUP" TO WS-VERDICT
059300                 MOVE WS-TIMELINE-SECS TO WS-REQ-START-SECS
059400                 MOVE WS-TIMELINE-SECS TO WS-REQ-FINISH-SECS
059500                 ADD 1 TO WS-LOOKUP-COUNT
059600             WHEN OTHER
059700                 PERFORM 4400-ESTIMATE-GENERATE THRU 4400-EXIT
059800         END-EVALUATE
059900     END-IF.
060000     PERFORM 4800-WRITE-DETAIL-LINE THRU 4800-EXIT.
060100     READ FIBPARM
060200         AT END
060300             SET WS-PARM-EOF TO TRUE
060400     END-READ.
060500     IF WS-PARM-STATUS NOT = "00" AND WS-PARM-STATUS NOT = "10"
060600         DISPLAY "FFC4000E - FIBPARM READ FAILED, STATUS = "
060700                 WS-PARM-STATUS ", REMAINING REQUESTS NOT "
060800                 "FORECAST"
060900         IF RETURN-CODE < 8
061000             MOVE 8 TO RETURN-CODE
061100         END-IF
061200         SET WS-PARM-EOF TO TRUE
061300     END-IF.
061400 4000-EXIT.
061500     EXIT.
061600
061700*****************************************************************
061800*  4100-RESET-REQUEST-STATE - EVERY REQUEST STARTS FROM THE
061900*  DEFAULT SEEDS AND NOTHING ON FILE, AS IN THE GENERATE PROGRAM
062000*****************************************************************
062100 4100-RESET-REQUEST-STATE.
062200     MOVE "N" TO WS-REQ-FAILED-SW.
062300     MOVE SPACES TO WS-PROFILE-NAME.
062400     MOVE SPACES TO WS-SEQ-ID.
062500     MOVE SPACES TO WS-SHOW-ID.
062600     MOVE ZERO TO WS-N.
062700     MOVE ZERO TO WS-CUTOFF-TIME.
062800     MOVE ZERO TO WS-REQ-SEED-PREV.
062900     MOVE 1 TO WS-REQ-SEED-CURR.
063000     MOVE ZERO TO WS-BASE-TERMS.
063100     MOVE ZERO TO WS-TERMS-TO-DO.
063200     MOVE ZERO TO WS-EST-SECS.
063300     MOVE ZERO TO WS-RATE.
063400     MOVE ZERO TO WS-SUSPEND-TERM.
063500     MOVE SPACES TO WS-RATE-SOURCE.
063600     MOVE SPACES TO WS-VERDICT.
063700     MOVE SPACES TO WS-NOTE-TEXT.
063800     MOVE WS-TIMELINE-SECS TO WS-REQ-START-SECS.
063900     MOVE WS-TIMELINE-SECS TO WS-REQ-FINISH-SECS.
064000 4100-EXIT.
064100     EXIT.
064200
064300*****************************************************************
064400*  4200-RESOLVE-PROFILE - A FIBPARM RECORD OF PROFILE=NAME IS
064500*  REPLACED BY THE PARM IMAGE FILED UNDER THAT NAME ON FIBPROF.
064600*  A NAME THAT IS NOT ON FILE WILL FAIL THE REQUEST TONIGHT
064700*****************************************************************
064800 4200-RESOLVE-PROFILE.
064900     MOVE FIB-PARM-REC (9:16) TO WS-PROFILE-NAME.
065000     IF WS-PROFILE-NAME = SPACES
065100         MOVE "PROFILE NAME IS BLANK" TO WS-NOTE-TEXT
065200         SET WS-REQ-FAILED TO TRUE
065300         GO TO 4200-EXIT
065400     END-IF.
065500     OPEN INPUT FIBPROF.
065600     IF WS-PROF-STATUS NOT = "00"
065700         MOVE SPACES TO WS-NOTE-TEXT
065800         STRING "UNABLE TO OPEN FIBPROF, STATUS = "
065900                    DELIMITED BY SIZE
066000                WS-PROF-STATUS DELIMITED BY SIZE
066100             INTO WS-NOTE-TEXT
066200         SET WS-REQ-FAILED TO TRUE
066300         GO TO 4200-EXIT
066400     END-IF.
066500     MOVE WS-PROFILE-NAME TO FIB-PROF-NAME.
066600     READ FIBPROF
066700         INVALID KEY
066800             MOVE SPACES TO WS-NOTE-TEXT
066900             STRING "PROFILE " DELIMITED BY SIZE
067000                    WS-PROFILE-NAME DELIMITED BY SPACE
067100                    " IS NOT ON FIBPROF" DELIMITED BY SIZE
067200                 INTO WS-NOTE-TEXT
067300             SET WS-REQ-FAILED TO TRUE
067400         NOT INVALID KEY
067500             MOVE FIB-PROF-PARM-DATA TO FIB-PARM-REC
067600     END-READ.
067700     CLOSE FIBPROF.
067800 4200-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200*  4300-VALIDATE-REQUEST - THE GENERATE PROGRAM'S OWN EDITS.  A
068300*  REQUEST THAT FAILS THEM WILL FAIL TONIGHT AND TAKES NO TIME
068400*****************************************************************
068500 4300-VALIDATE-REQUEST.
068600     IF FIB-PARM-MODE NOT = "G" AND FIB-PARM-MODE NOT = "L"
068700         MOVE "MODE IS NOT G OR L" TO WS-NOTE-TEXT
068800         SET WS-REQ-FAILED TO TRUE
068900         GO TO 4300-EXIT
069000     END-IF.
069100     IF FIB-PARM-SEED-PREV NOT NUMERIC OR FIB-PARM-SEED-CURR
069200             NOT NUMERIC
069300         MOVE "SEED VALUES ARE NOT NUMERIC" TO WS-NOTE-TEXT
069400         SET WS-REQ-FAILED TO TRUE
069500         GO TO 4300-EXIT
069600     END-IF.
069700     IF FIB-PARM-SEED-PREV NOT = ZERO OR FIB-PARM-SEED-CURR
069800             NOT = ZERO
069900         MOVE FIB-PARM-SEED-PREV TO WS-REQ-SEED-PREV
070000         MOVE FIB-PARM-SEED-CURR TO WS-REQ-SEED-CURR
070100     END-IF.
070200     IF FIB-PARM-MODE-LOOKUP
070300         IF FIB-PARM-TARGET-VALUE NOT NUMERIC
070400             MOVE "TARGET VALUE IS NOT NUMERIC" TO WS-NOTE-TEXT
070500             SET WS-REQ-FAILED TO TRUE
070600         END-IF
070700         GO TO 4300-EXIT
070800     END-IF.
070900     IF FIB-PARM-N NOT NUMERIC
071000         MOVE "N IS NOT NUMERIC" TO WS-NOTE-TEXT
071100         SET WS-REQ-FAILED TO TRUE
071200         GO TO 4300-EXIT
071300     END-IF.
071400     MOVE FIB-PARM-N TO WS-N.
071500     IF WS-N < 1
071600         MOVE "N IS INVALID" TO WS-NOTE-TEXT
071700         SET WS-REQ-FAILED TO TRUE
071800         GO TO 4300-EXIT
071900     END-IF.
072000     IF FIB-PARM-CUTOFF-TIME = SPACES
072100         MOVE ZERO TO WS-CUTOFF-TIME
072200     ELSE
072300         IF FIB-PARM-CUTOFF-TIME NOT NUMERIC
072400                 OR FIB-PARM-CUTOFF-TIME > 2359
072500                 OR FIB-PARM-CUTOFF-TIME (3:2) > "59"
072600             MOVE "CUTOFF TIME IS INVALID" TO WS-NOTE-TEXT
072700             SET WS-REQ-FAILED TO TRUE
072800             GO TO 4300-EXIT
072900         END-IF
073000         MOVE FIB-PARM-CUTOFF-TIME TO WS-CUTOFF-TIME
073100     END-IF.
073200     IF FIB-PARM-EXTEND NOT = SPACE
073300             AND FIB-PARM-EXTEND NOT = "N"
073400             AND NOT FIB-PARM-EXTEND-YES
073500         MOVE "EXTEND OPTION IS NOT Y OR N" TO WS-NOTE-TEXT
073600         SET WS-REQ-FAILED TO TRUE
073700     END-IF.
073800 4300-EXIT.
073900     EXIT.
074000
074100*****************************************************************
074200*  4350-SET-SEQUENCE-ID - THE FIBSEQ AND FIBTIMH KEY: THE
074300*  PROFILE NAME, OR THE EFFECTIVE SEED PAIR.  THE REPORT SHOWS
074400*  THE PROFILE NAME, OR THE SEEDS AS PREVIOUS/CURRENT
074500*****************************************************************
074600 4350-SET-SEQUENCE-ID.
074700     IF WS-PROFILE-NAME NOT = SPACES
074800         MOVE WS-PROFILE-NAME TO WS-SEQ-ID
074900         MOVE WS-PROFILE-NAME TO WS-SHOW-ID
075000         GO TO 4350-EXIT
075100     END-IF.
075200     MOVE WS-REQ-SEED-PREV TO WS-SEQ-ID-SEED-PREV.
075300     MOVE WS-REQ-SEED-CURR TO WS-SEQ-ID-SEED-CURR.
075400     MOVE WS-REQ-SEED-PREV TO WS-EDIT-SEED.
075500     MOVE WS-REQ-SEED-CURR TO WS-EDIT-SEED-2.
075600     MOVE ZERO TO WS-LEAD-SPACES.
075700     MOVE ZERO TO WS-LEAD-SPACES-2.
075800     INSPECT WS-EDIT-SEED TALLYING WS-LEAD-SPACES
075900         FOR LEADING SPACE.
076000     INSPECT WS-EDIT-SEED-2 TALLYING WS-LEAD-SPACES-2
076100         FOR LEADING SPACE.
076200     ADD 1 TO WS-LEAD-SPACES.
076300     ADD 1 TO WS-LEAD-SPACES-2.
076400     STRING WS-EDIT-SEED (WS-LEAD-SPACES:) DELIMITED BY SIZE
076500            "/" DELIMITED BY SIZE
076600            WS-EDIT-SEED-2 (WS-LEAD-SPACES-2:) DELIMITED BY SIZE
076700         INTO WS-SHOW-ID
076800         ON OVERFLOW
076900             CONTINUE
077000     END-STRING.
077100 4350-EXIT.
077200     EXIT.
077300
077400*****************************************************************
077500*  4400-ESTIMATE-GENERATE - THE TERMS THIS REQUEST WILL PRODUCE
077600*  TONIGHT, HOW LONG THEY WILL TAKE, AND WHERE THAT PUTS IT
077700*  AGAINST ITS CUTOFF
077800*****************************************************************
077900 4400-ESTIMATE-GENERATE.
078000     PERFORM 4410-SET-TERMS-ON-FILE THRU 4410-EXIT.
078100     IF WS-REQ-FAILED
078200         MOVE "WILL FAIL" TO WS-VERDICT
078300         ADD 1 TO WS-FAIL-COUNT
078400         GO TO 4400-EXIT
078500     END-IF.
078600     IF WS-BASE-TERMS < WS-N
078700         COMPUTE WS-TERMS-TO-DO = WS-N - WS-BASE-TERMS
078800     END-IF.
078900     PERFORM 4450-ESTIMATE-ELAPSED THRU 4450-EXIT.
079000     MOVE WS-TIMELINE-SECS TO WS-REQ-START-SECS.
079100     COMPUTE WS-REQ-FINISH-SECS = WS-REQ-START-SECS + WS-EST-SECS.
079200     IF WS-CUTOFF-TIME = ZERO
079300         PERFORM 4490-ON-TIME THRU 4490-EXIT
079400         GO TO 4400-EXIT
079500     END-IF.
079600     DIVIDE WS-CUTOFF-TIME BY 100 GIVING WS-CLOCK-HH
079700         REMAINDER WS-CLOCK-MM.
079800     COMPUTE WS-CUTOFF-SECS =
079900         WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60.
080000     IF WS-CUTOFF-TIME < WS-START-HHMM
080100         ADD 86400 TO WS-CUTOFF-SECS
080200     END-IF.
080300*    THE CUTOFF IS CHECKED AT EACH TERM BOUNDARY, SO A REQUEST
080400*    THAT STARTS AFTER IT STILL PRODUCES ONE TERM, AND ONE DUE
080500*    TO FINISH EXACTLY AT IT COMPLETES
080600     IF WS-REQ-FINISH-SECS NOT > WS-CUTOFF-SECS
080700             OR WS-TERMS-TO-DO = ZERO
080800         PERFORM 4490-ON-TIME THRU 4490-EXIT
080900         GO TO 4400-EXIT
081000     END-IF.
081100     IF WS-REQ-START-SECS NOT < WS-CUTOFF-SECS
081200         MOVE 1 TO WS-SUSPEND-TERM
081300     ELSE
081400         COMPUTE WS-SUSPEND-TERM =
081500             (WS-CUTOFF-SECS - WS-REQ-START-SECS)
081600             * WS-TERMS-TO-DO / WS-EST-SECS + 1
081700     END-IF.
081800     IF WS-SUSPEND-TERM > WS-TERMS-TO-DO
081900         MOVE WS-TERMS-TO-DO TO WS-SUSPEND-TERM
082000     END-IF.
082100     ADD WS-BASE-TERMS TO WS-SUSPEND-TERM.
082200     COMPUTE WS-REQ-FINISH-SECS = WS-REQ-START-SECS
082300         + (WS-SUSPEND-TERM - WS-BASE-TERMS) * WS-EST-SECS
082400           / WS-TERMS-TO-DO.
082500     MOVE WS-REQ-FINISH-SECS TO WS-TIMELINE-SECS.
082600     MOVE "SUSPENDS" TO WS-VERDICT.
082700     MOVE WS-SUSPEND-TERM TO WS-EDIT-TERMS.
082800     MOVE WS-N TO WS-EDIT-TERM-2.
082900     MOVE SPACES TO WS-NOTE-TEXT.
083000     STRING "*** SUSPENDS AT THE CUTOFF AFTER ABOUT TERM "
083100                DELIMITED BY SIZE
083200            WS-EDIT-TERMS DELIMITED BY SIZE
083300            " OF " DELIMITED BY SIZE
083400            WS-EDIT-TERM-2 DELIMITED BY SIZE
083500            " ***" DELIMITED BY SIZE
083600         INTO WS-NOTE-TEXT.
083700     SET WS-WINDOW-CLOSED TO TRUE.
083800     ADD 1 TO WS-SUSPEND-COUNT.
083900     MOVE WS-REQUEST-NO TO WS-EDIT-REQUEST.
084000     DISPLAY "FFC4400W - REQUEST " WS-EDIT-REQUEST " " WS-SHOW-ID
084100             " FORECAST TO SUSPEND AT ITS CUTOFF".
084200     MOVE "W003" TO WS-EXC-REASON.
084300     MOVE WS-REQUEST-NO TO WS-EXC-REF.
084400     MOVE "FORECAST: REQUEST WILL MISS ITS CUTOFF" TO WS-EXC-TEXT.
084500     PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT.
084600 4400-EXIT.
084700     EXIT.
084800
084900*****************************************************************
085000*  4410-SET-TERMS-ON-FILE - THE CHECKPOINTED REQUEST RESUMES
085100*  PAST ITS COUNTER WHEN ITS N AND SEEDS STILL MATCH; OTHERWISE
085200*  AN EXTEND REQUEST CONTINUES PAST THE STORED HIGH TERM, AND
085300*  IS REFUSED FOR THE SAME REASONS THE GENERATE PROGRAM REFUSES
085400*  IT.  THE DIRECTORY IS AS IT STANDS NOW, BEFORE TONIGHT'S RUN
085500*****************************************************************
085600 4410-SET-TERMS-ON-FILE.
085700     IF WS-CKPT-FOUND
085800             AND WS-REQUEST-NO = WS-RESUME-REQUEST-NO
085900             AND WS-CKPT-N = WS-N
086000             AND WS-CKPT-SEED-PREV = WS-REQ-SEED-PREV
086100             AND WS-CKPT-SEED-CURR = WS-REQ-SEED-CURR
086200         MOVE WS-CKPT-COUNTER TO WS-BASE-TERMS
086300         MOVE WS-CKPT-COUNTER TO WS-EDIT-TERMS
086400         STRING "RESUMES FROM THE CHECKPOINT AFTER TERM "
086500                    DELIMITED BY SIZE
086600                WS-EDIT-TERMS DELIMITED BY SIZE
086700             INTO WS-NOTE-TEXT
086800         GO TO 4410-EXIT
086900     END-IF.
087000     IF NOT FIB-PARM-EXTEND-YES
087100         GO TO 4410-EXIT
087200     END-IF.
087300     SET FIB-SQD-FUNC-RESOLVE TO TRUE.
087400     MOVE WS-SEQ-ID TO FIB-SQD-SEQ-ID.
087500     CALL "fibseqd" USING FIB-SQD-PARM.
087600     EVALUATE TRUE
087700         WHEN FIB-SQD-NOT-FOUND
087800             MOVE "EXTEND REFUSED - NO STORED SEQUENCE"
087900                 TO WS-NOTE-TEXT
088000         WHEN NOT FIB-SQD-OK
088100             STRING "EXTEND NOT CHECKED - FIBSEQ STATUS "
088200                        DELIMITED BY SIZE
088300                    FIB-SQD-FILE-STATUS DELIMITED BY SIZE
088400                 INTO WS-NOTE-TEXT
088500         WHEN FIB-SQD-DIR-STATUS NOT = "C"
088600             MOVE "EXTEND REFUSED - STORED SEQUENCE NOT COMPLETE"
088700                 TO WS-NOTE-TEXT
088800         WHEN FIB-SQD-SEED-PREV NOT = WS-REQ-SEED-PREV
088900                 OR FIB-SQD-SEED-CURR NOT = WS-REQ-SEED-CURR
089000             MOVE "EXTEND REFUSED - SEED PAIR DIFFERS"
089100                 TO WS-NOTE-TEXT
089200         WHEN FIB-SQD-HIGH-TERM < 1
089300             MOVE "EXTEND REFUSED - STORED SEQUENCE HAS NO TERMS"
089400                 TO WS-NOTE-TEXT
089500         WHEN WS-N < FIB-SQD-HIGH-TERM
089600             MOVE "EXTEND REFUSED - FEWER TERMS THAN STORED"
089700                 TO WS-NOTE-TEXT
089800         WHEN OTHER
089900             MOVE FIB-SQD-HIGH-TERM TO WS-BASE-TERMS
090000             MOVE FIB-SQD-HIGH-TERM TO WS-EDIT-TERMS
090100             STRING "EXTENDS THE STORED SEQUENCE PAST TERM "
090200                        DELIMITED BY SIZE
090300                    WS-EDIT-TERMS DELIMITED BY SIZE
090400                 INTO WS-NOTE-TEXT
090500             GO TO 4410-EXIT
090600     END-EVALUATE.
090700     SET WS-REQ-FAILED TO TRUE.
090800 4410-EXIT.
090900     EXIT.
091000
091100*****************************************************************
091200*  4450-ESTIMATE-ELAPSED - FROM THE SEQUENCE'S OWN HISTORY:
091300*  ITS TOTAL SECONDS OVER ITS TOTAL TERMS, TIMES TONIGHT'S
091400*  TERMS.  A SEQUENCE WITH NO HISTORY GETS THE DEFAULT RATE
091500*****************************************************************
091600 4450-ESTIMATE-ELAPSED.
091700     PERFORM 7200-FIND-HISTORY THRU 7200-EXIT.
091800     IF WS-HIST-FOUND
091900         MOVE "HIST" TO WS-RATE-SOURCE
092000         ADD 1 TO WS-HIST-EST-COUNT
092100         COMPUTE WS-EST-SECS ROUNDED =
092200             WS-TERMS-TO-DO * WS-HIST-SECS (WS-HIST-SUB)
092300             / WS-HIST-TERMS (WS-HIST-SUB)
092400         MOVE WS-HIST-SECS (WS-HIST-SUB) TO WS-RATE-SECS
092500         IF WS-RATE-SECS < 1
092600             MOVE 1 TO WS-RATE-SECS
092700         END-IF
092800         COMPUTE WS-RATE ROUNDED =
092900             WS-HIST-TERMS (WS-HIST-SUB) * 60 / WS-RATE-SECS
093000             ON SIZE ERROR
093100                 MOVE 99999 TO WS-RATE
093200         END-COMPUTE
093300     ELSE
093400         MOVE "DFLT" TO WS-RATE-SOURCE
093500         ADD 1 TO WS-DFLT-EST-COUNT
093600         COMPUTE WS-EST-SECS ROUNDED =
093700             WS-TERMS-TO-DO * 60 / WS-DEFAULT-TPM
093800         MOVE WS-DEFAULT-TPM TO WS-RATE
093900         IF WS-NOTE-TEXT = SPACES
094000             MOVE "NO TIMING HISTORY - DEFAULT RATE ASSUMED"
094100                 TO WS-NOTE-TEXT
094200         END-IF
094300     END-IF.
094400 4450-EXIT.
094500     EXIT.
094600
094700 4490-ON-TIME.
094800     MOVE WS-REQ-FINISH-SECS TO WS-TIMELINE-SECS.
094900     MOVE "ON TIME" TO WS-VERDICT.
095000     ADD 1 TO WS-ON-TIME-COUNT.
095100 4490-EXIT.
095200     EXIT.
095300
095400*****************************************************************
095500*  4800-WRITE-DETAIL-LINE - ONE TIMELINE LINE PER REQUEST, AND
095600*  A NOTE LINE UNDER IT WHEN THERE IS SOMETHING TO SAY.  TIMES
095700*  MARKED + FALL ON THE NEXT DAY
095800*****************************************************************
095900 4800-WRITE-DETAIL-LINE.
096000     MOVE WS-REQUEST-NO TO WS-EDIT-REQUEST.
096100     MOVE SPACES TO WS-SHOW-TERMS.
096200     MOVE SPACES TO WS-SHOW-RATE.
096300     MOVE SPACES TO WS-SHOW-EST.
096400     MOVE SPACES TO WS-SHOW-START.
096500     MOVE SPACES TO WS-SHOW-FINISH.
096600     MOVE SPACE TO WS-SHOW-FINISH-FLAG.
096700     MOVE SPACES TO WS-SHOW-CUTOFF.
096800     IF WS-VERDICT = "ON TIME" OR WS-VERDICT = "SUSPENDS"
096900         MOVE WS-TERMS-TO-DO TO WS-EDIT-TERMS
097000         MOVE WS-EDIT-TERMS TO WS-SHOW-TERMS
097100         MOVE WS-RATE TO WS-EDIT-RATE
097200         MOVE WS-EDIT-RATE TO WS-SHOW-RATE
097300         MOVE WS-EST-SECS TO WS-FMT-SECS
097400         PERFORM 7410-FORMAT-DURATION THRU 7410-EXIT
097500         MOVE WS-FMT-DURATION TO WS-SHOW-EST
097600     END-IF.
097700     IF WS-VERDICT = "ON TIME" OR WS-VERDICT = "SUSPENDS"
097800             OR WS-VERDICT = "LOOKUP"
097900         MOVE WS-REQ-START-SECS TO WS-FMT-SECS
098000         PERFORM 7400-FORMAT-CLOCK THRU 7400-EXIT
098100         MOVE WS-FMT-CLOCK TO WS-SHOW-START
098200         MOVE WS-REQ-FINISH-SECS TO WS-FMT-SECS
098300         PERFORM 7400-FORMAT-CLOCK THRU 7400-EXIT
098400         MOVE WS-FMT-CLOCK TO WS-SHOW-FINISH
098500         MOVE WS-FMT-DAY-FLAG TO WS-SHOW-FINISH-FLAG
098600     END-IF.
098700     IF WS-VERDICT = "ON TIME" OR WS-VERDICT = "SUSPENDS"
098800         IF WS-CUTOFF-TIME = ZERO
098900             MOVE " NONE" TO WS-SHOW-CUTOFF
099000         ELSE
099100             STRING WS-CUTOFF-TIME (1:2) ":" WS-CUTOFF-TIME (3:2)
099200                 DELIMITED BY SIZE INTO WS-SHOW-CUTOFF
099300         END-IF
099400     END-IF.
099500     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
099600     MOVE SPACES TO FIB-RPT-T-TEXT.
099700     STRING "  " DELIMITED BY SIZE
099800            WS-EDIT-REQUEST DELIMITED BY SIZE
099900            "  " DELIMITED BY SIZE
100000            WS-SHOW-ID DELIMITED BY SIZE
100100            " " DELIMITED BY SIZE
100200            WS-SHOW-TERMS DELIMITED BY SIZE
100300            "  " DELIMITED BY SIZE
100400            WS-SHOW-RATE DELIMITED BY SIZE
100500            " " DELIMITED BY SIZE
100600            WS-RATE-SOURCE DELIMITED BY SIZE
100700            " " DELIMITED BY SIZE
100800            WS-SHOW-EST DELIMITED BY SIZE
100900            " " DELIMITED BY SIZE
101000            WS-SHOW-START DELIMITED BY SIZE
101100            " " DELIMITED BY SIZE
101200            WS-SHOW-FINISH DELIMITED BY SIZE
101300            WS-SHOW-FINISH-FLAG DELIMITED BY SIZE
101400            " " DELIMITED BY SIZE
101500            WS-SHOW-CUTOFF DELIMITED BY SIZE
101600            " " DELIMITED BY SIZE
101700            WS-VERDICT DELIMITED BY SIZE
101800         INTO FIB-RPT-T-TEXT.
101900     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
102000     IF WS-NOTE-TEXT NOT = SPACES
102100         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
102200         MOVE SPACES TO FIB-RPT-T-TEXT
102300         MOVE WS-NOTE-TEXT TO FIB-RPT-T-TEXT (8:70)
102400         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
102500     END-IF.
102600 4800-EXIT.
102700     EXIT.
102800
102900*****************************************************************
103000*  6000-WRITE-FORECAST-SUMMARY - COUNTS BY VERDICT, WHERE THE
103100*  ESTIMATES CAME FROM, AND WHEN THE RUN IS FORECAST TO END.
103200*  ANY REQUEST FORECAST TO SUSPEND, BE HELD, OR FAIL - OR AN
103300*  EMPTY FIBPARM - ENDS THE JOB WITH RETURN CODE 4
103400*****************************************************************
103500 6000-WRITE-FORECAST-SUMMARY.
103600     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
103700     MOVE SPACES TO FIB-RPT-T-TEXT.
103800     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
103900     MOVE WS-REQUESTS-READ TO WS-EDIT-COUNT.
104000     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
104100     MOVE SPACES TO FIB-RPT-T-TEXT.
104200     STRING "  REQUESTS ON FIBPARM:       " DELIMITED BY SIZE
104300            WS-EDIT-COUNT DELIMITED BY SIZE
104400         INTO FIB-RPT-T-TEXT.
104500     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
104600     MOVE WS-ON-TIME-COUNT TO WS-EDIT-COUNT.
104700     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
104800     MOVE SPACES TO FIB-RPT-T-TEXT.
104900     STRING "  ON TIME:                   " DELIMITED BY SIZE
105000            WS-EDIT-COUNT DELIMITED BY SIZE
105100         INTO FIB-RPT-T-TEXT.
105200     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
105300     MOVE WS-SUSPEND-COUNT TO WS-EDIT-COUNT.
105400     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
105500     MOVE SPACES TO FIB-RPT-T-TEXT.
105600     STRING "  SUSPENDED AT CUTOFF:       " DELIMITED BY SIZE
105700            WS-EDIT-COUNT DELIMITED BY SIZE
105800         INTO FIB-RPT-T-TEXT.
105900     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
106000     MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
106100     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
106200     MOVE SPACES TO FIB-RPT-T-TEXT.
106300     STRING "  HELD FOR RESUBMISSION:     " DELIMITED BY SIZE
106400            WS-EDIT-COUNT DELIMITED BY SIZE
106500         INTO FIB-RPT-T-TEXT.
106600     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
106700     MOVE WS-FAIL-COUNT TO WS-EDIT-COUNT.
106800     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
106900     MOVE SPACES TO FIB-RPT-T-TEXT.
107000     STRING "  WILL FAIL:                 " DELIMITED BY SIZE
107100            WS-EDIT-COUNT DELIMITED BY SIZE
107200         INTO FIB-RPT-T-TEXT.
107300     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
107400     MOVE WS-LOOKUP-COUNT TO WS-EDIT-COUNT.
107500     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
107600     MOVE SPACES TO FIB-RPT-T-TEXT.
107700     STRING "  LOOKUPS:                   " DELIMITED BY SIZE
107800            WS-EDIT-COUNT DELIMITED BY SIZE
107900         INTO FIB-RPT-T-TEXT.
108000     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
108100     MOVE WS-PRIOR-COUNT TO WS-EDIT-COUNT.
108200     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
108300     MOVE SPACES TO FIB-RPT-T-TEXT.
108400     STRING "  DONE BEFORE THE CHECKPOINT:" DELIMITED BY SIZE
108500            WS-EDIT-COUNT DELIMITED BY SIZE
108600         INTO FIB-RPT-T-TEXT.
108700     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
108800     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
108900     MOVE SPACES TO FIB-RPT-T-TEXT.
109000     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
109100     MOVE WS-HIST-EST-COUNT TO WS-EDIT-COUNT.
109200     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
109300     MOVE SPACES TO FIB-RPT-T-TEXT.
109400     STRING "  ESTIMATED FROM HISTORY:    " DELIMITED BY SIZE
109500            WS-EDIT-COUNT DELIMITED BY SIZE
109600         INTO FIB-RPT-T-TEXT.
109700     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
109800     MOVE WS-DFLT-EST-COUNT TO WS-EDIT-COUNT.
109900     MOVE WS-DEFAULT-TPM TO WS-EDIT-RATE.
110000     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
110100     MOVE SPACES TO FIB-RPT-T-TEXT.
110200     STRING "  ESTIMATED AT DEFAULT RATE: " DELIMITED BY SIZE
110300            WS-EDIT-COUNT DELIMITED BY SIZE
110400            "  (" DELIMITED BY SIZE
110500            WS-EDIT-RATE DELIMITED BY SIZE
110600            " TERMS/MIN)" DELIMITED BY SIZE
110700         INTO FIB-RPT-T-TEXT.
110800     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
110900     MOVE WS-HIST-RECORDS TO WS-EDIT-HIST.
111000     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
111100     MOVE SPACES TO FIB-RPT-T-TEXT.
111200     IF WS-NO-HISTORY-FILE
111300         MOVE "  TIMING HISTORY:            NO FIBTIMH FILE"
111400             TO FIB-RPT-T-TEXT
111500     ELSE
111600         STRING "  TIMING HISTORY RECORDS:    " DELIMITED BY SIZE
111700                WS-EDIT-HIST DELIMITED BY SIZE
111800             INTO FIB-RPT-T-TEXT
111900     END-IF.
112000     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
112100     MOVE WS-TIMELINE-SECS TO WS-FMT-SECS.
112200     PERFORM 7400-FORMAT-CLOCK THRU 7400-EXIT.
112300     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
112400     MOVE SPACES TO FIB-RPT-T-TEXT.
112500     STRING "  FORECAST END OF RUN:       " DELIMITED BY SIZE
112600            WS-FMT-CLOCK DELIMITED BY SIZE
112700            WS-FMT-DAY-FLAG DELIMITED BY SIZE
112800         INTO FIB-RPT-T-TEXT.
112900     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
113000     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
113100     MOVE "  (TIMES MARKED + FALL ON THE NEXT DAY)"
113200         TO FIB-RPT-T-TEXT.
113300     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
113400     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
113500     MOVE SPACES TO FIB-RPT-T-TEXT.
113600     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
113700     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
113800     EVALUATE TRUE
113900         WHEN WS-REQUESTS-READ = ZERO
114000             MOVE "*** FIBPARM IS EMPTY - NOTHING TO FORECAST ***"
114100                 TO FIB-RPT-T-TEXT
114200         WHEN WS-SUSPEND-COUNT > ZERO OR WS-HELD-COUNT > ZERO
114300             MOVE "*** RUN WILL NOT FINISH IN THE WINDOW ***"
114400                 TO FIB-RPT-T-TEXT
114500         WHEN WS-FAIL-COUNT > ZERO
114600             MOVE "*** REQUESTS WILL FAIL - SEE NOTES ABOVE ***"
114700                 TO FIB-RPT-T-TEXT
114800         WHEN OTHER
114900             MOVE "*** ALL REQUESTS MAKE THEIR CUTOFF ***"
115000                 TO FIB-RPT-T-TEXT
115100     END-EVALUATE.
115200     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
115300     CLOSE FIBFCRPT.
115400     IF WS-REQUESTS-READ = ZERO OR WS-SUSPEND-COUNT > ZERO
115500             OR WS-HELD-COUNT > ZERO OR WS-FAIL-COUNT > ZERO
115600         IF RETURN-CODE < 4
115700             MOVE 4 TO RETURN-CODE
115800         END-IF
115900     END-IF.
116000 6000-EXIT.
116100     EXIT.
116200
116300*****************************************************************
116400*  7200-FIND-HISTORY - LOOK WS-SEQ-ID UP IN THE HISTORY TABLE;
116500*  WS-HIST-SUB IS LEFT ON THE ENTRY WHEN IT IS FOUND
116600*****************************************************************
116700 7200-FIND-HISTORY.
116800     MOVE "N" TO WS-HIST-FOUND-SW.
116900     MOVE 1 TO WS-HIST-SUB.
117000     PERFORM 7210-CHECK-ONE-HISTORY THRU 7210-EXIT
117100         UNTIL WS-HIST-FOUND OR WS-HIST-SUB > WS-HIST-USED.
117200 7200-EXIT.
117300     EXIT.
117400
117500 7210-CHECK-ONE-HISTORY.
117600     IF WS-HIST-SEQ-ID (WS-HIST-SUB) = WS-SEQ-ID
117700         SET WS-HIST-FOUND TO TRUE
117800     ELSE
117900         ADD 1 TO WS-HIST-SUB
118000     END-IF.
118100 7210-EXIT.
118200     EXIT.
118300
118400*****************************************************************
118500*  7300-WRITE-TEXT-LINE - PAGE-BREAK CHECK AND CONTROL BYTE
118600*  AHEAD OF A HELD TEXT LINE; 7310 WRITES WHAT THE CALLER PUT
118700*  IN FIB-RPT-T-TEXT
118800*****************************************************************
118900 7300-WRITE-TEXT-LINE.
119000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
119100         PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT
119200     END-IF.
119300     MOVE SPACE TO FIB-RPT-T-CTL.
119400 7300-EXIT.
119500     EXIT.
119600
119700 7310-WRITE-HELD-LINE.
119800     WRITE FIB-FORECAST-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
119900     ADD 1 TO WS-LINE-COUNT.
120000 7310-EXIT.
120100     EXIT.
120200
120300*****************************************************************
120400*  7400-FORMAT-CLOCK - WS-FMT-SECS ON THE TIMELINE AS HH:MM,
120500*  WITH + IN WS-FMT-DAY-FLAG WHEN IT FALLS ON A LATER DAY
120600*****************************************************************
120700 7400-FORMAT-CLOCK.
120800     DIVIDE WS-FMT-SECS BY 86400 GIVING WS-FMT-DAYS
120900         REMAINDER WS-FMT-REST.
121000     IF WS-FMT-DAYS > ZERO
121100         MOVE "+" TO WS-FMT-DAY-FLAG
121200     ELSE
121300         MOVE SPACE TO WS-FMT-DAY-FLAG
121400     END-IF.
121500     DIVIDE WS-FMT-REST BY 3600 GIVING WS-FMT-HH
121600         REMAINDER WS-FMT-MIN-SECS.
121700     DIVIDE WS-FMT-MIN-SECS BY 60 GIVING WS-FMT-MM.
121800     MOVE SPACES TO WS-FMT-CLOCK.
121900     STRING WS-FMT-HH ":" WS-FMT-MM
122000         DELIMITED BY SIZE INTO WS-FMT-CLOCK.
122100 7400-EXIT.
122200     EXIT.
122300
122400*****************************************************************
122500*  7410-FORMAT-DURATION - WS-FMT-SECS AS HH:MM:SS.  A DURATION
122600*  OF 100 HOURS OR MORE PRINTS AS 99:59:59
122700*****************************************************************
122800 7410-FORMAT-DURATION.
122900     IF WS-FMT-SECS > 359999
123000         MOVE "99:59:59" TO WS-FMT-DURATION
123100         GO TO 7410-EXIT
123200     END-IF.
123300     DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HH
123400         REMAINDER WS-FMT-REST.
123500     DIVIDE WS-FMT-REST BY 60 GIVING WS-FMT-MM
123600         REMAINDER WS-FMT-SS.
123700     MOVE SPACES TO WS-FMT-DURATION.
123800     STRING WS-FMT-HH ":" WS-FMT-MM ":" WS-FMT-SS
123900         DELIMITED BY SIZE INTO WS-FMT-DURATION.
124000 7410-EXIT.
124100     EXIT.
124200
124300*****************************************************************
124400*  8500-WRITE-EXCEPTION-RECORD - APPEND ONE RECORD TO THE
124500*  COMMON FIBEXCF EXCEPTION FILE.  THE CALLER HAS SET THE
124600*  REASON CODE, REFERENCE NUMBER, AND TEXT IN THE STAGING
124700*  FIELDS.  A PROBLEM WITH THE EXCEPTION FILE ITSELF IS
124800*  REPORTED ON THE CONSOLE AND THE RUN CARRIES ON
124900*****************************************************************
125000 8500-WRITE-EXCEPTION-RECORD.
125100     OPEN EXTEND FIBEXCF.
125200     IF WS-EXC-STATUS NOT = "00"
125300         OPEN OUTPUT FIBEXCF
125400     END-IF.
125500     IF WS-EXC-STATUS NOT = "00"
125600         DISPLAY "FFC8500W - UNABLE TO OPEN FIBEXCF, STATUS = "
125700                 WS-EXC-STATUS ", EXCEPTION RECORD NOT WRITTEN"
125800     ELSE
125900         MOVE SPACES TO FIB-EXC-REC
126000         MOVE "FIBFCST" TO FIB-EXC-JOB-NAME
126100         MOVE WS-RUN-DATE TO FIB-EXC-RUN-DATE
126200         MOVE WS-RUN-TIME TO FIB-EXC-RUN-TIME
126300         MOVE WS-EXC-REASON TO FIB-EXC-REASON-CODE
126400         MOVE WS-EXC-REF TO FIB-EXC-REF-NO
126500         MOVE WS-EXC-TEXT TO FIB-EXC-TEXT
126600         WRITE FIB-EXC-REC
126700         CLOSE FIBEXCF
126800     END-IF.
126900 8500-EXIT.
127000     EXIT.
127100
127200*****************************************************************
127300*  9000-TERMINATE
127400*****************************************************************
127500 9000-TERMINATE.
127600     MOVE WS-SUSPEND-COUNT TO WS-EDIT-COUNT.
127700     DISPLAY "FFC9000I - FORECAST COMPLETE, " WS-EDIT-COUNT
127800             " REQUEST(S) FORECAST TO SUSPEND".
127900 9000-EXIT.
128000     EXIT.
