003509*                     THE OPERATOR OVERRIDE FOR A LOCK LEFT BY
003510*                     A MACHINE CRASH LIVES IN FIBLOCK AND IS
003511*                     RECORDED ON FIBAUDIT.
003516*    2026-10-15  JLH  KEEP EVERY GENERATE REQUEST'S SEQUENCE ON
003521*                     FIBSEQ INSTEAD OF REBUILDING THE FILE PER
003526*                     REQUEST: THE KEY IS NOW THE SEQUENCE
003531*                     IDENTIFIER (PROFILE NAME, OR THE SEED PAIR
003536*                     WHEN NO PROFILE WAS USED) PLUS THE TERM
003541*                     NUMBER.  A REQUEST REPLACES ONLY ITS OWN
003546*                     IDENTIFIER'S TERMS AND LEAVES A TERM-000
003551*                     SEQUENCE-DIRECTORY RECORD (SEEDS, N, RUN
003556*                     ID, REQUEST NUMBER, HIGH TERM, FIBCSV
003561*                     SECTION).  THE AUDIT RECORD CARRIES THE
003566*                     IDENTIFIER; THE RETAINED FIBSEQ GENERATION
003571*                     STILL HOLDS THE LAST GENERATE'S SEQUENCE.
003572*    2026-10-15  JLH  ADD EXTEND MODE: A GENERATE REQUEST WITH THE
003573*                     FIBPARM EXTEND OPTION CONTINUES THE SEQUENCE
003574*                     ALREADY ON FIBSEQ FROM ITS NEXT TERM INSTEAD
003575*                     OF REBUILDING IT.  THE STORED TERMS ARE
003576*                     FIRST PROVED AGAINST THE RECURRENCE AND
003577*                     ROLLED INTO THE CSV TOTALS, SO ONLY THE NEW
003578*                     TERMS REACH FIBSEQ, FIBRPT, AND FIBCSV WHILE
003579*                     THE TRAILER AND AUDIT RECORD COVER THE WHOLE
003580*                     SEQUENCE.  A SEQUENCE THAT IS MISSING,
003581*                     INCOMPLETE, SEEDED DIFFERENTLY, LONGER THAN
003582*                     THE NEW N, OR FAILS THE PROOF IS REFUSED
003583*                     WITH THE REASON - NEVER QUIETLY REBUILT.
003585*    2026-10-15  JLH  STAMP THE FIBPROF VERSION A PROFILE REQUEST
003587*                     RAN ON ITS FIBAUDIT RECORD (WITH THE PROFILE
003589*                     NAME) AND, FOR THE LAST GENERATE REQUEST, ON
003591*                     THE FIBRCAT RECORD.
003600*    2026-10-15  JLH  APPEND EVERY GENERATE REQUEST'S START, END,
003609*                     ELAPSED TIME, TERMS PRODUCED THIS EXECUTION,
003618*                     AND TERMS PER MINUTE TO THE NEW FIBTIMH
003627*                     TIMING HISTORY, SO THE FIBFCST PRE-FLIGHT
003636*                     FORECAST CAN ESTIMATE TONIGHT'S REQUESTS
003645*                     FROM PAST RUNS - FIBSTAT IS OVERWRITTEN AND
003654*                     THE AUDIT RECORD HAS NO START TIME.
003656*    2026-10-15  JLH  A RESUMED RUN NOW HEADS A FRESH FIBRPT PAGE
003658*                     WITH TONIGHT'S RUN DATE, CONTINUING THE
003660*                     INTERRUPTED RUN'S PAGE NUMBERING.
003663*****************************************************************
003672 ENVIRONMENT DIVISION.
003681 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT FIBPARM ASSIGN TO "FIBPARM"
003900         ORGANIZATION IS LINE SEQUENTIAL
005300 
005400     SELECT FIBSEQ ASSIGN TO "FIBSEQ"
005500         ORGANIZATION IS INDEXED
005510         ACCESS MODE IS DYNAMIC
005520         RECORD KEY IS FIB-SEQ-KEY
005800         FILE STATUS IS WS-SEQ-STATUS.
005900 
006000     SELECT FIBCSV ASSIGN TO "FIBCSV"
006293         ORGANIZATION IS LINE SEQUENTIAL
006294         FILE STATUS IS WS-EXC-STATUS.
006300
006310     SELECT FIBTIMH ASSIGN TO "FIBTIMH"
006320         ORGANIZATION IS LINE SEQUENTIAL
006330         FILE STATUS IS WS-TIM-STATUS.
006340
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  FIBPARM
008986 FD  FIBEXCF
008987     LABEL RECORDS ARE STANDARD.
008988     COPY FIBEXC.
008989
008990 FD  FIBTIMH
008991     LABEL RECORDS ARE STANDARD.
008992     COPY FIBTIM.
008994
009000 WORKING-STORAGE SECTION.
009100*****************************************************************
013713 77  WS-CAT-N                PIC 9(03) VALUE ZERO.
013714 77  WS-CAT-TERMS            PIC 9(03) VALUE ZERO.
013715 77  WS-CAT-USER             PIC X(08) VALUE SPACES.
013716 77  WS-CAT-PROF-VERSION     PIC 9(05) VALUE ZERO.
013717 77  WS-CAT-EOF-SW           PIC X(01) VALUE "N".
013718     88  WS-CAT-EOF                  VALUE "Y".
013719 77  WS-CAT-STATUS           PIC X(02) VALUE "00".
013720 77  WS-RPTG-STATUS          PIC X(02) VALUE "00".
013721 77  WS-CSVG-STATUS          PIC X(02) VALUE "00".
013722 77  WS-SEQG-STATUS          PIC X(02) VALUE "00".
013723 77  WS-COPY-EOF-SW          PIC X(01) VALUE "N".
013724     88  WS-COPY-EOF                 VALUE "Y".
013733 77  WS-CAT-SEQ-ID           PIC X(36) VALUE SPACES.
013743
013753
013763*****************************************************************
013773*  BATCH-WINDOW CUTOFF WORK FIELDS - HHMM TIMES.  A CUTOFF OF
013783*  ZERO MEANS NONE; A CUTOFF EARLIER THAN THE START TIME IS
013793*  TOMORROW'S, FOR RUNS THAT CROSS MIDNIGHT
013803*****************************************************************
013813 77  WS-CUTOFF-TIME          PIC 9(04) VALUE ZERO.
013823 77  WS-START-HHMM           PIC 9(04) VALUE ZERO.
013833 77  WS-CLOCK-TIME           PIC 9(08) VALUE ZERO.
013843 77  WS-CLOCK-HHMM           PIC 9(04) VALUE ZERO.
013853 77  WS-SUSPENDED-SW         PIC X(01) VALUE "N".
013863     88  WS-RUN-SUSPENDED            VALUE "Y".
013873*****************************************************************
013883*  COUNTER IS PIC 9(03), SO A RUN FOR THE FULL N=999 CANNOT
013893*  LEAVE THE LOOP ON COUNTER > N - THE INCREMENT PAST 999
013903*  WRAPS TO 000.  THE DONE SWITCH ENDS THE LOOP ON A
013913*  COMPARISON THAT CANNOT WRAP
013923*****************************************************************
013933 77  WS-GEN-DONE-SW          PIC X(01) VALUE "N".
013943     88  WS-GEN-REQUEST-DONE         VALUE "Y".
013953 77  WS-REQUESTS-SUSPENDED   PIC 9(03) VALUE ZERO.
013963
013973*****************************************************************
013983*  PARAMETER PROFILE WORK FIELDS
013985*****************************************************************
013987 77  WS-PROF-STATUS          PIC X(02) VALUE "00".
013989 77  WS-PROFILE-NAME         PIC X(16) VALUE SPACES.
013991 77  WS-PROFILE-VERSION      PIC 9(05) VALUE ZERO.
013996
013997*****************************************************************
013998*  SEQUENCE IDENTIFIER WORK FIELDS - THE IDENTIFIER THE CURRENT
013999*  GENERATE REQUEST'S TERMS ARE KEYED UNDER ON FIBSEQ (ITS
014000*  PROFILE NAME, OR ITS SEED PAIR WHEN IT CAME FROM NO PROFILE),
014001*  AND THE NUMBER OF REQUEST SECTIONS ALREADY ON FIBCSV, WHICH
014002*  THE SEQUENCE-DIRECTORY RECORD POINTS THE RECONCILIATION AT
014003*****************************************************************
014004 01  WS-SEQ-ID               PIC X(36) VALUE SPACES.
014005 01  WS-SEQ-ID-SEEDS REDEFINES WS-SEQ-ID.
014006     05  WS-SEQ-ID-SEED-PREV PIC 9(18).
014007     05  WS-SEQ-ID-SEED-CURR PIC 9(18).
014008 77  WS-CSV-SECTIONS         PIC 9(03) VALUE ZERO.
014009 77  WS-SEQ-CLEARED          PIC 9(03) VALUE ZERO.
014010 77  WS-SEQ-CLEAR-EOF-SW     PIC X(01) VALUE "N".
014011     88  WS-SEQ-CLEAR-EOF            VALUE "Y".
014012
014013*****************************************************************
014014*  EXTEND-MODE WORK FIELDS - A GENERATE REQUEST WITH THE FIBPARM
014015*  EXTEND OPTION CONTINUES THE SEQUENCE ALREADY ON FIBSEQ UNDER
014016*  ITS IDENTIFIER INSTEAD OF REBUILDING IT.  THE STORED TERMS
014017*  ARE PROVED AGAINST THE RECURRENCE BEFORE ANY NEW TERM IS
014018*  ADDED, AND THEIR COUNT, SUM, AND MAXIMUM START THE CSV
014019*  TRAILER TOTALS.  THE EXPECTED TERM IS FOUR DIGITS SO A
014020*  999-TERM SEQUENCE CANNOT WRAP IT
014021*****************************************************************
014022 77  WS-EXTENDING-SW         PIC X(01) VALUE "N".
014023     88  WS-EXTENDING                VALUE "Y".
014024 77  WS-EXT-EOF-SW           PIC X(01) VALUE "N".
014025     88  WS-EXT-EOF                  VALUE "Y".
014026 77  WS-EXT-HIGH-TERM        PIC 9(03) VALUE ZERO.
014027 77  WS-EXT-EXPECT-TERM      PIC 9(04) VALUE ZERO.
014028 77  WS-EDIT-EXT-FROM        PIC ZZ9.
014030
014031*****************************************************************
014032*  LIVE PROGRESS STATUS WORK FIELDS - THE RATE AND PROJECTED
014033*  FINISH ARE MEASURED FROM THE MOMENT THIS EXECUTION'S
014034*  GENERATION LOOP STARTED, NOT FROM TERMS A PRIOR NIGHT'S RUN
014035*  ALREADY PRODUCED, SO A RESUMED RUN PROJECTS HONESTLY.
014036*  SECONDS FIELDS CAN CARRY A DAY PAST MIDNIGHT (UP TO 172800)
014037*****************************************************************
014038 77  WS-START-SECS           PIC 9(06) VALUE ZERO.
014039 77  WS-GEN-START-SECS       PIC 9(06) VALUE ZERO.
014040 77  WS-STAT-BASE-TERMS      PIC 9(03) VALUE ZERO.
014041 77  WS-TERMS-THIS-EXEC      PIC 9(03) VALUE ZERO.
014042 77  WS-CLOCK-HH             PIC 9(02) VALUE ZERO.
014043 77  WS-CLOCK-MM             PIC 9(02) VALUE ZERO.
014044 77  WS-CLOCK-SS             PIC 9(02) VALUE ZERO.
014045 77  WS-CLOCK-SECS           PIC 9(06) VALUE ZERO.
014046 77  WS-ELAPSED-SECS         PIC 9(06) VALUE ZERO.
014047 77  WS-REMAINING-TERMS      PIC 9(03) VALUE ZERO.
014048 77  WS-TERMS-PER-MIN        PIC 9(05) VALUE ZERO.
014049 77  WS-NOW-ABS              PIC 9(08) VALUE ZERO.
014050 77  WS-FIN-ABS              PIC 9(08) VALUE ZERO.
014051 77  WS-FIN-DAY-SECS         PIC 9(08) VALUE ZERO.
014052 77  WS-FIN-DAYS             PIC 9(03) VALUE ZERO.
014053 77  WS-FIN-SECS-OF-DAY      PIC 9(06) VALUE ZERO.
014054 77  WS-PROJ-HH              PIC 9(02) VALUE ZERO.
014055 77  WS-PROJ-MM              PIC 9(02) VALUE ZERO.
014056 77  WS-PROJ-SS              PIC 9(02) VALUE ZERO.
014057 77  WS-PROJ-REM             PIC 9(04) VALUE ZERO.
014058 77  WS-PROJ-HHMM            PIC 9(04) VALUE ZERO.
014059 77  WS-CUT-HH               PIC 9(02) VALUE ZERO.
014060 77  WS-CUT-MM               PIC 9(02) VALUE ZERO.
014061 77  WS-CUTOFF-SECS          PIC 9(06) VALUE ZERO.
014062 77  WS-CUT-ABS              PIC 9(06) VALUE ZERO.
014063 77  WS-MAKE-CUTOFF-SW       PIC X(01) VALUE SPACE.
014064 77  WS-STAT-WARNED-SW       PIC X(01) VALUE "N".
014065     88  WS-STAT-WARNED              VALUE "Y".
014066
014067*****************************************************************
014068*  REQUEST TIMING HISTORY WORK FIELDS - THE START AND END OF A
014069*  GENERATE REQUEST AND THE TERMS ALREADY ON FILE WHEN ITS
014070*  GENERATION STARTED (A CHECKPOINT'S OR A STORED SEQUENCE'S),
014071*  SO THE FIBTIMH RECORD CARRIES ONLY THIS EXECUTION'S WORK
014072*****************************************************************
014073 77  WS-TIM-START-DATE       PIC 9(08) VALUE ZERO.
014074 77  WS-TIM-START-TIME       PIC 9(08) VALUE ZERO.
014075 77  WS-TIM-END-DATE         PIC 9(08) VALUE ZERO.
014076 77  WS-TIM-END-TIME         PIC 9(08) VALUE ZERO.
014077 77  WS-TIM-START-SECS       PIC 9(06) VALUE ZERO.
014078 77  WS-TIM-ELAPSED-SECS     PIC 9(06) VALUE ZERO.
014079 77  WS-TIM-RATE-SECS        PIC 9(06) VALUE ZERO.
014080 77  WS-TIM-BASE-TERMS       PIC 9(03) VALUE ZERO.
014081 77  WS-TIM-TERMS            PIC 9(03) VALUE ZERO.
014082 77  WS-TIM-WARNED-SW        PIC X(01) VALUE "N".
014083     88  WS-TIM-WARNED               VALUE "Y".
014084*****************************************************************
014085*  FILE STATUS FIELDS
014086*****************************************************************
014087 77  WS-PARM-STATUS          PIC X(02) VALUE "00".
014100 77  WS-RPT-STATUS           PIC X(02) VALUE "00".
014200 77  WS-CKPT-STATUS          PIC X(02) VALUE "00".
014300 77  WS-AUDIT-STATUS         PIC X(02) VALUE "00".
014500 77  WS-CSV-STATUS           PIC X(02) VALUE "00".
014510 77  WS-STAT-STATUS          PIC X(02) VALUE "00".
014520 77  WS-EXC-STATUS           PIC X(02) VALUE "00".
014525 77  WS-TIM-STATUS           PIC X(02) VALUE "00".
014530
014540*****************************************************************
014550*  EXCEPTION STAGING FIELDS - THE CALLER OF THE EXCEPTION
023294                 AND FIB-CKPT-REQUEST-NO NUMERIC
023295                 AND FIB-CKPT-REQUEST-NO > ZERO
023296             MOVE FIB-CKPT-REQUEST-NO TO WS-RESUME-REQUEST-NO
023298             MOVE FIB-CKPT-PAGE-COUNT TO WS-PAGE-COUNT
023300             DISPLAY "FIB2050I - IN-PROGRESS CHECKPOINT FOR "
023302                     "REQUEST " FIB-CKPT-REQUEST-NO " FOUND, "
023304                     "PRIOR OUTPUT WILL BE EXTENDED"
023306         END-IF
023310     END-IF.
023320 2050-EXIT.
023330     EXIT.
023331
023332*****************************************************************
023333*  2075-RESOLVE-PROFILE - A FIBPARM RECORD OF PROFILE=NAME IS
023334*  REPLACED BY THE FIB-PARM-REC IMAGE FILED UNDER THAT NAME ON
023335*  THE FIBPROF LIBRARY.  A NAME THAT IS NOT ON FILE FAILS THIS
023336*  REQUEST ALONE, LIKE ANY OTHER BAD PARAMETER RECORD.  THE
023337*  PROFILE'S VERSION IS KEPT FOR THE AUDIT AND CATALOG RECORDS
023338*  (ZERO FOR A PROFILE FILED BEFORE VERSIONS WERE KEPT)
023346*****************************************************************
023347 2075-RESOLVE-PROFILE.
023348     MOVE FIB-PARM-REC (9:16) TO WS-PROFILE-NAME.
023369             PERFORM 2150-FAIL-REQUEST THRU 2150-EXIT
023370         NOT INVALID KEY
023371             MOVE FIB-PROF-PARM-DATA TO FIB-PARM-REC
023381             IF FIB-PROF-VERSION NUMERIC
023391                 MOVE FIB-PROF-VERSION TO WS-PROFILE-VERSION
023401             END-IF
023411             DISPLAY "FIB2075I - PROFILE " WS-PROFILE-NAME
023420                     " VERSION " WS-PROFILE-VERSION
023429                     " APPLIED TO REQUEST " WS-REQUEST-NO
023438     END-READ.
023447     CLOSE FIBPROF.
023456 2075-EXIT.
023465     EXIT.
023474
023483*****************************************************************
023500*  2100-VALIDATE-BATCH-PARM - EDIT THE FIBPARM RECORD.  SEED
023510*  OVERRIDES APPLY IN EITHER MODE SO A BATCH LOOKUP CAN SEARCH A
023520*  CUSTOM RECURRENCE, NOT JUST THE DEFAULT 0/1 FIBONACCI SEED.
025530             END-IF
025540             MOVE FIB-PARM-CUTOFF-TIME TO WS-CUTOFF-TIME
025550         END-IF
025560*        THE EXTEND OPTION CAME OUT OF THE FILLER TOO - BLANK
025570*        MEANS N, A FULL REBUILD OF THE STORED SEQUENCE
025580         IF FIB-PARM-EXTEND NOT = SPACE
025590                 AND FIB-PARM-EXTEND NOT = "N"
025600                 AND NOT FIB-PARM-EXTEND-YES
025610             DISPLAY "FIB2100E - FIBPARM EXTEND OPTION IS NOT "
025620                     "Y OR N, REQUEST " WS-REQUEST-NO " FAILED"
025630             PERFORM 2150-FAIL-REQUEST THRU 2150-EXIT
025640             GO TO 2100-EXIT
025650         END-IF
025900     END-IF.
026000 2100-EXIT.
026100     EXIT.
026800     DISPLAY "ENTER G TO GENERATE A SEQUENCE OR L TO LOOK UP "
026900             "A VALUE: ".
027000     ACCEPT WS-MODE-ANSWER.
027010     MOVE "N" TO FIB-PARM-EXTEND.
027100     IF WS-MODE-ANSWER = "L" OR WS-MODE-ANSWER = "l"
027200         MOVE "L" TO FIB-PARM-MODE
027300         PERFORM 2300-VALIDATE-TARGET THRU 2300-EXIT
033432*  COMPLETED BY A PRIOR RUN (PER THE RESTART POINT) IS REPORTED
033433*  AND COUNTED BUT NOT RERUN; ITS OUTPUT IS ALREADY ON FILE
033434*****************************************************************
033435 2500-PROCESS-ONE-REQUEST.
033436     ADD 1 TO WS-REQUEST-NO.
033437     ADD 1 TO WS-REQUESTS-READ.
033438     IF WS-RESUME-REQUEST-NO > ZERO
033439             AND WS-REQUEST-NO < WS-RESUME-REQUEST-NO
033440         PERFORM 2700-WRITE-REQUEST-HEADER THRU 2700-EXIT
033441         PERFORM 2950-WRITE-SKIPPED-STATUS THRU 2950-EXIT
033442         ADD 1 TO WS-REQUESTS-GOOD
033443     ELSE
033444         PERFORM 2600-RESET-REQUEST-STATE THRU 2600-EXIT
033445         IF FIB-PARM-REC (1:8) = "PROFILE="
033446             PERFORM 2075-RESOLVE-PROFILE THRU 2075-EXIT
033447         END-IF
033448*        THE HEADER ECHOES THE RECORD AS IT WILL RUN - FOR A
033449*        PROFILE REQUEST THAT IS THE RESOLVED PARM IMAGE
033450         PERFORM 2700-WRITE-REQUEST-HEADER THRU 2700-EXIT
033451         IF NOT WS-REQ-FAILED
033452             PERFORM 2100-VALIDATE-BATCH-PARM THRU 2100-EXIT
033453         END-IF
033454         IF NOT WS-REQ-FAILED
033455             PERFORM 2550-EXECUTE-ONE-REQUEST THRU 2550-EXIT
033456         END-IF
033457         PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
033458         PERFORM 2900-WRITE-REQUEST-STATUS THRU 2900-EXIT
033459     END-IF.
033460*    A SUSPENDED REQUEST MEANS THE WINDOW IS CLOSED - THE
033461*    REQUESTS BEHIND IT WAIT FOR THE RESUBMITTED RUN, WHICH
033462*    RESUMES FROM THE CHECKPOINT AND CONTINUES PAST THEM
033463     IF WS-RUN-SUSPENDED
033464         DISPLAY "FIB2500I - REMAINING REQUESTS HELD FOR THE "
033465                 "RESUBMITTED RUN"
033466         SET WS-PARM-EOF TO TRUE
033467         GO TO 2500-EXIT
033468     END-IF.
033469     READ FIBPARM
033470         AT END
033471             SET WS-PARM-EOF TO TRUE
033472     END-READ.
033473*    ANY READ FAILURE ENDS THE REQUEST LOOP TOO - A BAD STATUS
033474*    LEFT UNCHECKED HERE WOULD SPIN ON THE SAME RECORD FOREVER
033475     IF WS-PARM-STATUS NOT = "00" AND WS-PARM-STATUS NOT = "10"
033476         DISPLAY "FIB2500E - FIBPARM READ FAILED, STATUS = "
033477                 WS-PARM-STATUS ", REMAINING REQUESTS SKIPPED"
033478         IF RETURN-CODE < 8
033479             MOVE 8 TO RETURN-CODE
033480         END-IF
033481         SET WS-PARM-EOF TO TRUE
033482     END-IF.
033483 2500-EXIT.
033484     EXIT.
033485
033486*****************************************************************
033487*  2550-EXECUTE-ONE-REQUEST - RUN A VALIDATED REQUEST IN ITS
033488*  OWN MODE.  ALSO THE WHOLE OF A PROMPTED INTERACTIVE RUN
033489*****************************************************************
033490 2550-EXECUTE-ONE-REQUEST.
033491     IF FIB-PARM-MODE-LOOKUP
033492         PERFORM 5000-LOOKUP-MODE THRU 5000-EXIT
033493     ELSE
033503         ACCEPT WS-TIM-START-DATE FROM DATE YYYYMMDD
033513         ACCEPT WS-TIM-START-TIME FROM TIME
033523         PERFORM 3000-CHECK-FOR-CHECKPOINT THRU 3000-EXIT
033533         PERFORM 3050-SET-SEQUENCE-ID THRU 3050-EXIT
033543         PERFORM 3500-OPEN-GENERATE-FILES THRU 3500-EXIT
033553         MOVE WS-TERMS-PRODUCED TO WS-TIM-BASE-TERMS
033563         IF NOT WS-REQ-FAILED
033573             PERFORM 4000-GENERATE-MODE THRU 4000-EXIT
033583         END-IF
033584         PERFORM 8800-WRITE-TIMING-RECORD THRU 8800-EXIT
033585     END-IF.
033586 2550-EXIT.
033587     EXIT.
033588
033589*****************************************************************
033590*  2600-RESET-REQUEST-STATE - EVERY REQUEST STARTS FROM THE
033596*  SAME CLEAN STATE THE PROGRAM USED TO START A WHOLE RUN WITH.
033606*  THE REPORT PAGE AND LINE COUNTS ARE NOT RESET; THE REPORT IS
033616*  CONTINUOUS ACROSS THE REQUESTS OF ONE EXECUTION
033626*****************************************************************
033636 2600-RESET-REQUEST-STATE.
033646     MOVE ZERO TO N.
033656     MOVE ZERO TO PREVIOUS-NUMBER.
033666     MOVE 1 TO FIBONACCI-NUMBER.
033676     MOVE 1 TO COUNTER.
033686     MOVE ZERO TO WS-TARGET-VALUE.
033696     MOVE ZERO TO WS-FOUND-POSITION.
033706     MOVE ZERO TO WS-TERMS-PRODUCED.
033716     MOVE ZERO TO WS-CSV-COUNT.
033726*    EVERY REQUEST IS ATTRIBUTED TO THE SUBMITTING USER UNLESS
033736*    ITS OWN PARM RECORD NAMES ONE - A USER FROM AN EARLIER
033746*    REQUEST MUST NOT LEAK INTO THE NEXT AUDIT RECORD
033756     MOVE WS-SUBMIT-USER TO WS-RUN-USER.
033766*    LIKEWISE THE PROFILE NAME AND SEQUENCE IDENTIFIER - A
033776*    REQUEST WITHOUT A PROFILE IS KEYED BY ITS SEED PAIR, NOT
033786*    BY THE PROFILE OF THE REQUEST BEFORE IT
033796     MOVE SPACES TO WS-PROFILE-NAME.
033801     MOVE ZERO TO WS-PROFILE-VERSION.
033806     MOVE SPACES TO WS-SEQ-ID.
033816     MOVE ALL "0" TO WS-CSV-SUM-BIG.
033826     MOVE ALL "0" TO WS-CSV-MAX-BIG.
033836*    THE ROLLING EXTENDED-PRECISION PAIR IS SEEDED IN
033846*    4000-GENERATE-MODE; CLEAR IT HERE SO A FAILED OR LOOKUP
033856*    REQUEST NEVER CARRIES A PRIOR REQUEST'S VALUES INTO ITS
033866*    AUDIT RECORD
033876     MOVE ALL "0" TO WS-BIG-PREVIOUS.
033886     MOVE ALL "0" TO WS-BIG-FIBONACCI.
033896     MOVE ALL "0" TO WS-BIG-EMIT.
033906     MOVE "N" TO WS-GEN-DONE-SW.
033916     MOVE ZERO TO WS-CUTOFF-TIME.
033926     MOVE "N" TO WS-SUSPENDED-SW.
033936     MOVE "N" TO WS-OVERFLOW-SW.
033946     MOVE "N" TO WS-FOUND-SW.
033956     MOVE "N" TO WS-CKPT-RESUMED-SW.
033966     MOVE "N" TO WS-CKPT-RESUME-POINT-SW.
033976     MOVE "N" TO WS-CKPT-ELIGIBLE-SW.
033986     MOVE "N" TO WS-REQ-FAILED-SW.
033996     MOVE "N" TO WS-EXTENDING-SW.
034006     MOVE ZERO TO WS-EXT-HIGH-TERM.
034016     MOVE "N" TO WS-N-VALID-SW.
034026     MOVE "N" TO WS-TARGET-VALID-SW.
034036 2600-EXIT.
034046     EXIT.
034056
034066*****************************************************************
034076*  2700-WRITE-REQUEST-HEADER - IDENTIFY THE REQUEST ON THE
034086*  REPORT BEFORE IT IS EDITED, ECHOING THE PARAMETER FIELDS AS
034096*  THEY CAME IN SO A REJECTED RECORD CAN STILL BE RECOGNIZED
034106*****************************************************************
034116 2700-WRITE-REQUEST-HEADER.
034126     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
034136         PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT
034146     END-IF.
034156     MOVE SPACE TO FIB-RPT-T-CTL.
034166     MOVE SPACES TO FIB-RPT-T-TEXT.
034176     WRITE FIB-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
034186     ADD 1 TO WS-LINE-COUNT.
034196     MOVE WS-REQUEST-NO TO WS-EDIT-REQUEST.
034206     MOVE SPACE TO FIB-RPT-T-CTL.
034216     MOVE SPACES TO FIB-RPT-T-TEXT.
034226     STRING "REQUEST " DELIMITED BY SIZE
034236            WS-EDIT-REQUEST DELIMITED BY SIZE
034246            "  MODE " DELIMITED BY SIZE
034256            FIB-PARM-MODE DELIMITED BY SIZE
034266            "  N " DELIMITED BY SIZE
034276            FIB-PARM-N DELIMITED BY SIZE
034286            "  TARGET " DELIMITED BY SIZE
034296            FIB-PARM-TARGET-VALUE DELIMITED BY SIZE
034306            "  EXTEND " DELIMITED BY SIZE
034316            FIB-PARM-EXTEND DELIMITED BY SIZE
034326         INTO FIB-RPT-T-TEXT.
034336     WRITE FIB-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
034346     ADD 1 TO WS-LINE-COUNT.
034356     MOVE SPACE TO FIB-RPT-T-CTL.
034366     MOVE SPACES TO FIB-RPT-T-TEXT.
034376     STRING "  SEEDS " DELIMITED BY SIZE
034386            FIB-PARM-SEED-PREV DELIMITED BY SIZE
034396            " / " DELIMITED BY SIZE
034406            FIB-PARM-SEED-CURR DELIMITED BY SIZE
034416         INTO FIB-RPT-T-TEXT.
034426     WRITE FIB-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
034436     ADD 1 TO WS-LINE-COUNT.
034446 2700-EXIT.
034456     EXIT.
034466
034476*****************************************************************
034486*  2900-WRITE-REQUEST-STATUS - ONE STATUS LINE PER REQUEST AND
034496*  THE SUCCEEDED/FAILED COUNTS THE CONTROL SUMMARY REPORTS
034506*****************************************************************
034516 2900-WRITE-REQUEST-STATUS.
034526     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
034536         PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT
034546     END-IF.
034556     MOVE WS-REQUEST-NO TO WS-EDIT-REQUEST.
034566     MOVE WS-TERMS-PRODUCED TO WS-EDIT-COUNTER.
034576     MOVE WS-FOUND-POSITION TO WS-EDIT-POSITION.
034586     MOVE SPACE TO FIB-RPT-T-CTL.
034596     MOVE SPACES TO FIB-RPT-T-TEXT.
034606     EVALUATE TRUE
034616         WHEN WS-REQ-FAILED
034626             ADD 1 TO WS-REQUESTS-FAILED
034636             STRING "REQUEST " DELIMITED BY SIZE
034646                    WS-EDIT-REQUEST DELIMITED BY SIZE
034656                    "  STATUS FAILED - SEE CONSOLE MESSAGES"
034666                    DELIMITED BY SIZE
034676                 INTO FIB-RPT-T-TEXT
034686         WHEN FIB-PARM-MODE-LOOKUP AND WS-TARGET-FOUND
034696             ADD 1 TO WS-REQUESTS-GOOD
034706             STRING "REQUEST " DELIMITED BY SIZE
034716                    WS-EDIT-REQUEST DELIMITED BY SIZE
034726                    "  STATUS COMPLETED - TARGET IS TERM "
034736                    DELIMITED BY SIZE
034746                    WS-EDIT-POSITION DELIMITED BY SIZE
034756                 INTO FIB-RPT-T-TEXT
034766         WHEN FIB-PARM-MODE-LOOKUP
034776             ADD 1 TO WS-REQUESTS-GOOD
034786             STRING "REQUEST " DELIMITED BY SIZE
034796                    WS-EDIT-REQUEST DELIMITED BY SIZE
034806                    "  STATUS COMPLETED - TARGET NOT FOUND"
034816                    DELIMITED BY SIZE
034826                 INTO FIB-RPT-T-TEXT
034836        WHEN WS-RUN-SUSPENDED
034846            ADD 1 TO WS-REQUESTS-SUSPENDED
034856            MOVE N TO WS-EDIT-N
034866            STRING "REQUEST " DELIMITED BY SIZE
034876                   WS-EDIT-REQUEST DELIMITED BY SIZE
034886                   "  STATUS SUSPENDED AT TERM "
034896                   DELIMITED BY SIZE
034906                   WS-EDIT-COUNTER DELIMITED BY SIZE
034916                   " OF " DELIMITED BY SIZE
034926                   WS-EDIT-N DELIMITED BY SIZE
034927                INTO FIB-RPT-T-TEXT
034928         WHEN WS-OVERFLOW-DETECTED
034929             ADD 1 TO WS-REQUESTS-GOOD
034930             STRING "REQUEST " DELIMITED BY SIZE
034931                    WS-EDIT-REQUEST DELIMITED BY SIZE
034932                    "  STATUS COMPLETED WITH OVERFLOW, "
034933                    DELIMITED BY SIZE
034934                    WS-EDIT-COUNTER DELIMITED BY SIZE
034935                    " TERMS PRODUCED" DELIMITED BY SIZE
034936                 INTO FIB-RPT-T-TEXT
034937         WHEN WS-EXTENDING
034938             ADD 1 TO WS-REQUESTS-GOOD
034939             MOVE WS-EXT-HIGH-TERM TO WS-EDIT-EXT-FROM
034940             STRING "REQUEST " DELIMITED BY SIZE
034941                    WS-EDIT-REQUEST DELIMITED BY SIZE
034942                    "  STATUS COMPLETED - " DELIMITED BY SIZE
034943                    WS-EDIT-COUNTER DELIMITED BY SIZE
034944                    " TERMS, EXTENDED FROM TERM "
034945                    DELIMITED BY SIZE
034946                    WS-EDIT-EXT-FROM DELIMITED BY SIZE
034947                 INTO FIB-RPT-T-TEXT
034948         WHEN OTHER
034949             ADD 1 TO WS-REQUESTS-GOOD
034950             STRING "REQUEST " DELIMITED BY SIZE
034951                    WS-EDIT-REQUEST DELIMITED BY SIZE
034952                    "  STATUS COMPLETED - " DELIMITED BY SIZE
034953                    WS-EDIT-COUNTER DELIMITED BY SIZE
034954                    " TERMS PRODUCED" DELIMITED BY SIZE
034955                 INTO FIB-RPT-T-TEXT
034956     END-EVALUATE.
034957     WRITE FIB-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
034958     ADD 1 TO WS-LINE-COUNT.
034959 2900-EXIT.
034960     EXIT.
034961
034962*****************************************************************
034963*  2950-WRITE-SKIPPED-STATUS - A REQUEST THE PRIOR RUN ALREADY
034964*  COMPLETED; ITS RESULTS AND AUDIT RECORD ARE ALREADY ON FILE
034965*****************************************************************
034966 2950-WRITE-SKIPPED-STATUS.
034967     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
034968         PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT
034969     END-IF.
034970     MOVE WS-REQUEST-NO TO WS-EDIT-REQUEST.
034971     MOVE SPACE TO FIB-RPT-T-CTL.
034972     MOVE SPACES TO FIB-RPT-T-TEXT.
034973     STRING "REQUEST " DELIMITED BY SIZE
034974            WS-EDIT-REQUEST DELIMITED BY SIZE
034975            "  STATUS COMPLETED IN A PRIOR RUN - NOT RERUN"
034976            DELIMITED BY SIZE
034977         INTO FIB-RPT-T-TEXT.
034978     WRITE FIB-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
034979     ADD 1 TO WS-LINE-COUNT.
034980 2950-EXIT.
034981     EXIT.
034982
034983*****************************************************************
034984*  3000-CHECK-FOR-CHECKPOINT - RESUME A CANCELLED GENERATE-MODE
034985*  RUN INSTEAD OF STARTING OVER FROM TERM 1.  ONLY RESUME WHEN
034986*  THE CHECKPOINT'S TERM COUNT AND ORIGINAL SEED PAIR MATCH THIS
034987*  REQUEST - A CHECKPOINT LEFT OVER FROM A DIFFERENT SEED PAIR OR
034988*  N IS NOT SOMETHING THIS REQUEST ASKED TO CONTINUE
034989*****************************************************************
034990 3000-CHECK-FOR-CHECKPOINT.
034991     MOVE PREVIOUS-NUMBER TO WS-REQ-SEED-PREV.
034992     MOVE FIBONACCI-NUMBER TO WS-REQ-SEED-CURR.
034993     MOVE "N" TO WS-CKPT-ELIGIBLE-SW.
034994     OPEN INPUT FIBCKPT.
034995     IF WS-CKPT-STATUS = "00"
034996         READ FIBCKPT INTO FIB-CKPT-REC
034997             AT END
034998                 MOVE "10" TO WS-CKPT-STATUS
034999         END-READ
035000         CLOSE FIBCKPT
035001         IF WS-CKPT-STATUS = "00" AND FIB-CKPT-IN-PROGRESS
035002                 AND FIB-CKPT-REQUEST-NO NUMERIC
035003                 AND FIB-CKPT-REQUEST-NO = WS-REQUEST-NO
035004             IF FIB-CKPT-N = N
035005                     AND FIB-CKPT-SEED-PREV = WS-REQ-SEED-PREV
035006                     AND FIB-CKPT-SEED-CURR = WS-REQ-SEED-CURR
035007                 SET WS-CKPT-ELIGIBLE TO TRUE
035008             ELSE
035009                 DISPLAY "FIB3000W - CHECKPOINT FOUND BUT ITS N "
035010                         "OR SEED VALUES DO NOT MATCH THIS "
035011                         "REQUEST, STARTING A NEW RUN"
035012             END-IF
035013         END-IF
035014     END-IF.
035015     IF WS-CKPT-ELIGIBLE
035020         MOVE FIB-CKPT-COUNTER   TO COUNTER
035021*        A CHECKPOINT TAKEN AT OR PAST THE LAST REQUESTED TERM
035022*        HAS NOTHING LEFT TO EMIT, AND INCREMENTING A COUNTER
035087         ELSE
035088             MOVE FIB-CKPT-FIBONACCI TO WS-BIG-EMIT
035089         END-IF
035096*        THE PAGE NUMBERING WAS PICKED UP IN 2050 AND THE
035103*        RESUMED REPORT ALREADY OPENED ON A FRESH HEADED PAGE
035110         SET WS-CKPT-WAS-RESUMED TO TRUE
035120         IF FIB-CKPT-COUNTER = 1
035130             SET WS-CKPT-RESUMED-AFTER-TERM1 TO TRUE
035170     END-IF.
036100 3000-EXIT.
036200     EXIT.
036206
036212*****************************************************************
036218*  3050-SET-SEQUENCE-ID - THE KEY THIS REQUEST'S TERMS GO ON
036224*  FIBSEQ UNDER: THE PROFILE NAME, OR THE EFFECTIVE SEED PAIR
036230*  (PREVIOUS THEN CURRENT) FOR A REQUEST THAT NAMED NO PROFILE
036236*****************************************************************
036242 3050-SET-SEQUENCE-ID.
036248     IF WS-PROFILE-NAME NOT = SPACES
036254         MOVE WS-PROFILE-NAME TO WS-SEQ-ID
036260     ELSE
036266         MOVE WS-REQ-SEED-PREV TO WS-SEQ-ID-SEED-PREV
036272         MOVE WS-REQ-SEED-CURR TO WS-SEQ-ID-SEED-CURR
036278     END-IF.
036284 3050-EXIT.
036290     EXIT.
036300 
036400*****************************************************************
036410*  3400-OPEN-REPORT-FILE - ONE REPORT FOR THE WHOLE EXECUTION.
036420*  A RESTART OF AN INTERRUPTED RUN EXTENDS THE PRIOR REPORT SO
036430*  THE REQUESTS ALREADY COMPLETED KEEP THEIR OUTPUT; OTHERWISE
036435*  A FRESH REPORT IS OPENED.  EITHER WAY A HEADED PAGE IS
036440*  WRITTEN, SO A RESUMED REPORT CARRIES TONIGHT'S RUN DATE AND
036445*  CONTINUES THE PAGE NUMBERING OF THE INTERRUPTED RUN
036450*****************************************************************
036460 3400-OPEN-REPORT-FILE.
036470     IF WS-RESUME-REQUEST-NO > ZERO
036496         MOVE 16 TO RETURN-CODE
036497         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
036498     END-IF.
036500     PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT.
036502 3400-EXIT.
036503     EXIT.
036504
036505*****************************************************************
036512*  3500-OPEN-GENERATE-FILES - FIBSEQ IS OPENED I-O AND KEEPS
036519*  EVERY SEQUENCE ON IT; A NEW REQUEST REPLACES ONLY THE TERMS
036526*  FILED UNDER ITS OWN IDENTIFIER, AND A RESUMED ONE KEEPS
036528*  THEM.  AN EXTEND REQUEST KEEPS THEM TOO, ONCE THEY PASS
036530*  3700-CHECK-EXTEND; A REFUSED EXTEND FAILS THE REQUEST AND
036532*  LEAVES FIBSEQ AS IT STOOD.  THE FILE IS CREATED THE FIRST
036534*  TIME IT IS MISSING.
036540*  FIBCSV IS OPENED ONCE, AT THE FIRST GENERATE REQUEST OF THE
036547*  EXECUTION, AND CARRIES EVERY GENERATE REQUEST IN ORDER
036560*****************************************************************
036800 3500-OPEN-GENERATE-FILES.
036810     OPEN I-O FIBSEQ.
036820     IF WS-SEQ-STATUS = "35"
037500         OPEN OUTPUT FIBSEQ
037510         IF WS-SEQ-STATUS = "00"
037520             CLOSE FIBSEQ
037530             OPEN I-O FIBSEQ
037540         END-IF
037700     END-IF.
038310     IF WS-SEQ-STATUS NOT = "00"
038320         DISPLAY "FIB3500E - UNABLE TO OPEN FIBSEQ, STATUS = "
038330                 WS-SEQ-STATUS
038340         MOVE 16 TO RETURN-CODE
038341         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
038342     END-IF.
038343     IF NOT WS-CKPT-WAS-RESUMED
038344         IF FIB-PARM-EXTEND-YES
038345             PERFORM 3700-CHECK-EXTEND THRU 3700-EXIT
038346             IF WS-REQ-FAILED
038347                 CLOSE FIBSEQ
038348                 GO TO 3500-EXIT
038349             END-IF
038350         ELSE
038351             PERFORM 3550-CLEAR-PRIOR-SEQUENCE THRU 3550-EXIT
038352         END-IF
038358     END-IF.
038359     IF NOT WS-CSV-WAS-OPENED
038360         IF WS-CKPT-WAS-RESUMED
038361             PERFORM 3600-COUNT-CSV-SECTIONS THRU 3600-EXIT
038362             OPEN EXTEND FIBCSV
038363         ELSE
038364             MOVE ZERO TO WS-CSV-SECTIONS
038365             OPEN OUTPUT FIBCSV
038366         END-IF
038367         SET WS-CSV-WAS-OPENED TO TRUE
038398         END-IF
038399     END-IF.
038400 3500-EXIT.
038401     EXIT.
038402
038403*****************************************************************
038404*  3550-CLEAR-PRIOR-SEQUENCE - DELETE WHATEVER AN EARLIER RUN
038405*  LEFT UNDER THIS REQUEST'S IDENTIFIER, DIRECTORY RECORD AND
038406*  TERMS ALIKE, SO A SHORTER RERUN CANNOT LEAVE STALE HIGH
038407*  TERMS BEHIND.  EVERY OTHER SEQUENCE IS LEFT ALONE
038408*****************************************************************
038409 3550-CLEAR-PRIOR-SEQUENCE.
038410     MOVE ZERO TO WS-SEQ-CLEARED.
038411     MOVE "N" TO WS-SEQ-CLEAR-EOF-SW.
038412     MOVE WS-SEQ-ID TO FIB-SEQ-ID.
038413     MOVE ZERO TO FIB-SEQ-TERM-NO.
038414     START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
038415         INVALID KEY
038416             SET WS-SEQ-CLEAR-EOF TO TRUE
038417     END-START.
038418     PERFORM 3560-CLEAR-ONE-TERM THRU 3560-EXIT
038419         UNTIL WS-SEQ-CLEAR-EOF.
038420     IF WS-SEQ-CLEARED > ZERO
038421         DISPLAY "FIB3550I - " WS-SEQ-CLEARED " PRIOR RECORD(S) "
038422                 "OF SEQUENCE " WS-SEQ-ID " REPLACED"
038423     END-IF.
038424 3550-EXIT.
038425     EXIT.
038426
038427 3560-CLEAR-ONE-TERM.
038428     READ FIBSEQ NEXT RECORD
038429         AT END
038430             SET WS-SEQ-CLEAR-EOF TO TRUE
038431     END-READ.
038432     IF WS-SEQ-CLEAR-EOF
038433         GO TO 3560-EXIT
038434     END-IF.
038435     IF WS-SEQ-STATUS NOT = "00" OR FIB-SEQ-ID NOT = WS-SEQ-ID
038436         SET WS-SEQ-CLEAR-EOF TO TRUE
038437         GO TO 3560-EXIT
038438     END-IF.
038439     DELETE FIBSEQ RECORD
038440         INVALID KEY
038441             DISPLAY "FIB3560E - UNABLE TO DELETE FIBSEQ RECORD "
038442                     "FOR TERM " FIB-SEQ-TERM-NO ", STATUS = "
038443                     WS-SEQ-STATUS
038444             MOVE 16 TO RETURN-CODE
038445             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
038446     END-DELETE.
038447     ADD 1 TO WS-SEQ-CLEARED.
038448 3560-EXIT.
038449     EXIT.
038450
038451*****************************************************************
038452*  3600-COUNT-CSV-SECTIONS - A RESTARTED EXECUTION EXTENDS THE
038453*  FIBCSV THE INTERRUPTED ONE STARTED, SO THE SECTIONS ALREADY
038454*  ON IT (ONE COLUMN-HEADING LINE EACH, THE RESUMED REQUEST'S
038455*  OWN INCLUDED) ARE COUNTED BEFORE IT IS EXTENDED
038456*****************************************************************
038457 3600-COUNT-CSV-SECTIONS.
038458     MOVE ZERO TO WS-CSV-SECTIONS.
038459     MOVE "N" TO WS-COPY-EOF-SW.
038460     OPEN INPUT FIBCSV.
038461     IF WS-CSV-STATUS NOT = "00"
038462         GO TO 3600-EXIT
038463     END-IF.
038464     PERFORM 3610-COUNT-ONE-CSV-LINE THRU 3610-EXIT
038465         UNTIL WS-COPY-EOF.
038466     CLOSE FIBCSV.
038467 3600-EXIT.
038468     EXIT.
038469
038470 3610-COUNT-ONE-CSV-LINE.
038471     READ FIBCSV
038472         AT END
038473             SET WS-COPY-EOF TO TRUE
038474     END-READ.
038475     IF NOT WS-COPY-EOF
038476         IF WS-CSV-STATUS NOT = "00"
038477             SET WS-COPY-EOF TO TRUE
038478         ELSE
038479             IF FIB-CSV-RECORD (1:40) = FIB-CSV-HEADER-LINE
038480                 ADD 1 TO WS-CSV-SECTIONS
038481             END-IF
038482         END-IF
038483     END-IF.
038484 3610-EXIT.
038500     EXIT.
038600
038700*****************************************************************
038701*  3700-CHECK-EXTEND - AN EXTEND REQUEST MAY ONLY CONTINUE A
038702*  SEQUENCE THAT IS ON FIBSEQ, RAN TO COMPLETION, HAS THIS
038703*  REQUEST'S SEED PAIR, AND IS NO LONGER THAN THE N ASKED FOR.
038704*  EVERY STORED TERM IS THEN PROVED AGAINST THE RECURRENCE.
038705*  ANY FAILURE REFUSES THE EXTEND - IT NEVER FALLS BACK TO A
038706*  REBUILD, WHICH WOULD QUIETLY REPLACE THE STORED TERMS.  ON
038707*  SUCCESS THE GENERATION STATE IS LEFT AS IF THE LAST STORED
038708*  TERM HAD JUST BEEN EMITTED, THE SAME POSITION A CHECKPOINT
038709*  RESUME STARTS FROM
038710*****************************************************************
038711 3700-CHECK-EXTEND.
038712     MOVE "N" TO WS-EXT-EOF-SW.
038713     MOVE ZERO TO WS-EXT-EXPECT-TERM.
038714     MOVE WS-REQUEST-NO TO WS-EXC-REF.
038715     MOVE WS-SEQ-ID TO FIB-SEQ-ID.
038716     MOVE ZERO TO FIB-SEQ-TERM-NO.
038717     READ FIBSEQ
038718         INVALID KEY
038719             MOVE "P005" TO WS-EXC-REASON
038720             MOVE "NO STORED SEQUENCE TO EXTEND"
038721                 TO WS-EXC-TEXT
038722             PERFORM 3790-REFUSE-EXTEND THRU 3790-EXIT
038723             GO TO 3700-EXIT
038724     END-READ.
038725     MOVE "P005" TO WS-EXC-REASON.
038726     EVALUATE TRUE
038727         WHEN NOT FIB-SEQ-DIR-COMPLETE
038728             MOVE "STORED SEQUENCE IS NOT COMPLETE"
038729                 TO WS-EXC-TEXT
038730         WHEN FIB-SEQ-DIR-SEED-PREV NOT = WS-REQ-SEED-PREV
038731                 OR FIB-SEQ-DIR-SEED-CURR NOT = WS-REQ-SEED-CURR
038732             MOVE "SEED PAIR DIFFERS FROM THE STORED ONE"
038733                 TO WS-EXC-TEXT
038734         WHEN FIB-SEQ-DIR-HIGH-TERM < 1
038735             MOVE "STORED SEQUENCE HAS NO TERMS"
038736                 TO WS-EXC-TEXT
038737         WHEN N < FIB-SEQ-DIR-HIGH-TERM
038738             MOVE "FEWER TERMS REQUESTED THAN ARE STORED"
038739                 TO WS-EXC-TEXT
038740         WHEN OTHER
038741             MOVE SPACES TO WS-EXC-TEXT
038742     END-EVALUATE.
038743     IF WS-EXC-TEXT NOT = SPACES
038744         PERFORM 3790-REFUSE-EXTEND THRU 3790-EXIT
038745         GO TO 3700-EXIT
038746     END-IF.
038747     MOVE FIB-SEQ-DIR-HIGH-TERM TO WS-EXT-HIGH-TERM.
038748*    RE-PROVE THE STORED TERMS FROM TERM 1, ROLLING THE SAME
038749*    EXTENDED-PRECISION PAIR THE GENERATION LOOP RUNS ON
038750     MOVE ALL "0" TO WS-BIG-PREVIOUS.
038751     MOVE ALL "0" TO WS-BIG-FIBONACCI.
038752     MOVE ALL "0" TO WS-BIG-EMIT.
038753     MOVE ZERO TO WS-CSV-COUNT.
038754     MOVE ALL "0" TO WS-CSV-SUM-BIG.
038755     MOVE ALL "0" TO WS-CSV-MAX-BIG.
038756     MOVE WS-SEQ-ID TO FIB-SEQ-ID.
038757     MOVE 1 TO FIB-SEQ-TERM-NO.
038758     START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
038759         INVALID KEY
038760             SET WS-EXT-EOF TO TRUE
038761     END-START.
038762     PERFORM 3710-VERIFY-ONE-TERM THRU 3710-EXIT
038763         UNTIL WS-EXT-EOF.
038764     IF WS-REQ-FAILED
038765         GO TO 3700-EXIT
038766     END-IF.
038767     IF WS-EXT-EXPECT-TERM NOT = WS-EXT-HIGH-TERM
038768         MOVE "S001" TO WS-EXC-REASON
038769         COMPUTE WS-EXC-REF = WS-EXT-EXPECT-TERM + 1
038770         MOVE "STORED TERMS END SHORT OF THE HIGH TERM"
038771             TO WS-EXC-TEXT
038772         PERFORM 3790-REFUSE-EXTEND THRU 3790-EXIT
038773         GO TO 3700-EXIT
038774     END-IF.
038775*    THE STORED SEQUENCE STANDS.  PICK UP AFTER ITS LAST TERM:
038776*    FROM A ONE-TERM SEQUENCE THE SECOND SEED IS STILL TO COME,
038777*    WHICH IS EXACTLY A CHECKPOINT RESUME TAKEN AFTER TERM 1
038778     SET WS-EXTENDING TO TRUE.
038779     MOVE WS-EXT-HIGH-TERM TO WS-TERMS-PRODUCED.
038780     MOVE WS-EXT-HIGH-TERM TO COUNTER.
038781     IF WS-EXT-HIGH-TERM = 1
038782         MOVE WS-BIG-FIBONACCI TO WS-BIG-PREVIOUS
038783         MOVE ALL "0" TO WS-BIG-FIBONACCI
038784         MOVE WS-REQ-SEED-CURR TO WS-SEED-WORK
038785         MOVE WS-SEED-WORK-X TO WS-BIG-FIBONACCI (226:18)
038786         SET WS-CKPT-RESUMED-AFTER-TERM1 TO TRUE
038787     END-IF.
038788     IF WS-EXT-HIGH-TERM NOT < N
038789         SET WS-GEN-REQUEST-DONE TO TRUE
038790     ELSE
038791         ADD 1 TO COUNTER
038792     END-IF.
038793     PERFORM 3780-WRITE-EXTEND-LINE THRU 3780-EXIT.
038794 3700-EXIT.
038795     EXIT.
038796
038797*****************************************************************
038798*  3710-VERIFY-ONE-TERM - TERMS 1 AND 2 MUST BE THE SEEDS AND
038799*  EVERY LATER TERM THE SUM OF THE TWO BEFORE IT, WITH NO GAP
038800*  IN THE TERM NUMBERS.  EACH PROVED TERM IS ROLLED INTO THE
038801*  CSV COUNT, SUM, AND MAXIMUM
038802*****************************************************************
038803 3710-VERIFY-ONE-TERM.
038804     READ FIBSEQ NEXT RECORD
038805         AT END
038806             SET WS-EXT-EOF TO TRUE
038807     END-READ.
038808     IF WS-EXT-EOF
038809         GO TO 3710-EXIT
038810     END-IF.
038811     IF WS-SEQ-STATUS NOT = "00" OR FIB-SEQ-ID NOT = WS-SEQ-ID
038812         SET WS-EXT-EOF TO TRUE
038813         GO TO 3710-EXIT
038814     END-IF.
038815     ADD 1 TO WS-EXT-EXPECT-TERM.
038816     MOVE WS-EXT-EXPECT-TERM TO WS-EXC-REF.
038817     IF FIB-SEQ-TERM-NO NOT = WS-EXT-EXPECT-TERM
038818         MOVE "S001" TO WS-EXC-REASON
038819         MOVE "STORED TERM MISSING FROM THE SEQUENCE"
038820             TO WS-EXC-TEXT
038821         PERFORM 3790-REFUSE-EXTEND THRU 3790-EXIT
038822         GO TO 3710-EXIT
038823     END-IF.
038824     IF FIB-SEQ-VALUE NOT NUMERIC
038825         MOVE "S003" TO WS-EXC-REASON
038826         MOVE "STORED TERM VALUE IS NOT NUMERIC"
038827             TO WS-EXC-TEXT
038828         PERFORM 3790-REFUSE-EXTEND THRU 3790-EXIT
038829         GO TO 3710-EXIT
038830     END-IF.
038831     EVALUATE WS-EXT-EXPECT-TERM
038832         WHEN 1
038833             MOVE ALL "0" TO WS-BIG-NEXT
038834             MOVE WS-REQ-SEED-PREV TO WS-SEED-WORK
038835             MOVE WS-SEED-WORK-X TO WS-BIG-NEXT (226:18)
038836         WHEN 2
038837             MOVE ALL "0" TO WS-BIG-NEXT
038838             MOVE WS-REQ-SEED-CURR TO WS-SEED-WORK
038839             MOVE WS-SEED-WORK-X TO WS-BIG-NEXT (226:18)
038840         WHEN OTHER
038841             PERFORM 4250-ADD-BIG-PAIR THRU 4250-EXIT
038842     END-EVALUATE.
038843*    A CARRY OUT OF THE HIGH LIMB CANNOT MATCH ANY STORED VALUE
038844     IF WS-OVERFLOW-DETECTED OR FIB-SEQ-VALUE NOT = WS-BIG-NEXT
038845         MOVE "N" TO WS-OVERFLOW-SW
038846         MOVE "S002" TO WS-EXC-REASON
038847         MOVE "STORED TERM BREAKS THE RECURRENCE"
038848             TO WS-EXC-TEXT
038849         PERFORM 3790-REFUSE-EXTEND THRU 3790-EXIT
038850         GO TO 3710-EXIT
038851     END-IF.
038852     MOVE WS-BIG-FIBONACCI TO WS-BIG-PREVIOUS.
038853     MOVE WS-BIG-NEXT TO WS-BIG-FIBONACCI.
038854     MOVE WS-BIG-NEXT TO WS-BIG-EMIT.
038855     ADD 1 TO WS-CSV-COUNT.
038856     PERFORM 4260-ADD-EMIT-TO-SUM THRU 4260-EXIT.
038857     IF WS-BIG-EMIT > WS-CSV-MAX-BIG
038858         MOVE WS-BIG-EMIT TO WS-CSV-MAX-BIG
038859     END-IF.
038860 3710-EXIT.
038861     EXIT.
038862
038863*****************************************************************
038864*  3780-WRITE-EXTEND-LINE - SAY ON THE REPORT WHERE THE NEW
038865*  TERMS PICK UP, AHEAD OF THE FIRST OF THEM
038866*****************************************************************
038867 3780-WRITE-EXTEND-LINE.
038868     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
038869         PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT
038870     END-IF.
038871     MOVE WS-EXT-HIGH-TERM TO WS-EDIT-EXT-FROM.
038872     MOVE SPACE TO FIB-RPT-T-CTL.
038873     MOVE SPACES TO FIB-RPT-T-TEXT.
038874     STRING "  EXTENDING - " DELIMITED BY SIZE
038875            WS-EDIT-EXT-FROM DELIMITED BY SIZE
038876            " STORED TERMS PROVED, NEW TERMS FOLLOW"
038877            DELIMITED BY SIZE
038878         INTO FIB-RPT-T-TEXT.
038879     WRITE FIB-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
038880     ADD 1 TO WS-LINE-COUNT.
038881     DISPLAY "FIB3780I - SEQUENCE " WS-SEQ-ID " EXTENDED "
038882             "FROM TERM " WS-EXT-HIGH-TERM " TO TERM " N.
038883 3780-EXIT.
038884     EXIT.
038885
038886*****************************************************************
038887*  3790-REFUSE-EXTEND - THE CALLER HAS STAGED THE REASON CODE,
038888*  REFERENCE, AND TEXT.  THE REQUEST FAILS WITH THE REASON ON
038889*  THE REPORT, THE CONSOLE, AND FIBEXCF, AND NOTHING THE CHECK
038890*  ROLLED UP IS LEFT TO REACH ITS AUDIT RECORD
038891*****************************************************************
038892 3790-REFUSE-EXTEND.
038893     SET WS-REQ-FAILED TO TRUE.
038894     SET WS-EXT-EOF TO TRUE.
038895     IF RETURN-CODE < 8
038896         MOVE 8 TO RETURN-CODE
038897     END-IF.
038898     MOVE ALL "0" TO WS-BIG-PREVIOUS.
038899     MOVE ALL "0" TO WS-BIG-FIBONACCI.
038900     MOVE ALL "0" TO WS-BIG-EMIT.
038901     MOVE ZERO TO WS-CSV-COUNT.
038902     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
038903         PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT
038904     END-IF.
038905     MOVE SPACE TO FIB-RPT-T-CTL.
038906     MOVE SPACES TO FIB-RPT-T-TEXT.
038907     IF WS-EXC-REASON (1:1) = "S"
038908         MOVE WS-EXC-REF TO WS-EDIT-COUNTER
038909         STRING "  EXTEND REFUSED - " DELIMITED BY SIZE
038910                WS-EXC-TEXT DELIMITED BY "  "
038911                " AT TERM " DELIMITED BY SIZE
038912                WS-EDIT-COUNTER DELIMITED BY SIZE
038913             INTO FIB-RPT-T-TEXT
038914     ELSE
038915         STRING "  EXTEND REFUSED - " DELIMITED BY SIZE
038916                WS-EXC-TEXT DELIMITED BY "  "
038917             INTO FIB-RPT-T-TEXT
038918     END-IF.
038919     WRITE FIB-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
038920     ADD 1 TO WS-LINE-COUNT.
038921     DISPLAY "FIB3790E - EXTEND OF SEQUENCE " WS-SEQ-ID
038922             " REFUSED (" WS-EXC-REASON " " WS-EXC-REF "), "
038923             WS-EXC-TEXT.
038924     DISPLAY "FIB3790E - REQUEST " WS-REQUEST-NO " FAILED, "
038925             "STORED SEQUENCE LEFT AS IT STANDS".
038926     PERFORM 8600-WRITE-EXCEPTION-RECORD THRU 8600-EXIT.
038927 3790-EXIT.
038928     EXIT.
038929
038930*****************************************************************
038931*  4000-GENERATE-MODE - PRODUCE THE SEQUENCE ONTO THE REPORT,
038932*  THE CSV EXTRACT, AND THE INDEXED FILE
039000*****************************************************************
039100 4000-GENERATE-MODE.
039110*    AN EXTEND OPENS ITS OWN CSV SECTION FOR THE NEW TERMS; ITS
039120*    STORED TERMS ARE ALREADY ON FIBSEQ AND ARE NOT RE-EMITTED
039130     IF WS-EXTENDING
039140         PERFORM 4150-WRITE-CSV-HEADER THRU 4150-EXIT
039150     END-IF.
039160     IF NOT WS-CKPT-WAS-RESUMED AND NOT WS-EXTENDING
039310*        SPREAD THE 18-DIGIT SEED PAIR INTO THE LOW ORDER OF
039320*        THE EXTENDED-PRECISION PAIR THE GENERATION LOOP RUNS ON
039330         MOVE ALL "0" TO WS-BIG-PREVIOUS
040315*    A CHECKPOINT TAKEN RIGHT AFTER TERM 1 NEVER GOT TO WRITE TERM
040316*    2 (THE SECOND SEED VALUE), SO A RESUME FROM THAT POINT HAS TO
040317*    EMIT IT HERE BEFORE FALLING INTO THE GENERIC COMPUTED LOOP.
040318*    AN EXTEND OF A ONE-TERM SEQUENCE IS IN THE SAME POSITION.
040320     IF WS-CKPT-RESUMED-AFTER-TERM1 AND N > 1
040330         MOVE WS-BIG-FIBONACCI TO WS-BIG-EMIT
040340         PERFORM 4300-EMIT-TERM THRU 4300-EXIT
041060     MOVE N TO WS-CAT-N.
041070     MOVE WS-TERMS-PRODUCED TO WS-CAT-TERMS.
041080     MOVE WS-RUN-USER TO WS-CAT-USER.
041085     MOVE WS-PROFILE-VERSION TO WS-CAT-PROF-VERSION.
041090     MOVE WS-SEQ-ID TO WS-CAT-SEQ-ID.
041100 4000-EXIT.
041200     EXIT.
041300 
044900*****************************************************************
045000 4150-WRITE-CSV-HEADER.
045100     WRITE FIB-CSV-RECORD FROM FIB-CSV-HEADER-LINE.
045110     ADD 1 TO WS-CSV-SECTIONS.
045200 4150-EXIT.
045300     EXIT.
045400 
049650         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
049660     END-IF.
049700
049710     MOVE WS-SEQ-ID TO FIB-SEQ-ID.
049800     MOVE COUNTER TO FIB-SEQ-TERM-NO.
049900     MOVE WS-BIG-EMIT TO FIB-SEQ-VALUE.
050000     WRITE FIB-SEQ-REC
055877
055900 
056000*****************************************************************
056010*  4900-CLOSE-GENERATE-FILES - WRITE THE CSV TRAILER AND THE
056020*  SEQUENCE-DIRECTORY RECORD, MARK THE CHECKPOINT COMPLETE,
056030*  AND CLOSE FIBSEQ.  THE REPORT AND CSV STAY OPEN; LATER
056040*  REQUESTS OF THIS EXECUTION CONTINUE THEM
056300*****************************************************************
056400 4900-CLOSE-GENERATE-FILES.
056500     PERFORM 4600-WRITE-CSV-TRAILER THRU 4600-EXIT.
056505     PERFORM 4950-WRITE-SEQ-DIRECTORY THRU 4950-EXIT.
056510*    A SUSPENDED RUN KEEPS ITS IN-PROGRESS CHECKPOINT - THAT
056520*    RECORD IS WHAT THE RESUBMITTED JOB RESUMES FROM
056530     IF WS-RUN-SUSPENDED
057600     CLOSE FIBCKPT.
057800     CLOSE FIBSEQ.
058000 4900-EXIT.
058002     EXIT.
058004
058006*****************************************************************
058008*  4950-WRITE-SEQ-DIRECTORY - THE TERM-000 RECORD OF THIS
058010*  REQUEST'S IDENTIFIER: SEEDS, N, HOW FAR THE SEQUENCE GOT,
058012*  AND WHICH RUN, REQUEST, AND FIBCSV SECTION PRODUCED IT.  A
058014*  RESUMED REQUEST ALREADY HAS ONE FROM THE NIGHT IT STARTED,
058016*  WHICH IS REWRITTEN
058018*****************************************************************
058020 4950-WRITE-SEQ-DIRECTORY.
058022     MOVE SPACES TO FIB-SEQ-REC.
058024     MOVE WS-SEQ-ID TO FIB-SEQ-ID.
058026     MOVE ZERO TO FIB-SEQ-TERM-NO.
058028     MOVE WS-REQ-SEED-PREV TO FIB-SEQ-DIR-SEED-PREV.
058030     MOVE WS-REQ-SEED-CURR TO FIB-SEQ-DIR-SEED-CURR.
058032     MOVE N TO FIB-SEQ-DIR-N.
058034     MOVE WS-TERMS-PRODUCED TO FIB-SEQ-DIR-HIGH-TERM.
058036     MOVE WS-RUN-ID TO FIB-SEQ-DIR-RUN-ID.
058038     MOVE WS-REQUEST-NO TO FIB-SEQ-DIR-REQUEST-NO.
058040     MOVE WS-CSV-SECTIONS TO FIB-SEQ-DIR-CSV-SECTION.
058042     MOVE WS-RUN-DATE TO FIB-SEQ-DIR-RUN-DATE.
058044     MOVE WS-RUN-TIME TO FIB-SEQ-DIR-RUN-TIME.
058046     EVALUATE TRUE
058048         WHEN WS-RUN-SUSPENDED
058050             SET FIB-SEQ-DIR-SUSPENDED TO TRUE
058052         WHEN WS-OVERFLOW-DETECTED
058054             SET FIB-SEQ-DIR-OVERFLOWED TO TRUE
058056         WHEN OTHER
058058             SET FIB-SEQ-DIR-COMPLETE TO TRUE
058060     END-EVALUATE.
058062     WRITE FIB-SEQ-REC
058064         INVALID KEY
058066             REWRITE FIB-SEQ-REC
058068                 INVALID KEY
058070                     DISPLAY "FIB4950E - UNABLE TO WRITE THE "
058072                             "FIBSEQ DIRECTORY RECORD, STATUS = "
058074                             WS-SEQ-STATUS
058076                     MOVE 16 TO RETURN-CODE
058078                     PERFORM 9100-ABORT-RUN THRU 9100-EXIT
058080             END-REWRITE
058082     END-WRITE.
058084 4950-EXIT.
058100     EXIT.
058200 
058300*****************************************************************
067606         MOVE WS-CAT-SEED-CURR TO FIB-CAT-SEED-CURR
067607         MOVE WS-CAT-N TO FIB-CAT-N
067608         MOVE WS-CAT-TERMS TO FIB-CAT-TERMS-PRODUCED
067609         MOVE WS-CAT-PROF-VERSION TO FIB-CAT-PROF-VERSION
067610         EVALUATE TRUE
067611             WHEN WS-REQUESTS-FAILED > ZERO
067612                 MOVE "F" TO FIB-CAT-STATUS
067613             WHEN WS-REQUESTS-SUSPENDED > ZERO
067614                 MOVE "S" TO FIB-CAT-STATUS
067615             WHEN OTHER
067616                 MOVE "C" TO FIB-CAT-STATUS
067617         END-EVALUATE
067618         WRITE FIB-CAT-REC
067619         CLOSE FIBRCAT
067620         DISPLAY "FIB7000I - RUN " WS-RUN-ID " CATALOGED"
067621     END-IF.
067622 7000-EXIT.
067623     EXIT.
067624
067625 7010-SCAN-CATALOG-RECORD.
067626     READ FIBRCAT
067627         AT END
067628             SET WS-CAT-EOF TO TRUE
067629     END-READ.
067630     IF NOT WS-CAT-EOF
067631         IF WS-CAT-STATUS NOT = "00"
067632             SET WS-CAT-EOF TO TRUE
067633         ELSE
067634             IF FIB-CAT-RUN-ID NUMERIC
067635                     AND FIB-CAT-RUN-ID > WS-RUN-ID
067636                 MOVE FIB-CAT-RUN-ID TO WS-RUN-ID
067637             END-IF
067638         END-IF
067639     END-IF.
067640 7010-EXIT.
067641     EXIT.
067642
067643*****************************************************************
067644*  7100-RETAIN-GENERATIONS - COPY THE RUN'S FIBRPT, FIBCSV,
067645*  AND FIBSEQ TO THEIR .Gnnnnn GENERATION FILES SO THE NEXT
067646*  RUN'S FRESH OPEN CANNOT DESTROY THIS ONE'S OUTPUT.  THE
067655*  BASE NAMES STAY IN PLACE FOR THE DOWNSTREAM READERS.  THE
067665*  FIBSEQ GENERATION KEEPS ITS TERM-NUMBER LAYOUT AND HOLDS THE
067675*  LAST GENERATE REQUEST'S SEQUENCE, THE ONE FIBRCAT CATALOGS
067685*****************************************************************
067695 7100-RETAIN-GENERATIONS.
067705     MOVE WS-RUN-ID TO WS-GEN-RUN-ID.
067715     PERFORM 7150-BUILD-GEN-NAMES THRU 7150-EXIT.
067725     MOVE "N" TO WS-COPY-EOF-SW.
067735     OPEN INPUT FIBRPT.
067745     OPEN OUTPUT FIBRPTG.
067755     IF WS-RPT-STATUS = "00" AND WS-RPTG-STATUS = "00"
067765         PERFORM 7110-COPY-REPORT-RECORD THRU 7110-EXIT
067775             UNTIL WS-COPY-EOF
067785     ELSE
067795         DISPLAY "FIB7100W - UNABLE TO RETAIN FIBRPT, STATUS "
067805                 WS-RPT-STATUS " / " WS-RPTG-STATUS
067815         IF RETURN-CODE < 4
067825             MOVE 4 TO RETURN-CODE
067835         END-IF
067845     END-IF.
067855     CLOSE FIBRPT.
067865     CLOSE FIBRPTG.
067875     MOVE "N" TO WS-COPY-EOF-SW.
067885     OPEN INPUT FIBCSV.
067895     OPEN OUTPUT FIBCSVG.
067905     IF WS-CSV-STATUS = "00" AND WS-CSVG-STATUS = "00"
067915         PERFORM 7120-COPY-CSV-RECORD THRU 7120-EXIT
067925             UNTIL WS-COPY-EOF
067935     ELSE
067945         DISPLAY "FIB7100W - UNABLE TO RETAIN FIBCSV, STATUS "
067955                 WS-CSV-STATUS " / " WS-CSVG-STATUS
067965         IF RETURN-CODE < 4
067975             MOVE 4 TO RETURN-CODE
067985         END-IF
067995     END-IF.
068005     CLOSE FIBCSV.
068015     CLOSE FIBCSVG.
068025     MOVE "N" TO WS-COPY-EOF-SW.
068035     OPEN INPUT FIBSEQ.
068045     IF WS-SEQ-STATUS = "00"
068055         MOVE WS-CAT-SEQ-ID TO FIB-SEQ-ID
068065         MOVE 1 TO FIB-SEQ-TERM-NO
068075         START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
068085             INVALID KEY
068095                 SET WS-COPY-EOF TO TRUE
068105         END-START
068115     END-IF.
068125     OPEN OUTPUT FIBSEQG.
068135     IF WS-SEQ-STATUS = "00" AND WS-SEQG-STATUS = "00"
068145         PERFORM 7130-COPY-SEQ-RECORD THRU 7130-EXIT
068155             UNTIL WS-COPY-EOF
068165     ELSE
068175         DISPLAY "FIB7100W - UNABLE TO RETAIN FIBSEQ, STATUS "
068185                 WS-SEQ-STATUS " / " WS-SEQG-STATUS
068195         IF RETURN-CODE < 4
068205             MOVE 4 TO RETURN-CODE
068215         END-IF
068225     END-IF.
068235     CLOSE FIBSEQ.
068245     CLOSE FIBSEQG.
068255     DISPLAY "FIB7100I - OUTPUT RETAINED AS GENERATION "
068265             WS-GEN-RUN-ID.
068275 7100-EXIT.
068285     EXIT.
068295
068305 7110-COPY-REPORT-RECORD.
068315     READ FIBRPT
068325         AT END
068335             SET WS-COPY-EOF TO TRUE
068345     END-READ.
068355     IF NOT WS-COPY-EOF
068365         WRITE FIB-RPTG-RECORD FROM FIB-REPORT-RECORD
068375     END-IF.
068385 7110-EXIT.
068395     EXIT.
068405
068415 7120-COPY-CSV-RECORD.
068425     READ FIBCSV
068435         AT END
068445             SET WS-COPY-EOF TO TRUE
068455     END-READ.
068465     IF NOT WS-COPY-EOF
068475         WRITE FIB-CSVG-RECORD FROM FIB-CSV-RECORD
068485     END-IF.
068495 7120-EXIT.
068505     EXIT.
068515
068525 7130-COPY-SEQ-RECORD.
068535     READ FIBSEQ NEXT RECORD
068545         AT END
068555             SET WS-COPY-EOF TO TRUE
068565     END-READ.
068566     IF NOT WS-COPY-EOF AND FIB-SEQ-ID NOT = WS-CAT-SEQ-ID
068567         SET WS-COPY-EOF TO TRUE
068568     END-IF.
068569     IF NOT WS-COPY-EOF
068570         MOVE FIB-SEQ-TERM-NO TO FIB-SEQG-TERM-NO
068571         MOVE FIB-SEQ-VALUE TO FIB-SEQG-VALUE
068572         WRITE FIB-SEQG-REC
068573             INVALID KEY
068574                 DISPLAY "FIB7130W - FIBSEQ GENERATION COPY "
068575                         "FAILED AT TERM " FIB-SEQ-TERM-NO
068576                         ", STATUS = " WS-SEQG-STATUS
068577                 SET WS-COPY-EOF TO TRUE
068578                 IF RETURN-CODE < 4
068579                     MOVE 4 TO RETURN-CODE
068580                 END-IF
068581         END-WRITE
068582     END-IF.
068583 7130-EXIT.
068584     EXIT.
068585
068586*****************************************************************
068587*  7150-BUILD-GEN-NAMES - FIBRPT.Gnnnnn AND FRIENDS FOR THE
068588*  RUN ID IN WS-GEN-RUN-ID
068589*****************************************************************
068590 7150-BUILD-GEN-NAMES.
068591     MOVE SPACES TO WS-RPT-GEN-NAME.
068592     STRING "FIBRPT.G" DELIMITED BY SIZE
068593            WS-GEN-RUN-ID DELIMITED BY SIZE
068594         INTO WS-RPT-GEN-NAME.
068595     MOVE SPACES TO WS-CSV-GEN-NAME.
068596     STRING "FIBCSV.G" DELIMITED BY SIZE
068597            WS-GEN-RUN-ID DELIMITED BY SIZE
068598         INTO WS-CSV-GEN-NAME.
068599     MOVE SPACES TO WS-SEQ-GEN-NAME.
068600     STRING "FIBSEQ.G" DELIMITED BY SIZE
068601            WS-GEN-RUN-ID DELIMITED BY SIZE
068602         INTO WS-SEQ-GEN-NAME.
068603 7150-EXIT.
068604     EXIT.
068605
068606*****************************************************************
068607*  7200-PURGE-OLD-GENERATIONS - DELETE THE GENERATION FILES OF
068608*  EVERY CATALOGED RUN PAST THE KEEP-COUNT (FIB-KEEP-COUNT IN
068609*  THE ENVIRONMENT, DEFAULT 5).  THE CATALOG RECORDS THEMSELVES
068610*  ARE KEPT - THEY ARE THE HISTORY, THE FILES ARE THE BULK
068611*****************************************************************
068612 7200-PURGE-OLD-GENERATIONS.
068613     ACCEPT WS-KEEP-COUNT-ANSWER FROM ENVIRONMENT
068614         "FIB-KEEP-COUNT"
068615         ON EXCEPTION
068616             MOVE SPACES TO WS-KEEP-COUNT-ANSWER
068617     END-ACCEPT.
068618     INSPECT WS-KEEP-COUNT-ANSWER
068619         REPLACING LEADING SPACE BY ZERO.
068620     IF WS-KEEP-COUNT-ANSWER NUMERIC
068621             AND WS-KEEP-COUNT-ANSWER NOT = "000"
068622         MOVE WS-KEEP-COUNT-ANSWER TO WS-KEEP-COUNT
068623     END-IF.
068624*    ONLY GENERATE RUNS (A NONZERO CATALOGED N) LEAVE
068625*    GENERATION FILES BEHIND, SO THE KEEP-COUNT IS MEASURED
068626*    OVER THOSE - LOOKUP-ONLY RUNS CONSUME RUN IDS BUT MUST
068627*    NOT AGE REAL GENERATIONS OUT OF RETENTION
068628     MOVE ZERO TO WS-GEN-RUNS-TOTAL.
068629     MOVE "N" TO WS-CAT-EOF-SW.
068630     OPEN INPUT FIBRCAT.
068631     IF WS-CAT-STATUS NOT = "00"
068632         GO TO 7200-EXIT
068633     END-IF.
068634     PERFORM 7205-COUNT-ONE-GENERATE-RUN THRU 7205-EXIT
068635         UNTIL WS-CAT-EOF.
068636     CLOSE FIBRCAT.
068637     IF WS-GEN-RUNS-TOTAL NOT > WS-KEEP-COUNT
068638         GO TO 7200-EXIT
068639     END-IF.
068640     COMPUTE WS-GEN-RUNS-TO-PURGE =
068641         WS-GEN-RUNS-TOTAL - WS-KEEP-COUNT.
068642     MOVE ZERO TO WS-GEN-RUNS-PURGED.
068643     MOVE "N" TO WS-CAT-EOF-SW.
068644     OPEN INPUT FIBRCAT.
068645     IF WS-CAT-STATUS NOT = "00"
068646         GO TO 7200-EXIT
068647     END-IF.
068648     PERFORM 7210-PURGE-ONE-CATALOG-RUN THRU 7210-EXIT
068649         UNTIL WS-CAT-EOF
068650             OR WS-GEN-RUNS-PURGED NOT < WS-GEN-RUNS-TO-PURGE.
068651     CLOSE FIBRCAT.
068652     DISPLAY "FIB7200I - " WS-GEN-RUNS-PURGED " GENERATION(S) "
068653             "PURGED, KEEPING " WS-KEEP-COUNT.
068654 7200-EXIT.
068655     EXIT.
068656
068657 7205-COUNT-ONE-GENERATE-RUN.
068658     READ FIBRCAT
068659         AT END
068660             SET WS-CAT-EOF TO TRUE
068661     END-READ.
068662     IF NOT WS-CAT-EOF AND WS-CAT-STATUS = "00"
068663         IF FIB-CAT-N NUMERIC AND FIB-CAT-N > ZERO
068664             ADD 1 TO WS-GEN-RUNS-TOTAL
068665         END-IF
068666     END-IF.
068667 7205-EXIT.
068668     EXIT.
068669
068670 7210-PURGE-ONE-CATALOG-RUN.
068671     READ FIBRCAT
068672         AT END
068673             SET WS-CAT-EOF TO TRUE
068674     END-READ.
068675     IF NOT WS-CAT-EOF AND WS-CAT-STATUS = "00"
068676         IF FIB-CAT-RUN-ID NUMERIC
068677                 AND FIB-CAT-N NUMERIC AND FIB-CAT-N > ZERO
068678             MOVE FIB-CAT-RUN-ID TO WS-GEN-RUN-ID
068679             PERFORM 7150-BUILD-GEN-NAMES THRU 7150-EXIT
068680             DELETE FILE FIBRPTG
068681             DELETE FILE FIBCSVG
068682             DELETE FILE FIBSEQG
068683             ADD 1 TO WS-GEN-RUNS-PURGED
068684         END-IF
068685     END-IF.
068686 7210-EXIT.
068687     EXIT.
068688
068689*****************************************************************
068690*  8000-WRITE-AUDIT-RECORD - APPEND-ONLY RUN HISTORY
068691*****************************************************************
068692 8000-WRITE-AUDIT-RECORD.
068693     OPEN EXTEND FIBAUDIT.
068694     IF WS-AUDIT-STATUS NOT = "00"
068695         OPEN OUTPUT FIBAUDIT
068696     END-IF.
068697     IF WS-AUDIT-STATUS NOT = "00"
068698         DISPLAY "FIB8000E - UNABLE TO OPEN FIBAUDIT, STATUS = "
068699                 WS-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
068700     ELSE
068701         MOVE WS-RUN-DATE TO FIB-AUD-RUN-DATE
068702         MOVE WS-RUN-TIME TO FIB-AUD-RUN-TIME
068703         MOVE WS-RUN-USER TO FIB-AUD-RUN-USER
068704         MOVE FIB-PARM-MODE TO FIB-AUD-MODE
068800         MOVE N TO FIB-AUD-N
068900         MOVE WS-TERMS-PRODUCED TO FIB-AUD-TERMS-PRODUCED
068910*        A LOOKUP RUN'S FINAL VALUE IS STILL THE 18-DIGIT
069300         MOVE WS-FOUND-POSITION TO FIB-AUD-FOUND-POSITION
069400         MOVE WS-OVERFLOW-SW TO FIB-AUD-OVERFLOW-SW
069410         MOVE WS-SUSPENDED-SW TO FIB-AUD-SUSPENDED-SW
069420         MOVE WS-SEQ-ID TO FIB-AUD-SEQ-ID
069430         MOVE WS-PROFILE-NAME TO FIB-AUD-PROF-NAME
069440         MOVE WS-PROFILE-VERSION TO FIB-AUD-PROF-VERSION
069500         WRITE FIB-AUDIT-REC
069600         CLOSE FIBAUDIT
069610     END-IF.
069974         STOP RUN
069975     END-IF.
069976     SET WS-LOCK-WAS-ACQUIRED TO TRUE.
069977*    THE RUN ID THIS EXECUTION WILL CATALOG - THE LOCK WAS
069978*    STAMPED WITH IT, AND THE SEQUENCE-DIRECTORY RECORDS
069979*    WRITTEN BEFORE THE CATALOG STEP CARRY IT
069980     MOVE FIB-LCK-RUN-ID TO WS-RUN-ID.
069981 8700-EXIT.
069982     EXIT.
069983
069984*****************************************************************
069985*  8750-RELEASE-RUN-LOCK - EVERY EXIT PATH COMES THROUGH HERE;
069986*  ONLY THE EXECUTION THAT ACQUIRED THE LOCK RELEASES IT.  A
069987*  SUSPENDED RUN RELEASES TOO - THE RESUBMISSION TAKES ITS OWN
069988*****************************************************************
069989 8750-RELEASE-RUN-LOCK.
069990     IF NOT WS-LOCK-WAS-ACQUIRED
069991         GO TO 8750-EXIT
069992     END-IF.
069993     SET FIB-LCK-FUNC-RELEASE TO TRUE.
069994     CALL "fiblock" USING FIB-LCK-PARM.
069995     MOVE "N" TO WS-LOCK-ACQUIRED-SW.
069996 8750-EXIT.
069997     EXIT.
069998
070000*****************************************************************
070001*  8800-WRITE-TIMING-RECORD - APPEND THE GENERATE REQUEST JUST
070002*  EXECUTED TO THE FIBTIMH TIMING HISTORY: ITS START AND END,
070003*  THE TERMS THIS EXECUTION PRODUCED, AND THEIR RATE.  THE
070004*  FIBFCST FORECAST WORKS FROM THIS FILE.  A HISTORY FILE
070005*  PROBLEM IS REPORTED ONCE AND THE RUN CARRIES ON, LIKE THE
070006*  LIVE STATUS FILE
070007*****************************************************************
070008 8800-WRITE-TIMING-RECORD.
070009     ACCEPT WS-TIM-END-DATE FROM DATE YYYYMMDD.
070010     ACCEPT WS-TIM-END-TIME FROM TIME.
070011     MOVE WS-TIM-START-TIME TO WS-CLOCK-TIME.
070012     PERFORM 8510-SET-CLOCK-SECS THRU 8510-EXIT.
070013     MOVE WS-CLOCK-SECS TO WS-TIM-START-SECS.
070014     MOVE WS-TIM-END-TIME TO WS-CLOCK-TIME.
070015     PERFORM 8510-SET-CLOCK-SECS THRU 8510-EXIT.
070016     IF WS-TIM-END-DATE NOT = WS-TIM-START-DATE
070017         COMPUTE WS-TIM-ELAPSED-SECS =
070018             WS-CLOCK-SECS + 86400 - WS-TIM-START-SECS
070019     ELSE
070020         COMPUTE WS-TIM-ELAPSED-SECS =
070021             WS-CLOCK-SECS - WS-TIM-START-SECS
070022     END-IF.
070023     MOVE ZERO TO WS-TIM-TERMS.
070024     IF WS-TERMS-PRODUCED > WS-TIM-BASE-TERMS
070025         COMPUTE WS-TIM-TERMS =
070026             WS-TERMS-PRODUCED - WS-TIM-BASE-TERMS
070027     END-IF.
070028*    A REQUEST INSIDE ONE SECOND IS RATED OVER ONE SECOND
070029     MOVE WS-TIM-ELAPSED-SECS TO WS-TIM-RATE-SECS.
070030     IF WS-TIM-RATE-SECS < 1
070031         MOVE 1 TO WS-TIM-RATE-SECS
070032     END-IF.
070033     OPEN EXTEND FIBTIMH.
070034     IF WS-TIM-STATUS NOT = "00"
070035         OPEN OUTPUT FIBTIMH
070036     END-IF.
070037     IF WS-TIM-STATUS NOT = "00"
070038         IF NOT WS-TIM-WARNED
070039             DISPLAY "FIB8800W - UNABLE TO OPEN FIBTIMH, STATUS "
070040                     WS-TIM-STATUS ", TIMING NOT RECORDED"
070041             SET WS-TIM-WARNED TO TRUE
070042         END-IF
070043         GO TO 8800-EXIT
070044     END-IF.
070045     MOVE SPACES TO FIB-TIM-REC.
070046     MOVE WS-RUN-ID TO FIB-TIM-RUN-ID.
070047     MOVE WS-REQUEST-NO TO FIB-TIM-REQUEST-NO.
070048     MOVE WS-SEQ-ID TO FIB-TIM-SEQ-ID.
070049     MOVE N TO FIB-TIM-N.
070050     IF WS-EXTENDING
070051         MOVE "Y" TO FIB-TIM-EXTEND
070052     ELSE
070053         MOVE "N" TO FIB-TIM-EXTEND
070054     END-IF.
070055     IF WS-CKPT-WAS-RESUMED
070056         MOVE "Y" TO FIB-TIM-RESUMED
070057     ELSE
070058         MOVE "N" TO FIB-TIM-RESUMED
070059     END-IF.
070060     MOVE WS-TIM-START-DATE TO FIB-TIM-START-DATE.
070061     MOVE WS-TIM-START-TIME TO FIB-TIM-START-TIME.
070062     MOVE WS-TIM-END-DATE TO FIB-TIM-END-DATE.
070063     MOVE WS-TIM-END-TIME TO FIB-TIM-END-TIME.
070064     MOVE WS-TIM-ELAPSED-SECS TO FIB-TIM-ELAPSED-SECS.
070065     MOVE WS-TIM-TERMS TO FIB-TIM-TERMS.
070066     COMPUTE FIB-TIM-TERMS-PER-MIN ROUNDED =
070067         WS-TIM-TERMS * 60 / WS-TIM-RATE-SECS.
070068     EVALUATE TRUE
070069         WHEN WS-REQ-FAILED
070070             SET FIB-TIM-FAILED TO TRUE
070071         WHEN WS-RUN-SUSPENDED
070072             SET FIB-TIM-SUSPENDED TO TRUE
070073         WHEN WS-OVERFLOW-DETECTED
070074             SET FIB-TIM-OVERFLOWED TO TRUE
070075         WHEN OTHER
070076             SET FIB-TIM-COMPLETED TO TRUE
070077     END-EVALUATE.
070078     WRITE FIB-TIM-REC.
070079     CLOSE FIBTIMH.
070080 8800-EXIT.
070081     EXIT.
070082
070083*****************************************************************
070100*  9000-TERMINATE
070200*****************************************************************
070300 9000-TERMINATE.
