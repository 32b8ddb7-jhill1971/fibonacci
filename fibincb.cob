000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. fibincb.
000300 AUTHOR. JAMES HILL.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL PROGRAM.  EXCEPTION INCIDENT
001000*                     INTAKE.  TAKES THE FIBEXCF RECORDS WRITTEN
001100*                     SINCE THE LAST INTAKE INTO THE FIBINC
001200*                     INCIDENT FILE, SO THE SAME EXCEPTION IS NO
001300*                     LONGER PAGED AFRESH EVERY NIGHT: A NEW
001400*                     EXCEPTION OPENS AN INCIDENT, AND A REPEAT
001500*                     OF THE SAME JOB, REASON CODE AND REFERENCE
001600*                     NUMBER WITHIN FIB-INC-WINDOW-DAYS (DEFAULT
001700*                     7) OF THE OPEN INCIDENT'S LAST OCCURRENCE
001800*                     ADDS TO ITS OCCURRENCE COUNT.  THE WARNING
001900*                     CLASS IS NOT PAGED AND OPENS NOTHING.
002000*                     EVERY OPEN AND REPEAT GOES TO FIBINCH.
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT FIBEXCF ASSIGN TO "FIBEXCF"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-EXC-STATUS.
002800
002900     SELECT FIBINC ASSIGN TO "FIBINC"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS FIB-INC-NO
003300         FILE STATUS IS WS-INC-STATUS.
003400
003500     SELECT FIBINCH ASSIGN TO "FIBINCH"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-INH-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  FIBEXCF
004200     LABEL RECORDS ARE STANDARD.
004300     COPY FIBEXC.
004400
004500 FD  FIBINC
004600     LABEL RECORDS ARE STANDARD.
004700     COPY FIBINC.
004800
004900 FD  FIBINCH
005000     LABEL RECORDS ARE STANDARD.
005100     COPY FIBINCH.
005200
005300 WORKING-STORAGE SECTION.
005400*****************************************************************
005500*  THE INCIDENTS STILL OPEN OR ACKNOWLEDGED, ONE ENTRY PER JOB,
005600*  REASON CODE AND REFERENCE NUMBER (THE MOST RECENT INCIDENT
005700*  WHEN THERE IS MORE THAN ONE), WITH THE DAY NUMBER OF ITS
005800*  LAST OCCURRENCE FOR THE REPEAT WINDOW
005900*****************************************************************
006000 01  WS-ACTIVE-TABLE.
006100     05  WS-ACT-ENTRY OCCURS 2000 TIMES.
006200         10  WS-ACT-INC-NO       PIC 9(05).
006300         10  WS-ACT-JOB-NAME     PIC X(08).
006400         10  WS-ACT-REASON-CODE  PIC X(04).
006500         10  WS-ACT-REF-NO       PIC 9(05).
006600         10  WS-ACT-LAST-DAY     PIC 9(07).
006700
006800 77  WS-ACT-USED             PIC 9(04) COMP VALUE ZERO.
006900 77  WS-ACT-MAX              PIC 9(04) COMP VALUE 2000.
007000 77  WS-ACT-SUB              PIC 9(04) COMP VALUE ZERO.
007100 77  WS-KEY-JOB              PIC X(08) VALUE SPACES.
007200 77  WS-KEY-REASON           PIC X(04) VALUE SPACES.
007300 77  WS-KEY-REF              PIC 9(05) VALUE ZERO.
007400
007500*****************************************************************
007600*  THE REPEAT WINDOW IN DAYS - FIB-INC-WINDOW-DAYS WHEN THAT IS
007700*  SET, OTHERWISE 7
007800*****************************************************************
007900 77  WS-WINDOW-ANSWER        PIC X(03) JUSTIFIED RIGHT
008000     VALUE SPACES.
008100 77  WS-WINDOW-DAYS          PIC 9(03) VALUE 7.
008200
008300*****************************************************************
008400*  THE CONTROL RECORD AS READ, AND HOW FAR INTO FIBEXCF THIS
008500*  INTAKE HAS GOT - THE COUNT AND IDENTITY OF THE LAST RECORD
008600*  TAKEN ONLY MOVE ONCE THAT RECORD IS ON FILE
008700*****************************************************************
008800 77  WS-NEXT-INC-NO          PIC 9(05) VALUE 1.
008900 77  WS-TAKEN-COUNT          PIC 9(09) VALUE ZERO.
009000 77  WS-PRIOR-COUNT          PIC 9(09) VALUE ZERO.
009100 77  WS-SKIP-COUNT           PIC 9(09) VALUE ZERO.
009200 77  WS-LAST-JOB             PIC X(08) VALUE SPACES.
009300 77  WS-LAST-DATE            PIC 9(08) VALUE ZERO.
009400 77  WS-LAST-TIME            PIC 9(08) VALUE ZERO.
009500 77  WS-LAST-REASON          PIC X(04) VALUE SPACES.
009600 77  WS-LAST-REF             PIC 9(05) VALUE ZERO.
009700
009800*****************************************************************
009900*  DAY-NUMBER WORK FIELDS - A DATE AS A COUNT OF DAYS, SO TWO
010000*  DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS
010100*****************************************************************
010200 01  WS-DN-DATE              PIC 9(08) VALUE ZERO.
010300 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
010400     05  WS-DN-YYYY          PIC 9(04).
010500     05  WS-DN-MM            PIC 9(02).
010600     05  WS-DN-DD            PIC 9(02).
010700 77  WS-DN-YEAR              PIC 9(04) VALUE ZERO.
010800 77  WS-DN-MONTH             PIC 9(02) VALUE ZERO.
010900 77  WS-DN-WORK              PIC 9(07) VALUE ZERO.
011000 77  WS-DN-QUOT              PIC 9(07) VALUE ZERO.
011100 77  WS-DN-DAYS              PIC 9(07) VALUE ZERO.
011200 77  WS-EXC-DAY              PIC 9(07) VALUE ZERO.
011300 77  WS-DAYS-APART           PIC S9(07) VALUE ZERO.
011400
011500*****************************************************************
011600*  COUNTERS
011700*****************************************************************
011800 77  WS-RECORDS-TAKEN        PIC 9(07) VALUE ZERO.
011900 77  WS-OPENED-COUNT         PIC 9(07) VALUE ZERO.
012000 77  WS-REPEAT-COUNT         PIC 9(07) VALUE ZERO.
012100 77  WS-WARNING-COUNT        PIC 9(07) VALUE ZERO.
012200 77  WS-EDIT-COUNT           PIC Z(6)9.
012300 77  WS-EDIT-INC             PIC ZZZZ9.
012400
012500*****************************************************************
012600*  SWITCHES
012700*****************************************************************
012800 77  WS-EXC-EOF-SW           PIC X(01) VALUE "N".
012900     88  WS-EXC-EOF                  VALUE "Y".
013000 77  WS-INC-EOF-SW           PIC X(01) VALUE "N".
013100     88  WS-INC-EOF                  VALUE "Y".
013200 77  WS-CTL-FOUND-SW         PIC X(01) VALUE "N".
013300     88  WS-CTL-FOUND                VALUE "Y".
013400 77  WS-ACT-FOUND-SW         PIC X(01) VALUE "N".
013500     88  WS-ACT-FOUND                VALUE "Y".
013600 77  WS-ACT-FULL-SW          PIC X(01) VALUE "N".
013700     88  WS-ACT-FULL                 VALUE "Y".
013800 77  WS-NO-HISTORY-SW        PIC X(01) VALUE "N".
013900     88  WS-NO-HISTORY               VALUE "Y".
014000
014100*****************************************************************
014200*  FILE STATUS FIELDS
014300*****************************************************************
014400 77  WS-EXC-STATUS           PIC X(02) VALUE "00".
014500 77  WS-INC-STATUS           PIC X(02) VALUE "00".
014600 77  WS-INH-STATUS           PIC X(02) VALUE "00".
014700
014800*****************************************************************
014900*  EXCEPTION STAGING FIELDS - THE CALLER OF THE EXCEPTION
015000*  WRITER SETS THESE THREE; THE WRITER SUPPLIES THE JOB NAME
015100*  AND RUN DATE/TIME ITSELF
015200*****************************************************************
015300 77  WS-EXC-REASON           PIC X(04) VALUE SPACES.
015400 77  WS-EXC-REF              PIC 9(05) VALUE ZERO.
015500 77  WS-EXC-TEXT             PIC X(40) VALUE SPACES.
015600
015700*****************************************************************
015800*  MISCELLANEOUS WORK FIELDS
015900*****************************************************************
016000 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
016100 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
016200 77  WS-HIST-EVENT           PIC X(01) VALUE SPACE.
016300
016400 PROCEDURE DIVISION.
016500*****************************************************************
016600*  0000-MAINLINE
016700*****************************************************************
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017000     PERFORM 2000-OPEN-INCIDENT-FILE THRU 2000-EXIT.
017100     PERFORM 2500-LOAD-ACTIVE-INCIDENTS THRU 2500-EXIT.
017200     PERFORM 3000-POSITION-EXCEPTION-FILE THRU 3000-EXIT.
017300     PERFORM 4000-TAKE-ONE-EXCEPTION THRU 4000-EXIT
017400         UNTIL WS-EXC-EOF.
017500     CLOSE FIBEXCF.
017600     PERFORM 5000-STORE-CONTROL-RECORD THRU 5000-EXIT.
017700     CLOSE FIBINC.
017800     IF NOT WS-NO-HISTORY
017900         CLOSE FIBINCH
018000     END-IF.
018100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018200     STOP RUN.
018300 0000-EXIT.
018400     EXIT.
018500
018600*****************************************************************
018700*  1000-INITIALIZE - RUN DATE AND TIME, AND THE REPEAT WINDOW
018800*****************************************************************
018900 1000-INITIALIZE.
019000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019100     ACCEPT WS-RUN-TIME FROM TIME.
019200     ACCEPT WS-WINDOW-ANSWER FROM ENVIRONMENT
019300             "FIB-INC-WINDOW-DAYS"
019400         ON EXCEPTION
019500             MOVE SPACES TO WS-WINDOW-ANSWER
019600     END-ACCEPT.
019700     IF WS-WINDOW-ANSWER NOT = SPACES
019800         INSPECT WS-WINDOW-ANSWER
019900             REPLACING LEADING SPACE BY ZERO
020000         IF WS-WINDOW-ANSWER NOT NUMERIC
020100             DISPLAY "FNB1000E - FIB-INC-WINDOW-DAYS "
020200                     WS-WINDOW-ANSWER " IS NOT A NUMBER OF "
020300                     "DAYS, JOB TERMINATED"
020400             MOVE "P001" TO WS-EXC-REASON
020500             MOVE ZERO TO WS-EXC-REF
020600             MOVE "FIB-INC-WINDOW-DAYS IS NOT A DAY COUNT"
020700                 TO WS-EXC-TEXT
020800             PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
020900             MOVE 16 TO RETURN-CODE
021000             STOP RUN
021100         END-IF
021200         MOVE WS-WINDOW-ANSWER TO WS-WINDOW-DAYS
021300     END-IF.
021400 1000-EXIT.
021500     EXIT.
021600
021700*****************************************************************
021800*  2000-OPEN-INCIDENT-FILE - OPEN I-O, CREATING THE FILE ON
021900*  ITS VERY FIRST USE, AND READ THE CONTROL RECORD.  NO
022000*  CONTROL RECORD MEANS NOTHING HAS BEEN TAKEN YET
022100*****************************************************************
022200 2000-OPEN-INCIDENT-FILE.
022300     OPEN I-O FIBINC.
022400     IF WS-INC-STATUS = "35"
022500         OPEN OUTPUT FIBINC
022600         CLOSE FIBINC
022700         OPEN I-O FIBINC
022800     END-IF.
022900     IF WS-INC-STATUS NOT = "00"
023000         DISPLAY "FNB2000E - UNABLE TO OPEN FIBINC, STATUS = "
023100                 WS-INC-STATUS ", JOB TERMINATED"
023200         MOVE "F001" TO WS-EXC-REASON
023300         MOVE ZERO TO WS-EXC-REF
023400         MOVE "UNABLE TO OPEN FIBINC - NO INTAKE" TO WS-EXC-TEXT
023500         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
023600         MOVE 12 TO RETURN-CODE
023700         STOP RUN
023800     END-IF.
023900     MOVE ZERO TO FIB-INC-NO.
024000     READ FIBINC
024100         INVALID KEY
024200             CONTINUE
024300         NOT INVALID KEY
024400             SET WS-CTL-FOUND TO TRUE
024500     END-READ.
024600     IF WS-CTL-FOUND
024700         MOVE FIB-INC-CTL-NEXT-NO TO WS-NEXT-INC-NO
024800         MOVE FIB-INC-CTL-EXC-COUNT TO WS-PRIOR-COUNT
024900         MOVE FIB-INC-CTL-LAST-JOB TO WS-LAST-JOB
025000         MOVE FIB-INC-CTL-LAST-DATE TO WS-LAST-DATE
025100         MOVE FIB-INC-CTL-LAST-TIME TO WS-LAST-TIME
025200         MOVE FIB-INC-CTL-LAST-REASON TO WS-LAST-REASON
025300         MOVE FIB-INC-CTL-LAST-REF TO WS-LAST-REF
025400     END-IF.
025500     OPEN EXTEND FIBINCH.
025600     IF WS-INH-STATUS NOT = "00"
025700         OPEN OUTPUT FIBINCH
025800     END-IF.
025900     IF WS-INH-STATUS NOT = "00"
026000         DISPLAY "FNB2000W - UNABLE TO OPEN FIBINCH, STATUS = "
026100                 WS-INH-STATUS ", NO HISTORY RECORDS WRITTEN"
026200         SET WS-NO-HISTORY TO TRUE
026300     END-IF.
026400 2000-EXIT.
026500     EXIT.
026600
026700*****************************************************************
026800*  2500-LOAD-ACTIVE-INCIDENTS - EVERY INCIDENT NOT RESOLVED, IN
026900*  INCIDENT-NUMBER ORDER, SO A LATER INCIDENT FOR THE SAME
027000*  EXCEPTION REPLACES AN EARLIER ONE IN THE TABLE
027100*****************************************************************
027200 2500-LOAD-ACTIVE-INCIDENTS.
027300     MOVE 1 TO FIB-INC-NO.
027400     START FIBINC KEY IS NOT LESS THAN FIB-INC-NO
027500         INVALID KEY
027600             SET WS-INC-EOF TO TRUE
027700     END-START.
027800     PERFORM 2510-LOAD-ONE-INCIDENT THRU 2510-EXIT
027900         UNTIL WS-INC-EOF.
028000 2500-EXIT.
028100     EXIT.
028200
028300 2510-LOAD-ONE-INCIDENT.
028400     READ FIBINC NEXT RECORD
028500         AT END
028600             SET WS-INC-EOF TO TRUE
028700     END-READ.
028800     IF WS-INC-EOF
028900         GO TO 2510-EXIT
029000     END-IF.
029100     IF WS-INC-STATUS NOT = "00"
029200         DISPLAY "FNB2510E - FIBINC READ FAILED, STATUS = "
029300                 WS-INC-STATUS ", JOB TERMINATED"
029400         CLOSE FIBINC
029500         MOVE "F001" TO WS-EXC-REASON
029600         MOVE ZERO TO WS-EXC-REF
029700         MOVE "FIBINC READ FAILED - NO INTAKE" TO WS-EXC-TEXT
029800         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
029900         MOVE 12 TO RETURN-CODE
030000         STOP RUN
030100     END-IF.
030200     IF NOT FIB-INC-ACTIVE
030300         GO TO 2510-EXIT
030400     END-IF.
030500     MOVE FIB-INC-JOB-NAME TO WS-KEY-JOB.
030600     MOVE FIB-INC-REASON-CODE TO WS-KEY-REASON.
030700     MOVE FIB-INC-REF-NO TO WS-KEY-REF.
030800     PERFORM 7200-FIND-ACTIVE-INCIDENT THRU 7200-EXIT.
030900     MOVE FIB-INC-LAST-DATE TO WS-DN-DATE.
031000     PERFORM 7500-COMPUTE-DAY-NUMBER THRU 7500-EXIT.
031100     PERFORM 7300-STORE-ACTIVE-ENTRY THRU 7300-EXIT.
031200 2510-EXIT.
031300     EXIT.
031400
031500*****************************************************************
031600*  3000-POSITION-EXCEPTION-FILE - PASS OVER THE RECORDS EARLIER
031700*  INTAKES TOOK.  THE LAST OF THEM MUST STILL BE WHERE THE
031800*  CONTROL RECORD SAYS; IF IT IS NOT, FIBEXCF HAS BEEN CLEARED
031900*  OR REPLACED AND IS TAKEN FROM THE TOP
032000*****************************************************************
032100 3000-POSITION-EXCEPTION-FILE.
032200     OPEN INPUT FIBEXCF.
032300     IF WS-EXC-STATUS = "35"
032400         SET WS-EXC-EOF TO TRUE
032500         MOVE ZERO TO WS-TAKEN-COUNT
032600         DISPLAY "FNB3000I - NO FIBEXCF FILE, NOTHING TO TAKE"
032700         GO TO 3000-EXIT
032800     END-IF.
032900     IF WS-EXC-STATUS NOT = "00"
033000         DISPLAY "FNB3000E - UNABLE TO OPEN FIBEXCF, STATUS = "
033100                 WS-EXC-STATUS ", JOB TERMINATED"
033200         CLOSE FIBINC
033300         MOVE "F001" TO WS-EXC-REASON
033400         MOVE ZERO TO WS-EXC-REF
033500         MOVE "UNABLE TO OPEN FIBEXCF - NO INTAKE"
033600             TO WS-EXC-TEXT
033700         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
033800         MOVE 12 TO RETURN-CODE
033900         STOP RUN
034000     END-IF.
034100     IF WS-PRIOR-COUNT = ZERO
034200         GO TO 3000-EXIT
034300     END-IF.
034400     PERFORM 3100-SKIP-ONE-EXCEPTION THRU 3100-EXIT
034500         UNTIL WS-EXC-EOF OR WS-SKIP-COUNT = WS-PRIOR-COUNT.
034600     IF NOT WS-EXC-EOF
034700             AND FIB-EXC-JOB-NAME = WS-LAST-JOB
034800             AND FIB-EXC-RUN-DATE = WS-LAST-DATE
034900             AND FIB-EXC-RUN-TIME = WS-LAST-TIME
035000             AND FIB-EXC-REASON-CODE = WS-LAST-REASON
035100             AND FIB-EXC-REF-NO = WS-LAST-REF
035200         MOVE WS-PRIOR-COUNT TO WS-TAKEN-COUNT
035300         GO TO 3000-EXIT
035400     END-IF.
035500     DISPLAY "FNB3000W - FIBEXCF HAS BEEN REPLACED SINCE THE "
035600             "LAST INTAKE, TAKING IT FROM THE TOP".
035700     CLOSE FIBEXCF.
035800     MOVE "N" TO WS-EXC-EOF-SW.
035900     MOVE ZERO TO WS-TAKEN-COUNT.
036000     OPEN INPUT FIBEXCF.
036100     IF WS-EXC-STATUS NOT = "00"
036200         SET WS-EXC-EOF TO TRUE
036300     END-IF.
036400 3000-EXIT.
036500     EXIT.
036600
036700 3100-SKIP-ONE-EXCEPTION.
036800     PERFORM 7100-READ-EXCEPTION-RECORD THRU 7100-EXIT.
036900     IF NOT WS-EXC-EOF
037000         ADD 1 TO WS-SKIP-COUNT
037100     END-IF.
037200 3100-EXIT.
037300     EXIT.
037400
037500*****************************************************************
037600*  4000-TAKE-ONE-EXCEPTION - A REPEAT OF AN INCIDENT STILL OPEN
037700*  OR ACKNOWLEDGED, WITHIN THE WINDOW OF ITS LAST OCCURRENCE,
037800*  IS COUNTED ON IT; ANYTHING ELSE OPENS A NEW INCIDENT
037900*****************************************************************
038000 4000-TAKE-ONE-EXCEPTION.
038100     PERFORM 7100-READ-EXCEPTION-RECORD THRU 7100-EXIT.
038200     IF WS-EXC-EOF
038300         GO TO 4000-EXIT
038400     END-IF.
038500     IF FIB-EXC-WARNING-CLASS
038600         ADD 1 TO WS-WARNING-COUNT
038700     ELSE
038800         PERFORM 4100-APPLY-EXCEPTION THRU 4100-EXIT
038900     END-IF.
039000     ADD 1 TO WS-TAKEN-COUNT.
039100     ADD 1 TO WS-RECORDS-TAKEN.
039200     MOVE FIB-EXC-JOB-NAME TO WS-LAST-JOB.
039300     MOVE FIB-EXC-RUN-DATE TO WS-LAST-DATE.
039400     MOVE FIB-EXC-RUN-TIME TO WS-LAST-TIME.
039500     MOVE FIB-EXC-REASON-CODE TO WS-LAST-REASON.
039600     MOVE FIB-EXC-REF-NO TO WS-LAST-REF.
039700 4000-EXIT.
039800     EXIT.
039900
040000 4100-APPLY-EXCEPTION.
040100     IF FIB-EXC-RUN-DATE NOT NUMERIC
040200             OR FIB-EXC-RUN-DATE = ZERO
040300         MOVE WS-RUN-DATE TO FIB-EXC-RUN-DATE
040400     END-IF.
040500     IF FIB-EXC-RUN-TIME NOT NUMERIC
040600         MOVE ZERO TO FIB-EXC-RUN-TIME
040700     END-IF.
040800     IF FIB-EXC-REF-NO NOT NUMERIC
040900         MOVE ZERO TO FIB-EXC-REF-NO
041000     END-IF.
041100     MOVE FIB-EXC-RUN-DATE TO WS-DN-DATE.
041200     PERFORM 7500-COMPUTE-DAY-NUMBER THRU 7500-EXIT.
041300     MOVE WS-DN-DAYS TO WS-EXC-DAY.
041400     MOVE FIB-EXC-JOB-NAME TO WS-KEY-JOB.
041500     MOVE FIB-EXC-REASON-CODE TO WS-KEY-REASON.
041600     MOVE FIB-EXC-REF-NO TO WS-KEY-REF.
041700     PERFORM 7200-FIND-ACTIVE-INCIDENT THRU 7200-EXIT.
041800     IF WS-ACT-FOUND
041900         COMPUTE WS-DAYS-APART =
042000             WS-EXC-DAY - WS-ACT-LAST-DAY (WS-ACT-SUB)
042100         IF WS-DAYS-APART NOT > WS-WINDOW-DAYS
042200             PERFORM 4200-COUNT-REPEAT THRU 4200-EXIT
042300             GO TO 4100-EXIT
042400         END-IF
042500     END-IF.
042600     PERFORM 4300-OPEN-INCIDENT THRU 4300-EXIT.
042700 4100-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*  4200-COUNT-REPEAT - ONE MORE OCCURRENCE OF THE INCIDENT AT
043200*  WS-ACT-SUB.  ITS LAST OCCURRENCE AND TEXT ARE THE NEWEST
043300*****************************************************************
043400 4200-COUNT-REPEAT.
043500     MOVE WS-ACT-INC-NO (WS-ACT-SUB) TO FIB-INC-NO.
043600     READ FIBINC
043700         INVALID KEY
043800             CONTINUE
043900     END-READ.
044000     IF WS-INC-STATUS NOT = "00"
044100         PERFORM 8900-ABANDON-INTAKE THRU 8900-EXIT
044200     END-IF.
044300     IF FIB-INC-OCCURRENCES < 99999
044400         ADD 1 TO FIB-INC-OCCURRENCES
044500     END-IF.
044600     IF FIB-EXC-RUN-DATE > FIB-INC-LAST-DATE
044700             OR (FIB-EXC-RUN-DATE = FIB-INC-LAST-DATE
044800             AND FIB-EXC-RUN-TIME NOT < FIB-INC-LAST-TIME)
044900         MOVE FIB-EXC-RUN-DATE TO FIB-INC-LAST-DATE
045000         MOVE FIB-EXC-RUN-TIME TO FIB-INC-LAST-TIME
045100         MOVE FIB-EXC-TEXT TO FIB-INC-TEXT
045200         MOVE WS-EXC-DAY TO WS-ACT-LAST-DAY (WS-ACT-SUB)
045300     END-IF.
045400     REWRITE FIB-INC-REC
045500         INVALID KEY
045600             CONTINUE
045700     END-REWRITE.
045800     IF WS-INC-STATUS NOT = "00"
045900         PERFORM 8900-ABANDON-INTAKE THRU 8900-EXIT
046000     END-IF.
046100     ADD 1 TO WS-REPEAT-COUNT.
046200     MOVE "R" TO WS-HIST-EVENT.
046300     PERFORM 8300-WRITE-HISTORY THRU 8300-EXIT.
046400 4200-EXIT.
046500     EXIT.
046600
046700*****************************************************************
046800*  4300-OPEN-INCIDENT - A NEW INCIDENT UNDER THE NEXT NUMBER,
046900*  ROUTED TO ITS TEAM BY THE REASON CODE
047000*****************************************************************
047100 4300-OPEN-INCIDENT.
047200     MOVE SPACES TO FIB-INC-REC.
047300     MOVE WS-NEXT-INC-NO TO FIB-INC-NO.
047400     MOVE FIB-EXC-JOB-NAME TO FIB-INC-JOB-NAME.
047500     MOVE FIB-EXC-REASON-CODE TO FIB-INC-REASON-CODE.
047600     MOVE FIB-EXC-REF-NO TO FIB-INC-REF-NO.
047700     PERFORM 7400-SET-TEAM THRU 7400-EXIT.
047800     SET FIB-INC-OPEN TO TRUE.
047900     MOVE FIB-EXC-RUN-DATE TO FIB-INC-FIRST-DATE
048000                              FIB-INC-LAST-DATE.
048100     MOVE FIB-EXC-RUN-TIME TO FIB-INC-FIRST-TIME
048200                              FIB-INC-LAST-TIME.
048300     MOVE 1 TO FIB-INC-OCCURRENCES.
048400     MOVE FIB-EXC-TEXT TO FIB-INC-TEXT.
048500     MOVE ZERO TO FIB-INC-ACK-DATE FIB-INC-ACK-TIME
048600                  FIB-INC-RES-DATE FIB-INC-RES-TIME
048700                  FIB-INC-NOTE-DATE FIB-INC-NOTE-TIME.
048800     WRITE FIB-INC-REC
048900         INVALID KEY
049000             CONTINUE
049100     END-WRITE.
049200     IF WS-INC-STATUS NOT = "00"
049300         PERFORM 8900-ABANDON-INTAKE THRU 8900-EXIT
049400     END-IF.
049500     IF WS-NEXT-INC-NO = 99999
049600         DISPLAY "FNB4300W - INCIDENT NUMBERS EXHAUSTED, "
049700                 "NUMBERING RESTARTS AT 1"
049800         MOVE 1 TO WS-NEXT-INC-NO
049900     ELSE
050000         ADD 1 TO WS-NEXT-INC-NO
050100     END-IF.
050200     ADD 1 TO WS-OPENED-COUNT.
050300     MOVE WS-EXC-DAY TO WS-DN-DAYS.
050400     PERFORM 7300-STORE-ACTIVE-ENTRY THRU 7300-EXIT.
050500     MOVE "O" TO WS-HIST-EVENT.
050600     PERFORM 8300-WRITE-HISTORY THRU 8300-EXIT.
050700 4300-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100*  5000-STORE-CONTROL-RECORD - THE NEXT INCIDENT NUMBER AND
051200*  HOW FAR INTO FIBEXCF THIS INTAKE GOT
051300*****************************************************************
051400 5000-STORE-CONTROL-RECORD.
051500     MOVE SPACES TO FIB-INC-REC.
051600     MOVE ZERO TO FIB-INC-NO.
051700     MOVE WS-NEXT-INC-NO TO FIB-INC-CTL-NEXT-NO.
051800     MOVE WS-TAKEN-COUNT TO FIB-INC-CTL-EXC-COUNT.
051900     MOVE WS-LAST-JOB TO FIB-INC-CTL-LAST-JOB.
052000     MOVE WS-LAST-DATE TO FIB-INC-CTL-LAST-DATE.
052100     MOVE WS-LAST-TIME TO FIB-INC-CTL-LAST-TIME.
052200     MOVE WS-LAST-REASON TO FIB-INC-CTL-LAST-REASON.
052300     MOVE WS-LAST-REF TO FIB-INC-CTL-LAST-REF.
052400     MOVE WS-RUN-DATE TO FIB-INC-CTL-RUN-DATE.
052500     MOVE WS-RUN-TIME TO FIB-INC-CTL-RUN-TIME.
052600     IF WS-CTL-FOUND
052700         REWRITE FIB-INC-REC
052800             INVALID KEY
052900                 CONTINUE
053000         END-REWRITE
053100     ELSE
053200         WRITE FIB-INC-REC
053300             INVALID KEY
053400                 CONTINUE
053500         END-WRITE
053600     END-IF.
053700     IF WS-INC-STATUS NOT = "00"
053800         DISPLAY "FNB5000E - UNABLE TO STORE THE FIBINC CONTROL "
053900                 "RECORD, STATUS = " WS-INC-STATUS
054000         MOVE 12 TO RETURN-CODE
054100     ELSE
054200         SET WS-CTL-FOUND TO TRUE
054300     END-IF.
054400 5000-EXIT.
054500     EXIT.
054600
054700*****************************************************************
054800*  7100-READ-EXCEPTION-RECORD - A READ ERROR ENDS THE INTAKE
054900*  WHERE IT IS; THE NEXT INTAKE PICKS UP FROM THERE
055000*****************************************************************
055100 7100-READ-EXCEPTION-RECORD.
055200     READ FIBEXCF
055300         AT END
055400             SET WS-EXC-EOF TO TRUE
055500     END-READ.
055600     IF NOT WS-EXC-EOF AND WS-EXC-STATUS NOT = "00"
055700         DISPLAY "FNB7100W - FIBEXCF READ FAILED, STATUS = "
055800                 WS-EXC-STATUS ", INTAKE STOPPED"
055900         SET WS-EXC-EOF TO TRUE
056000         IF RETURN-CODE < 4
056100             MOVE 4 TO RETURN-CODE
056200         END-IF
056300     END-IF.
056400 7100-EXIT.
056500     EXIT.
056600
056700*****************************************************************
056800*  7200-FIND-ACTIVE-INCIDENT - LOOK THE JOB, REASON CODE AND
056900*  REFERENCE NUMBER IN WS-KEY-* UP IN THE ACTIVE TABLE;
057000*  WS-ACT-SUB IS LEFT ON THE ENTRY WHEN IT IS FOUND
057100*****************************************************************
057200 7200-FIND-ACTIVE-INCIDENT.
057300     MOVE "N" TO WS-ACT-FOUND-SW.
057400     MOVE 1 TO WS-ACT-SUB.
057500     PERFORM 7210-CHECK-ONE-ENTRY THRU 7210-EXIT
057600         UNTIL WS-ACT-FOUND OR WS-ACT-SUB > WS-ACT-USED.
057700 7200-EXIT.
057800     EXIT.
057900
058000 7210-CHECK-ONE-ENTRY.
058100     IF WS-ACT-JOB-NAME (WS-ACT-SUB) = WS-KEY-JOB
058200             AND WS-ACT-REASON-CODE (WS-ACT-SUB) = WS-KEY-REASON
058300             AND WS-ACT-REF-NO (WS-ACT-SUB) = WS-KEY-REF
058400         SET WS-ACT-FOUND TO TRUE
058500     ELSE
058600         ADD 1 TO WS-ACT-SUB
058700     END-IF.
058800 7210-EXIT.
058900     EXIT.
059000
059100*****************************************************************
059200*  7300-STORE-ACTIVE-ENTRY - THE INCIDENT IN FIB-INC-REC, LAST
059300*  SEEN ON DAY WS-DN-DAYS, REPLACES THE ENTRY 7200 FOUND OR
059400*  TAKES A NEW ONE.  A FULL TABLE ONLY MEANS LATER REPEATS OF
059500*  THIS INCIDENT IN THE SAME INTAKE OPEN INCIDENTS OF THEIR OWN
059600*****************************************************************
059700 7300-STORE-ACTIVE-ENTRY.
059800     IF NOT WS-ACT-FOUND
059900         IF WS-ACT-USED = WS-ACT-MAX
060000             IF NOT WS-ACT-FULL
060100                 DISPLAY "FNB7300W - MORE THAN 2000 ACTIVE "
060200                         "INCIDENTS, REPEATS MAY OPEN NEW ONES"
060300                 SET WS-ACT-FULL TO TRUE
060400                 IF RETURN-CODE < 4
060500                     MOVE 4 TO RETURN-CODE
060600                 END-IF
060700             END-IF
060800             GO TO 7300-EXIT
060900         END-IF
061000         ADD 1 TO WS-ACT-USED
061100         MOVE WS-ACT-USED TO WS-ACT-SUB
061200     END-IF.
061300     MOVE FIB-INC-NO TO WS-ACT-INC-NO (WS-ACT-SUB).
061400     MOVE FIB-INC-JOB-NAME TO WS-ACT-JOB-NAME (WS-ACT-SUB).
061500     MOVE FIB-INC-REASON-CODE TO WS-ACT-REASON-CODE (WS-ACT-SUB).
061600     MOVE FIB-INC-REF-NO TO WS-ACT-REF-NO (WS-ACT-SUB).
061700     MOVE WS-DN-DAYS TO WS-ACT-LAST-DAY (WS-ACT-SUB).
061800 7300-EXIT.
061900     EXIT.
062000
062100*****************************************************************
062200*  7400-SET-TEAM - THE FIBEXC.CPY PAGING ROUTE: S AND B TO
062300*  FIBSEQ INTEGRITY, P AND C TO PARAMETER/SCHEDULING, AND THE
062400*  REST (R, F, L001) TO OPERATIONS
062500*****************************************************************
062600 7400-SET-TEAM.
062700     EVALUATE FIB-EXC-REASON-CODE (1:1)
062800         WHEN "S"
062900         WHEN "B"
063000             SET FIB-INC-TEAM-INTEGRITY TO TRUE
063100         WHEN "P"
063200         WHEN "C"
063300             SET FIB-INC-TEAM-PARMSCHED TO TRUE
063400         WHEN OTHER
063500             SET FIB-INC-TEAM-OPERATIONS TO TRUE
063600     END-EVALUATE.
063700 7400-EXIT.
063800     EXIT.
063900
064000*****************************************************************
064100*  7500-COMPUTE-DAY-NUMBER - WS-DN-DATE (YYYYMMDD) AS A COUNT
064200*  OF DAYS IN WS-DN-DAYS.  THE YEAR IS TAKEN TO START IN MARCH
064300*  SO THE LEAP DAY FALLS AT ITS END; A DATE THAT IS NOT A
064400*  DATE COUNTS AS DAY ZERO
064500*****************************************************************
064600 7500-COMPUTE-DAY-NUMBER.
064700     MOVE ZERO TO WS-DN-DAYS.
064800     IF WS-DN-DATE NOT NUMERIC
064900             OR WS-DN-YYYY = ZERO
065000             OR WS-DN-MM < 1 OR WS-DN-MM > 12
065100         GO TO 7500-EXIT
065200     END-IF.
065300     MOVE WS-DN-YYYY TO WS-DN-YEAR.
065400     MOVE WS-DN-MM TO WS-DN-MONTH.
065500     IF WS-DN-MONTH < 3
065600         SUBTRACT 1 FROM WS-DN-YEAR
065700         ADD 12 TO WS-DN-MONTH
065800     END-IF.
065900     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-DD.
066000     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOT.
066100     ADD WS-DN-QUOT TO WS-DN-DAYS.
066200     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOT.
066300     SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS.
066400     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOT.
066500     ADD WS-DN-QUOT TO WS-DN-DAYS.
066600     COMPUTE WS-DN-WORK = (WS-DN-MONTH - 3) * 153 + 2.
066700     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-QUOT.
066800     ADD WS-DN-QUOT TO WS-DN-DAYS.
066900 7500-EXIT.
067000     EXIT.
067100
067200*****************************************************************
067300*  8300-WRITE-HISTORY - ONE FIBINCH RECORD FOR THE OPEN OR
067400*  REPEAT JUST APPLIED TO FIB-INC-REC, DATED WITH THE
067500*  EXCEPTION ITSELF.  THE CALLER HAS SET WS-HIST-EVENT
067600*****************************************************************
067700 8300-WRITE-HISTORY.
067800     IF WS-NO-HISTORY
067900         GO TO 8300-EXIT
068000     END-IF.
068100     MOVE SPACES TO FIB-INH-REC.
068200     MOVE WS-HIST-EVENT TO FIB-INH-EVENT.
068300     MOVE FIB-INC-NO TO FIB-INH-INC-NO.
068400     MOVE FIB-EXC-JOB-NAME TO FIB-INH-JOB-NAME.
068500     MOVE FIB-EXC-REASON-CODE TO FIB-INH-REASON-CODE.
068600     MOVE FIB-EXC-REF-NO TO FIB-INH-REF-NO.
068700     MOVE "FIBINCB" TO FIB-INH-USER.
068800     MOVE FIB-EXC-RUN-DATE TO FIB-INH-DATE.
068900     MOVE FIB-EXC-RUN-TIME TO FIB-INH-TIME.
069000     MOVE FIB-EXC-TEXT TO FIB-INH-TEXT.
069100     WRITE FIB-INH-REC.
069200     IF WS-INH-STATUS NOT = "00"
069300         DISPLAY "FNB8300W - UNABLE TO WRITE FIBINCH, STATUS = "
069400                 WS-INH-STATUS ", NO FURTHER HISTORY RECORDS"
069500         CLOSE FIBINCH
069600         SET WS-NO-HISTORY TO TRUE
069700     END-IF.
069800 8300-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*  8500-WRITE-EXCEPTION-RECORD - APPEND ONE RECORD TO THE
070300*  COMMON FIBEXCF EXCEPTION FILE.  THE CALLER HAS SET THE
070400*  REASON CODE, REFERENCE NUMBER, AND TEXT IN THE STAGING
070500*  FIELDS, AND HAS CLOSED FIBEXCF IF THIS RUN HAD IT OPEN.  A
070600*  PROBLEM WITH THE EXCEPTION FILE ITSELF IS REPORTED ON THE
070700*  CONSOLE AND THE RUN CARRIES ON
070800*****************************************************************
070900 8500-WRITE-EXCEPTION-RECORD.
071000     OPEN EXTEND FIBEXCF.
071100     IF WS-EXC-STATUS NOT = "00"
071200         OPEN OUTPUT FIBEXCF
071300     END-IF.
071400     IF WS-EXC-STATUS NOT = "00"
071500         DISPLAY "FNB8500W - UNABLE TO OPEN FIBEXCF, STATUS = "
071600                 WS-EXC-STATUS ", EXCEPTION RECORD NOT WRITTEN"
071700     ELSE
071800         MOVE SPACES TO FIB-EXC-REC
071900         MOVE "FIBINCB" TO FIB-EXC-JOB-NAME
072000         MOVE WS-RUN-DATE TO FIB-EXC-RUN-DATE
072100         MOVE WS-RUN-TIME TO FIB-EXC-RUN-TIME
072200         MOVE WS-EXC-REASON TO FIB-EXC-REASON-CODE
072300         MOVE WS-EXC-REF TO FIB-EXC-REF-NO
072400         MOVE WS-EXC-TEXT TO FIB-EXC-TEXT
072500         WRITE FIB-EXC-REC
072600         CLOSE FIBEXCF
072700     END-IF.
072800 8500-EXIT.
072900     EXIT.
073000
073100*****************************************************************
073200*  8900-ABANDON-INTAKE - FIBINC COULD NOT BE UPDATED.  THE
073300*  CONTROL RECORD IS LEFT AT THE LAST EXCEPTION ACTUALLY ON
073400*  FILE, SO THE NEXT INTAKE TAKES THE REST WITHOUT COUNTING
073500*  ANYTHING TWICE
073600*****************************************************************
073700 8900-ABANDON-INTAKE.
073800     MOVE FIB-INC-NO TO WS-EDIT-INC.
073900     DISPLAY "FNB8900E - UNABLE TO UPDATE FIBINC INCIDENT "
074000             WS-EDIT-INC ", STATUS = " WS-INC-STATUS
074100             ", JOB TERMINATED".
074200     CLOSE FIBEXCF.
074300     PERFORM 5000-STORE-CONTROL-RECORD THRU 5000-EXIT.
074400     CLOSE FIBINC.
074500     IF NOT WS-NO-HISTORY
074600         CLOSE FIBINCH
074700     END-IF.
074800     MOVE "F001" TO WS-EXC-REASON.
074900     MOVE ZERO TO WS-EXC-REF.
075000     MOVE "UNABLE TO UPDATE FIBINC - INTAKE STOPPED"
075100         TO WS-EXC-TEXT.
075200     PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT.
075300     MOVE 12 TO RETURN-CODE.
075400     STOP RUN.
075500 8900-EXIT.
075600     EXIT.
075700
075800*****************************************************************
075900*  9000-TERMINATE
076000*****************************************************************
076100 9000-TERMINATE.
076200     MOVE WS-RECORDS-TAKEN TO WS-EDIT-COUNT.
076300     DISPLAY "FNB9000I - FIBEXCF RECORDS TAKEN:     "
076400             WS-EDIT-COUNT.
076500     MOVE WS-OPENED-COUNT TO WS-EDIT-COUNT.
076600     DISPLAY "FNB9000I - INCIDENTS OPENED:          "
076700             WS-EDIT-COUNT.
076800     MOVE WS-REPEAT-COUNT TO WS-EDIT-COUNT.
076900     DISPLAY "FNB9000I - REPEATS COUNTED:           "
077000             WS-EDIT-COUNT.
077100     MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT.
077200     DISPLAY "FNB9000I - WARNINGS (NOT PAGED):      "
077300             WS-EDIT-COUNT.
077400     DISPLAY "FNB9000I - INCIDENT INTAKE COMPLETE".
077500 9000-EXIT.
077600     EXIT.
