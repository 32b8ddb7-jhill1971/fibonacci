000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. fibincm.
000300 AUTHOR. JAMES HILL.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL PROGRAM.  OPERATOR FUNCTION FOR
001000*                     THE FIBINC EXCEPTION INCIDENTS: SHOWS AN
001100*                     INCIDENT AND LETS THE ON-CALL ANALYST
001200*                     ACKNOWLEDGE IT, ANNOTATE IT, OR RESOLVE IT.
001300*                     THE USER ID IS THE SIGNED-ON USER FROM THE
001400*                     ENVIRONMENT, NOT AN ANSWER.  A NOTE IS
001500*                     REQUIRED TO ANNOTATE OR RESOLVE; RESOLVING
001600*                     AN INCIDENT NOBODY ACKNOWLEDGED ALSO
001700*                     ACKNOWLEDGES IT.  EVERY CHANGE IS APPENDED
001800*                     TO FIBINCH.
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT FIBINC ASSIGN TO "FIBINC"
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS RANDOM
002600         RECORD KEY IS FIB-INC-NO
002700         FILE STATUS IS WS-INC-STATUS.
002800
002900     SELECT FIBINCH ASSIGN TO "FIBINCH"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-INH-STATUS.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  FIBINC
003600     LABEL RECORDS ARE STANDARD.
003700     COPY FIBINC.
003800
003900 FD  FIBINCH
004000     LABEL RECORDS ARE STANDARD.
004100     COPY FIBINCH.
004200
004300 WORKING-STORAGE SECTION.
004400*****************************************************************
004500*  THE SIGNED-ON USER AND THE OPERATOR ANSWER FIELDS
004600*****************************************************************
004700 77  WS-OPERATOR-USER        PIC X(08) VALUE SPACES.
004800 77  WS-FUNCTION-ANSWER      PIC X(01) VALUE SPACE.
004900 77  WS-INC-ANSWER           PIC X(05) JUSTIFIED RIGHT
005000     VALUE SPACES.
005100 77  WS-NOTE-ANSWER          PIC X(60) VALUE SPACES.
005200 77  WS-CONFIRM-ANSWER       PIC X(01) VALUE SPACE.
005300 77  WS-SELECTED-INC-NO      PIC 9(05) VALUE ZERO.
005400
005500*****************************************************************
005600*  THE CHANGE BEING MADE - A = ACKNOWLEDGE, N = ANNOTATE,
005700*  C = RESOLVE (THE FIBINCH EVENT CODES)
005800*****************************************************************
005900 77  WS-CHANGE-EVENT         PIC X(01) VALUE SPACE.
006000     88  WS-CHANGE-ACK               VALUE "A".
006100     88  WS-CHANGE-NOTE              VALUE "N".
006200     88  WS-CHANGE-RESOLVE           VALUE "C".
006300 77  WS-CHANGE-DATE          PIC 9(08) VALUE ZERO.
006400 77  WS-CHANGE-TIME          PIC 9(08) VALUE ZERO.
006500
006600*****************************************************************
006700*  SWITCHES
006800*****************************************************************
006900 77  WS-EXIT-SW              PIC X(01) VALUE "N".
007000     88  WS-EXIT-REQUESTED           VALUE "Y".
007100 77  WS-FIELD-VALID-SW       PIC X(01) VALUE "N".
007200     88  WS-FIELD-IS-VALID           VALUE "Y".
007300 77  WS-INC-FOUND-SW         PIC X(01) VALUE "N".
007400     88  WS-INC-FOUND                VALUE "Y".
007500 77  WS-CHANGE-DONE-SW       PIC X(01) VALUE "N".
007600     88  WS-CHANGE-DONE              VALUE "Y".
007700
007800*****************************************************************
007900*  FILE STATUS FIELDS
008000*****************************************************************
008100 77  WS-INC-STATUS           PIC X(02) VALUE "00".
008200 77  WS-INH-STATUS           PIC X(02) VALUE "00".
008300
008400*****************************************************************
008500*  DISPLAY WORK FIELDS
008600*****************************************************************
008700 77  WS-SHOW-LABEL           PIC X(16) VALUE SPACES.
008800 77  WS-SHOW-STATE           PIC X(12) VALUE SPACES.
008900 77  WS-SHOW-TEAM            PIC X(24) VALUE SPACES.
009000 77  WS-SHOW-USER            PIC X(08) VALUE SPACES.
009100 77  WS-SHOW-DATE            PIC 9(08) VALUE ZERO.
009200 77  WS-SHOW-TIME            PIC 9(08) VALUE ZERO.
009300 77  WS-FMT-DATE             PIC X(10) VALUE SPACES.
009400 77  WS-FMT-TIME             PIC X(08) VALUE SPACES.
009500 77  WS-EDIT-COUNT           PIC ZZZZ9.
009600
009700 PROCEDURE DIVISION.
009800*****************************************************************
009900*  0000-MAINLINE
010000*****************************************************************
010100 0000-MAINLINE.
010200     PERFORM 1000-IDENTIFY-OPERATOR THRU 1000-EXIT.
010300     PERFORM 2000-PROCESS-ONE-FUNCTION THRU 2000-EXIT
010400         UNTIL WS-EXIT-REQUESTED.
010500     DISPLAY "FNM0000I - INCIDENT MAINTENANCE COMPLETE".
010600     STOP RUN.
010700 0000-EXIT.
010800     EXIT.
010900
011000*****************************************************************
011100*  1000-IDENTIFY-OPERATOR - EVERY CHANGE IS ATTRIBUTED TO THE
011200*  SIGNED-ON USER; WITHOUT ONE THERE IS NOBODY TO ATTRIBUTE IT
011300*  TO
011400*****************************************************************
011500 1000-IDENTIFY-OPERATOR.
011600     ACCEPT WS-OPERATOR-USER FROM ENVIRONMENT "USER"
011700         ON EXCEPTION
011800             MOVE SPACES TO WS-OPERATOR-USER
011900     END-ACCEPT.
012000     IF WS-OPERATOR-USER = SPACES
012100         DISPLAY "FNM1000E - NO SIGNED-ON USER ID, JOB "
012200                 "TERMINATED"
012300         MOVE 16 TO RETURN-CODE
012400         STOP RUN
012500     END-IF.
012600 1000-EXIT.
012700     EXIT.
012800
012900*****************************************************************
013000*  2000-PROCESS-ONE-FUNCTION - THE OPERATOR MENU
013100*****************************************************************
013200 2000-PROCESS-ONE-FUNCTION.
013300     DISPLAY "FIBONACCI EXCEPTION INCIDENTS".
013400     DISPLAY "ENTER A TO ACKNOWLEDGE, N TO ANNOTATE, R TO "
013500             "RESOLVE, S TO SHOW, X TO EXIT: ".
013600     ACCEPT WS-FUNCTION-ANSWER.
013700     EVALUATE WS-FUNCTION-ANSWER
013800         WHEN "A"
013900         WHEN "a"
014000             PERFORM 3000-ACKNOWLEDGE-INCIDENT THRU 3000-EXIT
014100         WHEN "N"
014200         WHEN "n"
014300             PERFORM 4000-ANNOTATE-INCIDENT THRU 4000-EXIT
014400         WHEN "R"
014500         WHEN "r"
014600             PERFORM 5000-RESOLVE-INCIDENT THRU 5000-EXIT
014700         WHEN "S"
014800         WHEN "s"
014900             PERFORM 6000-SHOW-INCIDENT THRU 6000-EXIT
015000         WHEN "X"
015100         WHEN "x"
015200             SET WS-EXIT-REQUESTED TO TRUE
015300         WHEN OTHER
015400             DISPLAY "FNM2000E - ENTRY MUST BE A, N, R, S, OR X, "
015500                     "PLEASE RE-ENTER"
015600     END-EVALUATE.
015700 2000-EXIT.
015800     EXIT.
015900
016000*****************************************************************
016100*  3000-ACKNOWLEDGE-INCIDENT - ONLY AN OPEN INCIDENT.  THE NOTE
016200*  IS OPTIONAL
016300*****************************************************************
016400 3000-ACKNOWLEDGE-INCIDENT.
016500     PERFORM 7000-GET-INCIDENT-NO THRU 7000-EXIT.
016600     PERFORM 7100-SHOW-INCIDENT-STATE THRU 7100-EXIT.
016700     IF NOT WS-INC-FOUND
016800         GO TO 3000-EXIT
016900     END-IF.
017000     IF NOT FIB-INC-OPEN
017100         DISPLAY "FNM3000E - ONLY AN OPEN INCIDENT CAN BE "
017200                 "ACKNOWLEDGED"
017300         GO TO 3000-EXIT
017400     END-IF.
017500     MOVE SPACES TO WS-NOTE-ANSWER.
017600     DISPLAY "ENTER A NOTE (1-60 CHARACTERS) OR LEAVE BLANK: ".
017700     ACCEPT WS-NOTE-ANSWER.
017800     DISPLAY "ENTER Y TO CONFIRM THE ACKNOWLEDGMENT: ".
017900     MOVE SPACE TO WS-CONFIRM-ANSWER.
018000     ACCEPT WS-CONFIRM-ANSWER.
018100     IF WS-CONFIRM-ANSWER NOT = "Y"
018200             AND WS-CONFIRM-ANSWER NOT = "y"
018300         DISPLAY "FNM3000I - ACKNOWLEDGMENT NOT CONFIRMED, "
018400                 "INCIDENT UNCHANGED"
018500         GO TO 3000-EXIT
018600     END-IF.
018700     SET WS-CHANGE-ACK TO TRUE.
018800     PERFORM 7300-UPDATE-INCIDENT THRU 7300-EXIT.
018900     IF WS-CHANGE-DONE
019000         DISPLAY "FNM3000I - INCIDENT " WS-SELECTED-INC-NO
019100                 " ACKNOWLEDGED BY " WS-OPERATOR-USER
019200     END-IF.
019300 3000-EXIT.
019400     EXIT.
019500
019600*****************************************************************
019700*  4000-ANNOTATE-INCIDENT - ANY INCIDENT NOT RESOLVED
019800*****************************************************************
019900 4000-ANNOTATE-INCIDENT.
020000     PERFORM 7000-GET-INCIDENT-NO THRU 7000-EXIT.
020100     PERFORM 7100-SHOW-INCIDENT-STATE THRU 7100-EXIT.
020200     IF NOT WS-INC-FOUND
020300         GO TO 4000-EXIT
020400     END-IF.
020500     IF FIB-INC-RESOLVED
020600         DISPLAY "FNM4000E - INCIDENT IS RESOLVED AND CANNOT BE "
020700                 "ANNOTATED"
020800         GO TO 4000-EXIT
020900     END-IF.
021000     PERFORM 7200-GET-NOTE THRU 7200-EXIT.
021100     SET WS-CHANGE-NOTE TO TRUE.
021200     PERFORM 7300-UPDATE-INCIDENT THRU 7300-EXIT.
021300     IF WS-CHANGE-DONE
021400         DISPLAY "FNM4000I - INCIDENT " WS-SELECTED-INC-NO
021500                 " ANNOTATED BY " WS-OPERATOR-USER
021600     END-IF.
021700 4000-EXIT.
021800     EXIT.
021900
022000*****************************************************************
022100*  5000-RESOLVE-INCIDENT - AN OPEN OR ACKNOWLEDGED INCIDENT,
022200*  WITH A NOTE SAYING WHAT WAS DONE
022300*****************************************************************
022400 5000-RESOLVE-INCIDENT.
022500     PERFORM 7000-GET-INCIDENT-NO THRU 7000-EXIT.
022600     PERFORM 7100-SHOW-INCIDENT-STATE THRU 7100-EXIT.
022700     IF NOT WS-INC-FOUND
022800         GO TO 5000-EXIT
022900     END-IF.
023000     IF FIB-INC-RESOLVED
023100         DISPLAY "FNM5000E - INCIDENT IS ALREADY RESOLVED"
023200         GO TO 5000-EXIT
023300     END-IF.
023400     PERFORM 7200-GET-NOTE THRU 7200-EXIT.
023500     DISPLAY "ENTER Y TO CONFIRM THE RESOLUTION: ".
023600     MOVE SPACE TO WS-CONFIRM-ANSWER.
023700     ACCEPT WS-CONFIRM-ANSWER.
023800     IF WS-CONFIRM-ANSWER NOT = "Y"
023900             AND WS-CONFIRM-ANSWER NOT = "y"
024000         DISPLAY "FNM5000I - RESOLUTION NOT CONFIRMED, "
024100                 "INCIDENT UNCHANGED"
024200         GO TO 5000-EXIT
024300     END-IF.
024400     SET WS-CHANGE-RESOLVE TO TRUE.
024500     PERFORM 7300-UPDATE-INCIDENT THRU 7300-EXIT.
024600     IF WS-CHANGE-DONE
024700         DISPLAY "FNM5000I - INCIDENT " WS-SELECTED-INC-NO
024800                 " RESOLVED BY " WS-OPERATOR-USER
024900     END-IF.
025000 5000-EXIT.
025100     EXIT.
025200
025300*****************************************************************
025400*  6000-SHOW-INCIDENT
025500*****************************************************************
025600 6000-SHOW-INCIDENT.
025700     PERFORM 7000-GET-INCIDENT-NO THRU 7000-EXIT.
025800     PERFORM 7100-SHOW-INCIDENT-STATE THRU 7100-EXIT.
025900 6000-EXIT.
026000     EXIT.
026100
026200*****************************************************************
026300*  7000-GET-INCIDENT-NO - AN INCIDENT NUMBER, 1-99999
026400*****************************************************************
026500 7000-GET-INCIDENT-NO.
026600     MOVE "N" TO WS-FIELD-VALID-SW.
026700     PERFORM 7010-PROMPT-FOR-INCIDENT-NO THRU 7010-EXIT
026800         UNTIL WS-FIELD-IS-VALID.
026900 7000-EXIT.
027000     EXIT.
027100
027200 7010-PROMPT-FOR-INCIDENT-NO.
027300     MOVE SPACES TO WS-INC-ANSWER.
027400     DISPLAY "ENTER THE INCIDENT NUMBER (1-99999): ".
027500     ACCEPT WS-INC-ANSWER.
027600     INSPECT WS-INC-ANSWER REPLACING LEADING SPACE BY ZERO.
027700     IF WS-INC-ANSWER IS NOT NUMERIC
027800         DISPLAY "FNM7010E - ENTRY MUST BE NUMERIC, PLEASE "
027900                 "RE-ENTER"
028000     ELSE
028100         IF WS-INC-ANSWER = ZERO
028200             DISPLAY "FNM7010E - ENTRY MUST BE GREATER THAN "
028300                     "ZERO, PLEASE RE-ENTER"
028400         ELSE
028500             MOVE WS-INC-ANSWER TO WS-SELECTED-INC-NO
028600             SET WS-FIELD-IS-VALID TO TRUE
028700         END-IF
028800     END-IF.
028900 7010-EXIT.
029000     EXIT.
029100
029200*****************************************************************
029300*  7100-SHOW-INCIDENT-STATE - WHAT FIBINC HOLDS FOR THE
029400*  INCIDENT, SO THE ANALYST SEES WHAT IS BEING CHANGED.  THE
029500*  FILE IS NOT HELD WHILE THE ANALYST ANSWERS
029600*****************************************************************
029700 7100-SHOW-INCIDENT-STATE.
029800     MOVE "N" TO WS-INC-FOUND-SW.
029900     OPEN INPUT FIBINC.
030000     IF WS-INC-STATUS = "35"
030100         DISPLAY "FNM7100E - NO INCIDENTS ON FILE"
030200         GO TO 7100-EXIT
030300     END-IF.
030400     IF WS-INC-STATUS NOT = "00"
030500         DISPLAY "FNM7100E - UNABLE TO OPEN FIBINC, STATUS = "
030600                 WS-INC-STATUS
030700         GO TO 7100-EXIT
030800     END-IF.
030900     PERFORM 7150-READ-INCIDENT THRU 7150-EXIT.
031000     CLOSE FIBINC.
031100     IF NOT WS-INC-FOUND
031200         DISPLAY "FNM7100E - INCIDENT " WS-SELECTED-INC-NO
031300                 " IS NOT ON FILE"
031400         GO TO 7100-EXIT
031500     END-IF.
031600     EVALUATE TRUE
031700         WHEN FIB-INC-OPEN
031800             MOVE "OPEN" TO WS-SHOW-STATE
031900         WHEN FIB-INC-ACKNOWLEDGED
032000             MOVE "ACKNOWLEDGED" TO WS-SHOW-STATE
032100         WHEN FIB-INC-RESOLVED
032200             MOVE "RESOLVED" TO WS-SHOW-STATE
032300         WHEN OTHER
032400             MOVE "UNKNOWN" TO WS-SHOW-STATE
032500     END-EVALUATE.
032600     EVALUATE TRUE
032700         WHEN FIB-INC-TEAM-INTEGRITY
032800             MOVE "FIBSEQ INTEGRITY" TO WS-SHOW-TEAM
032900         WHEN FIB-INC-TEAM-PARMSCHED
033000             MOVE "PARAMETER/SCHEDULING" TO WS-SHOW-TEAM
033100         WHEN OTHER
033200             MOVE "OPERATIONS" TO WS-SHOW-TEAM
033300     END-EVALUATE.
033400     MOVE FIB-INC-OCCURRENCES TO WS-EDIT-COUNT.
033500     DISPLAY "INCIDENT " FIB-INC-NO "  " WS-SHOW-STATE
033600             "  TEAM " WS-SHOW-TEAM.
033700     DISPLAY "  JOB " FIB-INC-JOB-NAME "  REASON "
033800             FIB-INC-REASON-CODE "  REF " FIB-INC-REF-NO
033900             "  OCCURRENCES " WS-EDIT-COUNT.
034000     DISPLAY "  TEXT " FIB-INC-TEXT.
034100     MOVE "  FIRST SEEN    " TO WS-SHOW-LABEL.
034200     MOVE SPACES TO WS-SHOW-USER.
034300     MOVE FIB-INC-FIRST-DATE TO WS-SHOW-DATE.
034400     MOVE FIB-INC-FIRST-TIME TO WS-SHOW-TIME.
034500     PERFORM 7110-SHOW-ONE-EVENT THRU 7110-EXIT.
034600     MOVE "  LAST SEEN     " TO WS-SHOW-LABEL.
034700     MOVE FIB-INC-LAST-DATE TO WS-SHOW-DATE.
034800     MOVE FIB-INC-LAST-TIME TO WS-SHOW-TIME.
034900     PERFORM 7110-SHOW-ONE-EVENT THRU 7110-EXIT.
035000     MOVE "  ACKNOWLEDGED  " TO WS-SHOW-LABEL.
035100     MOVE FIB-INC-ACK-USER TO WS-SHOW-USER.
035200     MOVE FIB-INC-ACK-DATE TO WS-SHOW-DATE.
035300     MOVE FIB-INC-ACK-TIME TO WS-SHOW-TIME.
035400     PERFORM 7110-SHOW-ONE-EVENT THRU 7110-EXIT.
035500     MOVE "  RESOLVED      " TO WS-SHOW-LABEL.
035600     MOVE FIB-INC-RES-USER TO WS-SHOW-USER.
035700     MOVE FIB-INC-RES-DATE TO WS-SHOW-DATE.
035800     MOVE FIB-INC-RES-TIME TO WS-SHOW-TIME.
035900     PERFORM 7110-SHOW-ONE-EVENT THRU 7110-EXIT.
036000     MOVE "  LATEST NOTE   " TO WS-SHOW-LABEL.
036100     MOVE FIB-INC-NOTE-USER TO WS-SHOW-USER.
036200     MOVE FIB-INC-NOTE-DATE TO WS-SHOW-DATE.
036300     MOVE FIB-INC-NOTE-TIME TO WS-SHOW-TIME.
036400     PERFORM 7110-SHOW-ONE-EVENT THRU 7110-EXIT.
036500     IF FIB-INC-NOTE NOT = SPACES
036600         DISPLAY "    " FIB-INC-NOTE
036700     END-IF.
036800 7100-EXIT.
036900     EXIT.
037000
037100 7110-SHOW-ONE-EVENT.
037200     IF WS-SHOW-DATE = ZERO
037300         DISPLAY WS-SHOW-LABEL "NONE"
037400         GO TO 7110-EXIT
037500     END-IF.
037600     MOVE SPACES TO WS-FMT-DATE.
037700     STRING WS-SHOW-DATE (5:2) "/" WS-SHOW-DATE (7:2) "/"
037800            WS-SHOW-DATE (1:4)
037900         DELIMITED BY SIZE INTO WS-FMT-DATE.
038000     MOVE SPACES TO WS-FMT-TIME.
038100     STRING WS-SHOW-TIME (1:2) ":" WS-SHOW-TIME (3:2) ":"
038200            WS-SHOW-TIME (5:2)
038300         DELIMITED BY SIZE INTO WS-FMT-TIME.
038400     IF WS-SHOW-USER = SPACES
038500         DISPLAY WS-SHOW-LABEL WS-FMT-DATE " " WS-FMT-TIME
038600     ELSE
038700         DISPLAY WS-SHOW-LABEL WS-FMT-DATE " " WS-FMT-TIME
038800                 " BY " WS-SHOW-USER
038900     END-IF.
039000 7110-EXIT.
039100     EXIT.
039200
039300 7150-READ-INCIDENT.
039400     MOVE "N" TO WS-INC-FOUND-SW.
039500     MOVE WS-SELECTED-INC-NO TO FIB-INC-NO.
039600     READ FIBINC
039700         INVALID KEY
039800             CONTINUE
039900         NOT INVALID KEY
040000             SET WS-INC-FOUND TO TRUE
040100     END-READ.
040200 7150-EXIT.
040300     EXIT.
040400
040500*****************************************************************
040600*  7200-GET-NOTE - AN ANNOTATION OR RESOLUTION ALWAYS CARRIES
040700*  A NOTE
040800*****************************************************************
040900 7200-GET-NOTE.
041000     MOVE "N" TO WS-FIELD-VALID-SW.
041100     PERFORM 7210-PROMPT-FOR-NOTE THRU 7210-EXIT
041200         UNTIL WS-FIELD-IS-VALID.
041300 7200-EXIT.
041400     EXIT.
041500
041600 7210-PROMPT-FOR-NOTE.
041700     MOVE SPACES TO WS-NOTE-ANSWER.
041800     DISPLAY "ENTER THE NOTE (1-60 CHARACTERS): ".
041900     ACCEPT WS-NOTE-ANSWER.
042000     IF WS-NOTE-ANSWER = SPACES
042100         DISPLAY "FNM7210E - NOTE CANNOT BE BLANK, PLEASE "
042200                 "RE-ENTER"
042300     ELSE
042400         SET WS-FIELD-IS-VALID TO TRUE
042500     END-IF.
042600 7210-EXIT.
042700     EXIT.
042800
042900*****************************************************************
043000*  7300-UPDATE-INCIDENT - RE-READ THE INCIDENT, SINCE THE
043100*  INTAKE OR ANOTHER ANALYST MAY HAVE CHANGED IT WHILE THIS
043200*  ONE WAS ANSWERING, CHECK THE CHANGE STILL APPLIES, AND
043300*  REWRITE IT.  THE CALLER HAS SET WS-CHANGE-EVENT
043400*****************************************************************
043500 7300-UPDATE-INCIDENT.
043600     MOVE "N" TO WS-CHANGE-DONE-SW.
043700     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
043800     ACCEPT WS-CHANGE-TIME FROM TIME.
043900     OPEN I-O FIBINC.
044000     IF WS-INC-STATUS NOT = "00"
044100         DISPLAY "FNM7300E - UNABLE TO OPEN FIBINC, STATUS = "
044200                 WS-INC-STATUS ", INCIDENT UNCHANGED"
044300         GO TO 7300-EXIT
044400     END-IF.
044500     PERFORM 7150-READ-INCIDENT THRU 7150-EXIT.
044600     IF NOT WS-INC-FOUND
044700         DISPLAY "FNM7300E - INCIDENT " WS-SELECTED-INC-NO
044800                 " IS NO LONGER ON FILE"
044900         CLOSE FIBINC
045000         GO TO 7300-EXIT
045100     END-IF.
045200     IF (WS-CHANGE-ACK AND NOT FIB-INC-OPEN)
045300             OR (NOT WS-CHANGE-ACK AND FIB-INC-RESOLVED)
045400         DISPLAY "FNM7300E - INCIDENT " WS-SELECTED-INC-NO
045500                 " WAS CHANGED MEANWHILE, INCIDENT UNCHANGED"
045600         CLOSE FIBINC
045700         GO TO 7300-EXIT
045800     END-IF.
045900     IF (WS-CHANGE-ACK OR WS-CHANGE-RESOLVE)
046000             AND FIB-INC-ACK-DATE = ZERO
046100         SET FIB-INC-ACKNOWLEDGED TO TRUE
046200         MOVE WS-OPERATOR-USER TO FIB-INC-ACK-USER
046300         MOVE WS-CHANGE-DATE TO FIB-INC-ACK-DATE
046400         MOVE WS-CHANGE-TIME TO FIB-INC-ACK-TIME
046500     END-IF.
046600     IF WS-CHANGE-RESOLVE
046700         SET FIB-INC-RESOLVED TO TRUE
046800         MOVE WS-OPERATOR-USER TO FIB-INC-RES-USER
046900         MOVE WS-CHANGE-DATE TO FIB-INC-RES-DATE
047000         MOVE WS-CHANGE-TIME TO FIB-INC-RES-TIME
047100     END-IF.
047200     IF WS-NOTE-ANSWER NOT = SPACES
047300         MOVE WS-NOTE-ANSWER TO FIB-INC-NOTE
047400         MOVE WS-OPERATOR-USER TO FIB-INC-NOTE-USER
047500         MOVE WS-CHANGE-DATE TO FIB-INC-NOTE-DATE
047600         MOVE WS-CHANGE-TIME TO FIB-INC-NOTE-TIME
047700     END-IF.
047800     REWRITE FIB-INC-REC
047900         INVALID KEY
048000             CONTINUE
048100     END-REWRITE.
048200     IF WS-INC-STATUS NOT = "00"
048300         DISPLAY "FNM7300E - UNABLE TO UPDATE FIBINC, STATUS = "
048400                 WS-INC-STATUS ", INCIDENT UNCHANGED"
048500         CLOSE FIBINC
048600         GO TO 7300-EXIT
048700     END-IF.
048800     CLOSE FIBINC.
048900     SET WS-CHANGE-DONE TO TRUE.
049000     PERFORM 8300-WRITE-HISTORY THRU 8300-EXIT.
049100 7300-EXIT.
049200     EXIT.
049300
049400*****************************************************************
049500*  8300-WRITE-HISTORY - ONE FIBINCH RECORD PER CHANGE.  A
049600*  PROBLEM WITH THE HISTORY FILE IS REPORTED ON THE CONSOLE;
049700*  THE CHANGE ITSELF IS ALREADY ON FILE
049800*****************************************************************
049900 8300-WRITE-HISTORY.
050000     OPEN EXTEND FIBINCH.
050100     IF WS-INH-STATUS NOT = "00"
050200         OPEN OUTPUT FIBINCH
050300     END-IF.
050400     IF WS-INH-STATUS NOT = "00"
050500         DISPLAY "FNM8300W - UNABLE TO OPEN FIBINCH, STATUS = "
050600                 WS-INH-STATUS ", HISTORY RECORD NOT WRITTEN"
050700         GO TO 8300-EXIT
050800     END-IF.
050900     MOVE SPACES TO FIB-INH-REC.
051000     MOVE FIB-INC-NO TO FIB-INH-INC-NO.
051100     MOVE WS-CHANGE-EVENT TO FIB-INH-EVENT.
051200     MOVE FIB-INC-JOB-NAME TO FIB-INH-JOB-NAME.
051300     MOVE FIB-INC-REASON-CODE TO FIB-INH-REASON-CODE.
051400     MOVE FIB-INC-REF-NO TO FIB-INH-REF-NO.
051500     MOVE WS-OPERATOR-USER TO FIB-INH-USER.
051600     MOVE WS-CHANGE-DATE TO FIB-INH-DATE.
051700     MOVE WS-CHANGE-TIME TO FIB-INH-TIME.
051800     MOVE WS-NOTE-ANSWER TO FIB-INH-TEXT.
051900     WRITE FIB-INH-REC.
052000     CLOSE FIBINCH.
052100 8300-EXIT.
052200     EXIT.
