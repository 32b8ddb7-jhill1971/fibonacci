001400*                     RECORD, SO A PROFILE THAT IS ON FILE IS A
001500*                     PROFILE THAT WILL RUN - NO MORE ONE-COLUMN
001600*                     SLIPS RUINING THE OVERNIGHT SCHEDULE.
001610*    2026-10-15  JLH  PROMPT FOR THE NEW FIBPARM EXTEND OPTION ON
001620*                     A GENERATE PROFILE, SO A PROFILE CAN
001630*                     CONTINUE ITS STORED SEQUENCE INSTEAD OF
001640*                     REBUILDING IT EVERY RUN.
001650*    2026-10-15  JLH  JOURNAL EVERY ADD, CHANGE, AND DELETE TO
001660*                     FIBPJRN WITH THE BEFORE AND AFTER PARM
001670*                     IMAGES, THE OPERATOR'S LOGON USER ID, THE
001680*                     DATE AND TIME, AND THE NEW PROFILE VERSION,
001690*                     WHICH IS ALSO KEPT ON THE PROFILE RECORD.
001692*    2026-10-15  JLH  A FAILED WRITE TO FIBPJRN IS NOW REPORTED
001694*                     AND ENDS THE SESSION WITH RETURN CODE 8, AS
001696*                     A FAILED OPEN ALREADY DID.
001698*    2026-10-15  JLH  BLANK THE USER ID WHEN USER IS NOT SET.
001700*****************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002400         RECORD KEY IS FIB-PROF-NAME
002500         FILE STATUS IS WS-PROF-STATUS.
002600
002610     SELECT FIBPJRN ASSIGN TO "FIBPJRN"
002620         ORGANIZATION IS LINE SEQUENTIAL
002630         FILE STATUS IS WS-PJRN-STATUS.
002640
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  FIBPROF
003000     LABEL RECORDS ARE STANDARD.
003100     COPY FIBPROF.
003110
003120 FD  FIBPJRN
003130     LABEL RECORDS ARE STANDARD.
003140     COPY FIBPJR.
003200
003300 WORKING-STORAGE SECTION.
003400*****************************************************************
005200 77  WS-USER-ANSWER          PIC X(08) VALUE SPACES.
005300 77  WS-CUTOFF-ANSWER        PIC X(04) JUSTIFIED RIGHT
005400     VALUE SPACES.
005410 77  WS-EXTEND-ANSWER        PIC X(01) VALUE SPACE.
005500 77  WS-DESC-ANSWER          PIC X(40) VALUE SPACES.
005600 77  WS-CONFIRM-ANSWER       PIC X(01) VALUE SPACE.
005700
006600     88  WS-PROF-EOF                 VALUE "Y".
006700 77  WS-PROF-FOUND-SW        PIC X(01) VALUE "N".
006800     88  WS-PROFILE-ON-FILE          VALUE "Y".
006810 77  WS-PJRN-EOF-SW          PIC X(01) VALUE "N".
006820     88  WS-PJRN-EOF                 VALUE "Y".
006900
007000*****************************************************************
007100*  FILE STATUS AND WORK FIELDS
007200*****************************************************************
007300 77  WS-PROF-STATUS          PIC X(02) VALUE "00".
007400 77  WS-PROFILE-COUNT        PIC 9(03) VALUE ZERO.
007407 77  WS-PJRN-STATUS          PIC X(02) VALUE "00".
007414
007421*****************************************************************
007428*  CHANGE JOURNAL WORK FIELDS - WHO IS MAKING THE CHANGE, THE
007435*  PROFILE AS IT STOOD BEFORE IT, AND THE VERSION IT BECOMES
007442*****************************************************************
007449 77  WS-OPER-USER            PIC X(08) VALUE SPACES.
007456 77  WS-BEFORE-DATA          PIC X(87) VALUE SPACES.
007463 77  WS-BEFORE-VERSION       PIC 9(05) VALUE ZERO.
007470 77  WS-NEXT-VERSION         PIC 9(05) VALUE ZERO.
007477 77  WS-JOURNAL-ACTION       PIC X(01) VALUE SPACE.
007484 77  WS-CHANGE-DATE          PIC 9(08) VALUE ZERO.
007491 77  WS-CHANGE-TIME          PIC 9(08) VALUE ZERO.
007500
007600 PROCEDURE DIVISION.
007700*****************************************************************
008900
009000*****************************************************************
009100*  1000-OPEN-LIBRARY - OPEN I-O, CREATING THE LIBRARY ON ITS
009110*  VERY FIRST USE.  EVERY CHANGE IS JOURNALED UNDER THE
009120*  OPERATOR'S LOGON USER ID, SO NO USER ID, OR NO WAY TO WRITE
009130*  THE FIBPJRN JOURNAL, MEANS NO MAINTENANCE AT ALL
009300*****************************************************************
009400 1000-OPEN-LIBRARY.
009402     ACCEPT WS-OPER-USER FROM ENVIRONMENT "USER"
009404         ON EXCEPTION
009406             MOVE SPACES TO WS-OPER-USER
009408     END-ACCEPT.
009410     IF WS-OPER-USER = SPACES
009415         DISPLAY "FPM1000E - NO LOGON USER ID, JOB TERMINATED"
009420         MOVE 16 TO RETURN-CODE
009425         STOP RUN
009430     END-IF.
009435     OPEN EXTEND FIBPJRN.
009440     IF WS-PJRN-STATUS NOT = "00"
009445         OPEN OUTPUT FIBPJRN
009450     END-IF.
009455     IF WS-PJRN-STATUS NOT = "00"
009460         DISPLAY "FPM1000E - UNABLE TO OPEN FIBPJRN, STATUS = "
009465                 WS-PJRN-STATUS ", JOB TERMINATED"
009470         MOVE 16 TO RETURN-CODE
009475         STOP RUN
009480     END-IF.
009485     CLOSE FIBPJRN.
009500     OPEN I-O FIBPROF.
009600     IF WS-PROF-STATUS = "35"
009700         OPEN OUTPUT FIBPROF
015000     ELSE
015100         PERFORM 8000-EDIT-PARM-FIELDS THRU 8000-EXIT
015200         PERFORM 7200-GET-DESCRIPTION THRU 7200-EXIT
015210         PERFORM 7400-GET-NEXT-VERSION THRU 7400-EXIT
015300         MOVE SPACES TO FIB-PROF-REC
015400         MOVE WS-NAME-ANSWER TO FIB-PROF-NAME
015500         MOVE FIB-PARM-REC TO FIB-PROF-PARM-DATA
015600         MOVE WS-DESC-ANSWER TO FIB-PROF-DESC
015610         MOVE WS-NEXT-VERSION TO FIB-PROF-VERSION
015700         WRITE FIB-PROF-REC
015800             INVALID KEY
015900                 DISPLAY "FPM3000E - UNABLE TO ADD PROFILE, "
016000                         "STATUS = " WS-PROF-STATUS
016100             NOT INVALID KEY
016110                 DISPLAY "FPM3000I - PROFILE ADDED AS VERSION "
016120                         WS-NEXT-VERSION
016130                 MOVE "A" TO WS-JOURNAL-ACTION
016140                 PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
016300         END-WRITE
016400     END-IF.
016500 3000-EXIT.
017900                 "PROFILE"
018000         PERFORM 8000-EDIT-PARM-FIELDS THRU 8000-EXIT
018100         PERFORM 7200-GET-DESCRIPTION THRU 7200-EXIT
018110         PERFORM 7400-GET-NEXT-VERSION THRU 7400-EXIT
018200         MOVE SPACES TO FIB-PROF-REC
018300         MOVE WS-NAME-ANSWER TO FIB-PROF-NAME
018400         MOVE FIB-PARM-REC TO FIB-PROF-PARM-DATA
018500         MOVE WS-DESC-ANSWER TO FIB-PROF-DESC
018510         MOVE WS-NEXT-VERSION TO FIB-PROF-VERSION
018600         REWRITE FIB-PROF-REC
018700             INVALID KEY
018800                 DISPLAY "FPM4000E - UNABLE TO CHANGE PROFILE, "
018900                         "STATUS = " WS-PROF-STATUS
019000             NOT INVALID KEY
019010                 DISPLAY "FPM4000I - PROFILE CHANGED TO VERSION "
019020                         WS-NEXT-VERSION
019030                 MOVE "C" TO WS-JOURNAL-ACTION
019040                 PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
019200         END-REWRITE
019300     END-IF.
019400 4000-EXIT.
020800         DISPLAY "ENTER Y TO CONFIRM THE DELETE: "
020900         ACCEPT WS-CONFIRM-ANSWER
021000         IF WS-CONFIRM-ANSWER = "Y" OR WS-CONFIRM-ANSWER = "y"
021010             PERFORM 7400-GET-NEXT-VERSION THRU 7400-EXIT
021100             DELETE FIBPROF
021200                 INVALID KEY
021300                     DISPLAY "FPM5000E - UNABLE TO DELETE "
021400                             "PROFILE, STATUS = " WS-PROF-STATUS
021500                 NOT INVALID KEY
021600                     DISPLAY "FPM5000I - PROFILE DELETED"
021610                     MOVE SPACES TO FIB-PARM-REC
021620                     MOVE SPACES TO WS-DESC-ANSWER
021630                     MOVE "D" TO WS-JOURNAL-ACTION
021640                     PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
021700             END-DELETE
021800         ELSE
021900             DISPLAY "FPM5000I - DELETE NOT CONFIRMED, PROFILE "
025400         ADD 1 TO WS-PROFILE-COUNT
025500         DISPLAY FIB-PROF-NAME " "
025600                 FIB-PROF-PARM-DATA (1:4) " "
025610                 "V" FIB-PROF-VERSION " "
025700                 FIB-PROF-DESC
025800     END-IF.
025900 6100-EXIT.
028400
028500*****************************************************************
028600*  7100-READ-PROFILE - RANDOM READ BY THE NAME THE OPERATOR
028610*  JUST GAVE, KEEPING THE PARM IMAGE AND VERSION ON FILE AS
028620*  THE BEFORE SIDE OF ANY CHANGE THAT FOLLOWS.  A PROFILE
028630*  FILED BEFORE VERSIONS WERE KEPT IS VERSION ZERO
028800*****************************************************************
028900 7100-READ-PROFILE.
029000     MOVE "N" TO WS-PROF-FOUND-SW.
029010     MOVE SPACES TO WS-BEFORE-DATA.
029020     MOVE ZERO TO WS-BEFORE-VERSION.
029100     MOVE WS-NAME-ANSWER TO FIB-PROF-NAME.
029200     READ FIBPROF
029300         INVALID KEY
029400             CONTINUE
029500         NOT INVALID KEY
029600             SET WS-PROFILE-ON-FILE TO TRUE
029610             MOVE FIB-PROF-PARM-DATA TO WS-BEFORE-DATA
029620             IF FIB-PROF-VERSION NUMERIC
029630                 MOVE FIB-PROF-VERSION TO WS-BEFORE-VERSION
029640             END-IF
029700     END-READ.
029800 7100-EXIT.
029900     EXIT.
030600     DISPLAY "ENTER THE PROFILE DESCRIPTION: ".
030700     ACCEPT WS-DESC-ANSWER.
030800 7200-EXIT.
030801     EXIT.
030802
030803*****************************************************************
030804*  7400-GET-NEXT-VERSION - ONE MORE THAN THE HIGHER OF THE
030805*  VERSION ON FILE AND THE HIGHEST VERSION EVER JOURNALED FOR
030806*  THE NAME, SO A PROFILE DELETED AND ADDED AGAIN NEVER REUSES
030807*  A VERSION NUMBER.  NO JOURNAL YET MEANS NOTHING JOURNALED
030808*****************************************************************
030809 7400-GET-NEXT-VERSION.
030810     MOVE WS-BEFORE-VERSION TO WS-NEXT-VERSION.
030811     MOVE "N" TO WS-PJRN-EOF-SW.
030812     OPEN INPUT FIBPJRN.
030813     IF WS-PJRN-STATUS = "00"
030814         PERFORM 7410-READ-JOURNAL-RECORD THRU 7410-EXIT
030815         PERFORM 7420-CHECK-JOURNAL-VERSION THRU 7420-EXIT
030816             UNTIL WS-PJRN-EOF
030817         CLOSE FIBPJRN
030818     END-IF.
030819     ADD 1 TO WS-NEXT-VERSION.
030820 7400-EXIT.
030821     EXIT.
030822
030823 7410-READ-JOURNAL-RECORD.
030824     READ FIBPJRN
030825         AT END
030826             SET WS-PJRN-EOF TO TRUE
030827     END-READ.
030828 7410-EXIT.
030829     EXIT.
030830
030831 7420-CHECK-JOURNAL-VERSION.
030832     IF FIB-PJR-PROF-NAME = WS-NAME-ANSWER
030833             AND FIB-PJR-VERSION NUMERIC
030834             AND FIB-PJR-VERSION > WS-NEXT-VERSION
030835         MOVE FIB-PJR-VERSION TO WS-NEXT-VERSION
030836     END-IF.
030837     PERFORM 7410-READ-JOURNAL-RECORD THRU 7410-EXIT.
030838 7420-EXIT.
030839     EXIT.
030840
030841*****************************************************************
030842*  7500-WRITE-JOURNAL - APPEND THE CHANGE JUST MADE TO FIBPJRN:
030843*  THE IMAGE BEFORE IT (HELD BY 7100), THE IMAGE AFTER IT (THE
030844*  PARM IMAGE JUST FILED, BLANK FOR A DELETE), THE OPERATOR,
030845*  THE DATE AND TIME, AND THE NEW VERSION.  THE PROFILE CHANGE
030846*  ITSELF HAS ALREADY BEEN MADE, SO A JOURNAL FAILURE IS
030847*  REPORTED AND ENDS THE SESSION WITH RETURN CODE 8
030848*****************************************************************
030849 7500-WRITE-JOURNAL.
030850     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
030851     ACCEPT WS-CHANGE-TIME FROM TIME.
030852     OPEN EXTEND FIBPJRN.
030853     IF WS-PJRN-STATUS NOT = "00"
030854         OPEN OUTPUT FIBPJRN
030855     END-IF.
030856     IF WS-PJRN-STATUS NOT = "00"
030857         DISPLAY "FPM7500E - UNABLE TO OPEN FIBPJRN, STATUS = "
030858                 WS-PJRN-STATUS ", CHANGE NOT JOURNALED"
030859         MOVE 8 TO RETURN-CODE
030860         SET WS-EXIT-REQUESTED TO TRUE
030861         GO TO 7500-EXIT
030862     END-IF.
030863     MOVE SPACES TO FIB-PJR-REC.
030864     MOVE WS-NAME-ANSWER TO FIB-PJR-PROF-NAME.
030865     MOVE WS-NEXT-VERSION TO FIB-PJR-VERSION.
030866     MOVE WS-JOURNAL-ACTION TO FIB-PJR-ACTION.
030867     MOVE WS-OPER-USER TO FIB-PJR-USER.
030868     MOVE WS-CHANGE-DATE TO FIB-PJR-DATE.
030869     MOVE WS-CHANGE-TIME TO FIB-PJR-TIME.
030870     MOVE WS-BEFORE-DATA TO FIB-PJR-BEFORE-DATA.
030871     MOVE FIB-PARM-REC TO FIB-PJR-AFTER-DATA.
030872     MOVE WS-DESC-ANSWER TO FIB-PJR-AFTER-DESC.
030873     WRITE FIB-PJR-REC.
030876     IF WS-PJRN-STATUS NOT = "00"
030879         DISPLAY "FPM7500E - UNABLE TO WRITE FIBPJRN, STATUS = "
030882                 WS-PJRN-STATUS ", CHANGE NOT JOURNALED"
030885         MOVE 8 TO RETURN-CODE
030888         SET WS-EXIT-REQUESTED TO TRUE
030891     END-IF.
030894     CLOSE FIBPJRN.
030897 7500-EXIT.
030900     EXIT.
031000
031100*****************************************************************
031200*  8000-EDIT-PARM-FIELDS - BUILD THE FIB-PARM-REC IMAGE WITH
031300*  THE SAME EDITS 2100-VALIDATE-BATCH-PARM IN THE BATCH
031400*  PROGRAM APPLIES: MODE G OR L, NUMERIC SEEDS, A NUMERIC
031410*  NONZERO N, A VALID CUTOFF, AND AN EXTEND OPTION OF Y OR N
031420*  FOR GENERATE, A NUMERIC TARGET FOR LOOKUP
031700*****************************************************************
031800 8000-EDIT-PARM-FIELDS.
031900     MOVE SPACES TO FIB-PARM-REC.
032600     ELSE
032700         PERFORM 8400-GET-N THRU 8400-EXIT
032800         PERFORM 8500-GET-CUTOFF THRU 8500-EXIT
032810         PERFORM 8550-GET-EXTEND THRU 8550-EXIT
032900         MOVE ZEROS TO FIB-PARM-TARGET-VALUE
033000     END-IF.
033100     PERFORM 8600-GET-RUN-USER THRU 8600-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050802*  8550-GET-EXTEND - Y CONTINUES THE SEQUENCE ALREADY ON FIBSEQ
050804*  UNDER THIS PROFILE FROM ITS NEXT TERM; BLANK MEANS N, A FULL
050806*  REBUILD, THE SAME AS EVERY PROFILE FILED BEFORE THE OPTION
050808*****************************************************************
050810 8550-GET-EXTEND.
050812     MOVE "N" TO WS-FIELD-VALID-SW.
050814     PERFORM 8560-PROMPT-FOR-EXTEND THRU 8560-EXIT
050816         UNTIL WS-FIELD-IS-VALID.
050818 8550-EXIT.
050820     EXIT.
050822
050824 8560-PROMPT-FOR-EXTEND.
050826     MOVE SPACE TO WS-EXTEND-ANSWER.
050828     DISPLAY "ENTER Y TO EXTEND THE SEQUENCE ALREADY ON FILE, "
050830             "N TO REBUILD IT (BLANK FOR N): ".
050832     ACCEPT WS-EXTEND-ANSWER.
050834     EVALUATE WS-EXTEND-ANSWER
050836         WHEN "Y"
050838         WHEN "y"
050840             MOVE "Y" TO FIB-PARM-EXTEND
050842             SET WS-FIELD-IS-VALID TO TRUE
050844         WHEN "N"
050846         WHEN "n"
050848         WHEN SPACE
050850             MOVE "N" TO FIB-PARM-EXTEND
050852             SET WS-FIELD-IS-VALID TO TRUE
050854         WHEN OTHER
050856             DISPLAY "FPM8560E - ENTRY MUST BE Y OR N, PLEASE "
050858                     "RE-ENTER"
050860     END-EVALUATE.
050862 8560-EXIT.
050864     EXIT.
050866
050868*****************************************************************
050900*  8600-GET-RUN-USER
051000*****************************************************************
051100 8600-GET-RUN-USER.
