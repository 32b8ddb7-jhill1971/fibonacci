000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. fibcrtm.
000300 AUTHOR. JAMES HILL.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL PROGRAM.  OPERATOR CERTIFICATION
001000*                     OF A RUN: SHOWS WHAT FIBCERT HOLDS FOR A
001100*                     FIBRCAT RUN ID, AND LETS A USER ON THE
001200*                     FIBCAUTH LIST CERTIFY THE RUN OR REVOKE ITS
001300*                     CERTIFICATION, WITH A REASON.  THE USER ID
001400*                     IS THE SIGNED-ON USER FROM THE ENVIRONMENT,
001500*                     NOT AN ANSWER, AND EVERY RULE IS APPLIED BY
001600*                     THE FIBCERT SUBPROGRAM, SO NOTHING HERE CAN
001700*                     CERTIFY A RUN FIBCERT WOULD NOT.
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 DATA DIVISION.
002100 WORKING-STORAGE SECTION.
002200*****************************************************************
002300*  PARAMETER AREA FOR THE FIBCERT CALLS
002400*****************************************************************
002500 COPY FIBCRTA.
002600
002700*****************************************************************
002800*  THE SIGNED-ON USER AND THE OPERATOR ANSWER FIELDS
002900*****************************************************************
003000 77  WS-OPERATOR-USER        PIC X(08) VALUE SPACES.
003100 77  WS-FUNCTION-ANSWER      PIC X(01) VALUE SPACE.
003200 77  WS-RUN-ANSWER           PIC X(05) JUSTIFIED RIGHT
003300     VALUE SPACES.
003400 77  WS-REASON-ANSWER        PIC X(40) VALUE SPACES.
003500 77  WS-CONFIRM-ANSWER       PIC X(01) VALUE SPACE.
003600 77  WS-SELECTED-RUN-ID      PIC 9(05) VALUE ZERO.
003700
003800*****************************************************************
003900*  SWITCHES
004000*****************************************************************
004100 77  WS-EXIT-SW              PIC X(01) VALUE "N".
004200     88  WS-EXIT-REQUESTED           VALUE "Y".
004300 77  WS-FIELD-VALID-SW       PIC X(01) VALUE "N".
004400     88  WS-FIELD-IS-VALID           VALUE "Y".
004500
004600*****************************************************************
004700*  DISPLAY WORK FIELDS
004800*****************************************************************
004900 77  WS-SHOW-LABEL           PIC X(10) VALUE SPACES.
005000 77  WS-SHOW-STATE           PIC X(20) VALUE SPACES.
005100 77  WS-SHOW-DATE            PIC 9(08) VALUE ZERO.
005200 77  WS-SHOW-TIME            PIC 9(08) VALUE ZERO.
005300 77  WS-FMT-DATE             PIC X(10) VALUE SPACES.
005400 77  WS-FMT-TIME             PIC X(08) VALUE SPACES.
005500
005600 PROCEDURE DIVISION.
005700*****************************************************************
005800*  0000-MAINLINE
005900*****************************************************************
006000 0000-MAINLINE.
006100     PERFORM 1000-IDENTIFY-OPERATOR THRU 1000-EXIT.
006200     PERFORM 2000-PROCESS-ONE-FUNCTION THRU 2000-EXIT
006300         UNTIL WS-EXIT-REQUESTED.
006400     DISPLAY "FCM0000I - RUN CERTIFICATION COMPLETE".
006500     STOP RUN.
006600 0000-EXIT.
006700     EXIT.
006800
006900*****************************************************************
007000*  1000-IDENTIFY-OPERATOR - THE SIGN-OFF IS ATTRIBUTED TO THE
007100*  SIGNED-ON USER; WITHOUT ONE THERE IS NOBODY TO ATTRIBUTE IT
007200*  TO
007300*****************************************************************
007400 1000-IDENTIFY-OPERATOR.
007500     ACCEPT WS-OPERATOR-USER FROM ENVIRONMENT "USER"
007600         ON EXCEPTION
007700             MOVE SPACES TO WS-OPERATOR-USER
007800     END-ACCEPT.
007900     IF WS-OPERATOR-USER = SPACES
008000         DISPLAY "FCM1000E - NO SIGNED-ON USER ID, JOB "
008100                 "TERMINATED"
008200         MOVE 16 TO RETURN-CODE
008300         STOP RUN
008400     END-IF.
008500 1000-EXIT.
008600     EXIT.
008700
008800*****************************************************************
008900*  2000-PROCESS-ONE-FUNCTION - THE OPERATOR MENU
009000*****************************************************************
009100 2000-PROCESS-ONE-FUNCTION.
009200     DISPLAY "FIBONACCI RUN CERTIFICATION".
009300     DISPLAY "ENTER C TO CERTIFY, R TO REVOKE, S TO SHOW, "
009400             "X TO EXIT: ".
009500     ACCEPT WS-FUNCTION-ANSWER.
009600     EVALUATE WS-FUNCTION-ANSWER
009700         WHEN "C"
009800         WHEN "c"
009900             PERFORM 3000-CERTIFY-RUN THRU 3000-EXIT
010000         WHEN "R"
010100         WHEN "r"
010200             PERFORM 4000-REVOKE-RUN THRU 4000-EXIT
010300         WHEN "S"
010400         WHEN "s"
010500             PERFORM 5000-SHOW-RUN THRU 5000-EXIT
010600         WHEN "X"
010700         WHEN "x"
010800             SET WS-EXIT-REQUESTED TO TRUE
010900         WHEN OTHER
011000             DISPLAY "FCM2000E - ENTRY MUST BE C, R, S, OR X, "
011100                     "PLEASE RE-ENTER"
011200     END-EVALUATE.
011300 2000-EXIT.
011400     EXIT.
011500
011600*****************************************************************
011700*  3000-CERTIFY-RUN
011800*****************************************************************
011900 3000-CERTIFY-RUN.
012000     PERFORM 7000-GET-RUN-ID THRU 7000-EXIT.
012100     PERFORM 7100-SHOW-RUN-STATE THRU 7100-EXIT.
012200     IF FIB-CRT-ERROR
012300         GO TO 3000-EXIT
012400     END-IF.
012500     PERFORM 7200-GET-REASON THRU 7200-EXIT.
012600     DISPLAY "ENTER Y TO CONFIRM THE CERTIFICATION: ".
012700     MOVE SPACE TO WS-CONFIRM-ANSWER.
012800     ACCEPT WS-CONFIRM-ANSWER.
012900     IF WS-CONFIRM-ANSWER NOT = "Y"
013000             AND WS-CONFIRM-ANSWER NOT = "y"
013100         DISPLAY "FCM3000I - CERTIFICATION NOT CONFIRMED, RUN "
013200                 "UNCHANGED"
013300         GO TO 3000-EXIT
013400     END-IF.
013500     SET FIB-CRT-FUNC-CERTIFY TO TRUE.
013600     PERFORM 7300-CALL-FIBCERT THRU 7300-EXIT.
013700     IF FIB-CRT-OK
013800         DISPLAY "FCM3000I - RUN " WS-SELECTED-RUN-ID
013900                 " CERTIFIED BY " WS-OPERATOR-USER
014000     ELSE
014100         DISPLAY "FCM3000E - CERTIFICATION REFUSED: "
014200                 FIB-CRT-MESSAGE
014300     END-IF.
014400 3000-EXIT.
014500     EXIT.
014600
014700*****************************************************************
014800*  4000-REVOKE-RUN
014900*****************************************************************
015000 4000-REVOKE-RUN.
015100     PERFORM 7000-GET-RUN-ID THRU 7000-EXIT.
015200     PERFORM 7100-SHOW-RUN-STATE THRU 7100-EXIT.
015300     IF FIB-CRT-ERROR
015400         GO TO 4000-EXIT
015500     END-IF.
015600     PERFORM 7200-GET-REASON THRU 7200-EXIT.
015700     DISPLAY "ENTER Y TO CONFIRM THE REVOCATION: ".
015800     MOVE SPACE TO WS-CONFIRM-ANSWER.
015900     ACCEPT WS-CONFIRM-ANSWER.
016000     IF WS-CONFIRM-ANSWER NOT = "Y"
016100             AND WS-CONFIRM-ANSWER NOT = "y"
016200         DISPLAY "FCM4000I - REVOCATION NOT CONFIRMED, RUN "
016300                 "UNCHANGED"
016400         GO TO 4000-EXIT
016500     END-IF.
016600     SET FIB-CRT-FUNC-REVOKE TO TRUE.
016700     PERFORM 7300-CALL-FIBCERT THRU 7300-EXIT.
016800     IF FIB-CRT-OK
016900         DISPLAY "FCM4000I - RUN " WS-SELECTED-RUN-ID
017000                 " CERTIFICATION REVOKED BY " WS-OPERATOR-USER
017100     ELSE
017200         DISPLAY "FCM4000E - REVOCATION REFUSED: "
017300                 FIB-CRT-MESSAGE
017400     END-IF.
017500 4000-EXIT.
017600     EXIT.
017700
017800*****************************************************************
017900*  5000-SHOW-RUN
018000*****************************************************************
018100 5000-SHOW-RUN.
018200     PERFORM 7000-GET-RUN-ID THRU 7000-EXIT.
018300     PERFORM 7100-SHOW-RUN-STATE THRU 7100-EXIT.
018400 5000-EXIT.
018500     EXIT.
018600
018700*****************************************************************
018800*  7000-GET-RUN-ID - A FIBRCAT RUN ID, 1-99999
018900*****************************************************************
019000 7000-GET-RUN-ID.
019100     MOVE "N" TO WS-FIELD-VALID-SW.
019200     PERFORM 7010-PROMPT-FOR-RUN-ID THRU 7010-EXIT
019300         UNTIL WS-FIELD-IS-VALID.
019400 7000-EXIT.
019500     EXIT.
019600
019700 7010-PROMPT-FOR-RUN-ID.
019800     MOVE SPACES TO WS-RUN-ANSWER.
019900     DISPLAY "ENTER THE RUN ID (1-99999): ".
020000     ACCEPT WS-RUN-ANSWER.
020100     INSPECT WS-RUN-ANSWER REPLACING LEADING SPACE BY ZERO.
020200     IF WS-RUN-ANSWER IS NOT NUMERIC
020300         DISPLAY "FCM7010E - ENTRY MUST BE NUMERIC, PLEASE "
020400                 "RE-ENTER"
020500     ELSE
020600         IF WS-RUN-ANSWER = ZERO
020700             DISPLAY "FCM7010E - ENTRY MUST BE GREATER THAN "
020800                     "ZERO, PLEASE RE-ENTER"
020900         ELSE
021000             MOVE WS-RUN-ANSWER TO WS-SELECTED-RUN-ID
021100             SET WS-FIELD-IS-VALID TO TRUE
021200         END-IF
021300     END-IF.
021400 7010-EXIT.
021500     EXIT.
021600
021700*****************************************************************
021800*  7100-SHOW-RUN-STATE - WHAT FIBCERT HOLDS FOR THE RUN, SO
021900*  THE OPERATOR SEES WHAT IS BEING SIGNED OFF OR REVOKED
022000*****************************************************************
022100 7100-SHOW-RUN-STATE.
022200     SET FIB-CRT-FUNC-QUERY TO TRUE.
022300     PERFORM 7300-CALL-FIBCERT THRU 7300-EXIT.
022400     IF FIB-CRT-ERROR
022500         DISPLAY "FCM7100E - " FIB-CRT-MESSAGE ", STATUS = "
022600                 FIB-CRT-FILE-STATUS
022700         GO TO 7100-EXIT
022800     END-IF.
022900     DISPLAY "RUN " WS-SELECTED-RUN-ID.
023000     EVALUATE FIB-CRT-VRFY-RESULT
023100         WHEN "P"
023200             MOVE "PASSED" TO WS-SHOW-STATE
023300         WHEN "F"
023400             MOVE "FAILED" TO WS-SHOW-STATE
023500         WHEN OTHER
023600             MOVE "NOT REPORTED" TO WS-SHOW-STATE
023700     END-EVALUATE.
023800     MOVE "  FIBVRFY " TO WS-SHOW-LABEL.
023900     MOVE FIB-CRT-VRFY-DATE TO WS-SHOW-DATE.
024000     MOVE FIB-CRT-VRFY-TIME TO WS-SHOW-TIME.
024100     PERFORM 7110-SHOW-ONE-RESULT THRU 7110-EXIT.
024200     EVALUATE FIB-CRT-RECON-RESULT
024300         WHEN "B"
024400             MOVE "IN BALANCE" TO WS-SHOW-STATE
024500         WHEN "O"
024600             MOVE "OUT OF BALANCE" TO WS-SHOW-STATE
024700         WHEN OTHER
024800             MOVE "NOT REPORTED" TO WS-SHOW-STATE
024900     END-EVALUATE.
025000     MOVE "  FIBRECON" TO WS-SHOW-LABEL.
025100     MOVE FIB-CRT-RECON-DATE TO WS-SHOW-DATE.
025200     MOVE FIB-CRT-RECON-TIME TO WS-SHOW-TIME.
025300     PERFORM 7110-SHOW-ONE-RESULT THRU 7110-EXIT.
025400     EVALUATE FIB-CRT-SIGN-STATE
025500         WHEN "C"
025600             MOVE "CERTIFIED" TO WS-SHOW-STATE
025700         WHEN "R"
025800             MOVE "REVOKED" TO WS-SHOW-STATE
025900         WHEN OTHER
026000             MOVE "NONE" TO WS-SHOW-STATE
026100     END-EVALUATE.
026200     MOVE "  SIGN-OFF" TO WS-SHOW-LABEL.
026300     MOVE FIB-CRT-SIGN-DATE TO WS-SHOW-DATE.
026400     MOVE FIB-CRT-SIGN-TIME TO WS-SHOW-TIME.
026500     PERFORM 7110-SHOW-ONE-RESULT THRU 7110-EXIT.
026600     IF FIB-CRT-SIGN-STATE NOT = SPACE
026700         DISPLAY "            BY " FIB-CRT-SIGN-USER ": "
026800                 FIB-CRT-SIGN-REASON
026900     END-IF.
027000     IF FIB-CRT-CERTIFIED
027100         DISPLAY "  CERTIFIED - " FIB-CRT-MESSAGE
027200     ELSE
027300         DISPLAY "  NOT CERTIFIED - " FIB-CRT-MESSAGE
027400     END-IF.
027500 7100-EXIT.
027600     EXIT.
027700
027800 7110-SHOW-ONE-RESULT.
027900     IF WS-SHOW-DATE = ZERO
028000         DISPLAY WS-SHOW-LABEL "  " WS-SHOW-STATE
028100         GO TO 7110-EXIT
028200     END-IF.
028300     MOVE SPACES TO WS-FMT-DATE.
028400     STRING WS-SHOW-DATE (5:2) "/" WS-SHOW-DATE (7:2) "/"
028500            WS-SHOW-DATE (1:4)
028600         DELIMITED BY SIZE INTO WS-FMT-DATE.
028700     MOVE SPACES TO WS-FMT-TIME.
028800     STRING WS-SHOW-TIME (1:2) ":" WS-SHOW-TIME (3:2) ":"
028900            WS-SHOW-TIME (5:2)
029000         DELIMITED BY SIZE INTO WS-FMT-TIME.
029100     DISPLAY WS-SHOW-LABEL "  " WS-SHOW-STATE " " WS-FMT-DATE
029200             " " WS-FMT-TIME.
029300 7110-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700*  7200-GET-REASON - A SIGN-OFF OR REVOCATION ALWAYS CARRIES A
029800*  REASON
029900*****************************************************************
030000 7200-GET-REASON.
030100     MOVE "N" TO WS-FIELD-VALID-SW.
030200     PERFORM 7210-PROMPT-FOR-REASON THRU 7210-EXIT
030300         UNTIL WS-FIELD-IS-VALID.
030400 7200-EXIT.
030500     EXIT.
030600
030700 7210-PROMPT-FOR-REASON.
030800     MOVE SPACES TO WS-REASON-ANSWER.
030900     DISPLAY "ENTER THE REASON (1-40 CHARACTERS): ".
031000     ACCEPT WS-REASON-ANSWER.
031100     IF WS-REASON-ANSWER = SPACES
031200         DISPLAY "FCM7210E - REASON CANNOT BE BLANK, PLEASE "
031300                 "RE-ENTER"
031400     ELSE
031500         SET WS-FIELD-IS-VALID TO TRUE
031600     END-IF.
031700 7210-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100*  7300-CALL-FIBCERT - THE CALLER HAS SET THE FUNCTION CODE
032200*****************************************************************
032300 7300-CALL-FIBCERT.
032400     MOVE WS-SELECTED-RUN-ID TO FIB-CRT-RUN-ID.
032500     MOVE SPACES TO FIB-CRT-SEQ-ID.
032600     MOVE SPACE TO FIB-CRT-RESULT.
032700     MOVE WS-OPERATOR-USER TO FIB-CRT-USER.
032800     MOVE WS-REASON-ANSWER TO FIB-CRT-REASON.
032900     CALL "fibcert" USING FIB-CRT-PARM.
033000 7300-EXIT.
033100     EXIT.
