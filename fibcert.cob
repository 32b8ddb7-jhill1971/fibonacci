000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. fibcert.
000300 AUTHOR. JAMES HILL.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL PROGRAM.  CALLABLE KEEPER OF THE
001000*                     FIBCERT RUN CERTIFICATION FILE, KEYED BY
001100*                     FIBRCAT RUN ID.  FIBVRFY RECORDS ITS
001200*                     PASS/FAIL AND FIBRECON ITS BALANCE VERDICT
001300*                     HERE AS THEY FINISH; AN AUTHORIZED
001400*                     OPERATOR (FIBCAUTH LIST) CERTIFIES OR
001500*                     REVOKES A RUN WITH A REASON THROUGH
001600*                     FIBCRTM; AND FIBWEXT, FIBINQ, AND THE
001700*                     FIBCSVP PICKUP ASK WHETHER A RUN IS
001800*                     CERTIFIED BEFORE ANYTHING LEAVES.  EVERY
001900*                     CHANGE IS APPENDED TO FIBCRTH FOR THE
002000*                     FIBCATQ PANEL.  THE PARAMETER AREA IS
002100*                     FIBCRTA.
002110*    2026-10-15  JLH  A RUN IS NOW ONLY CERTIFIED WHEN FIBVRFY
002120*                     PASSED AND FIBRECON BALANCED AS MANY
002130*                     SEQUENCES AS THE RUN HAS ON THE FIBSEQ
002140*                     DIRECTORY - ONE GOOD SEQUENCE NO LONGER
002150*                     CERTIFIES A MULTI-REQUEST RUN.  A PARTIAL
002160*                     PASS DOES NOT REPLACE A WHOLE-RUN PASS,
002170*                     AND A WHOLE-RUN PASS CLEARS ANY FAIL.
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT FIBCERT ASSIGN TO "FIBCERT"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS FIB-CERT-RUN-ID
003000         FILE STATUS IS WS-CERT-STATUS.
003100
003200     SELECT FIBCRTH ASSIGN TO "FIBCRTH"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-CRTH-STATUS.
003500
003600     SELECT FIBCAUTH ASSIGN TO "FIBCAUTH"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CAUT-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  FIBCERT
004300     LABEL RECORDS ARE STANDARD.
004400     COPY FIBCERT.
004500
004600 FD  FIBCRTH
004700     LABEL RECORDS ARE STANDARD.
004800     COPY FIBCRTH.
004900
005000 FD  FIBCAUTH
005100     LABEL RECORDS ARE STANDARD.
005200     COPY FIBCAUT.
005300
005400 WORKING-STORAGE SECTION.
005500*****************************************************************
005600*  RUN DATE AND TIME STAMPED ON EVERY RESULT AND HISTORY RECORD
005700*****************************************************************
005800 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
005900 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
006000
006100*****************************************************************
006200*  SWITCHES
006300*****************************************************************
006400 77  WS-CERT-FOUND-SW        PIC X(01) VALUE "N".
006500     88  WS-CERT-FOUND               VALUE "Y".
006600 77  WS-AUTHORIZED-SW        PIC X(01) VALUE "N".
006700     88  WS-USER-AUTHORIZED          VALUE "Y".
006800 77  WS-CAUT-EOF-SW          PIC X(01) VALUE "N".
006900     88  WS-CAUT-EOF                 VALUE "Y".
007000 77  WS-KEEP-OLD-SW          PIC X(01) VALUE "N".
007100     88  WS-KEEP-OLD-RESULT          VALUE "Y".
007110 77  WS-NEW-FULL-SW          PIC X(01) VALUE "N".
007120     88  WS-NEW-RESULT-FULL          VALUE "Y".
007130 77  WS-VRFY-FULL-SW         PIC X(01) VALUE "N".
007140     88  WS-VRFY-COVERS-RUN          VALUE "Y".
007150 77  WS-RECON-FULL-SW        PIC X(01) VALUE "N".
007160     88  WS-RECON-COVERS-RUN         VALUE "Y".
007200
007300*****************************************************************
007400*  FILE STATUS FIELDS
007500*****************************************************************
007600 77  WS-CERT-STATUS          PIC X(02) VALUE "00".
007700 77  WS-CRTH-STATUS          PIC X(02) VALUE "00".
007800 77  WS-CAUT-STATUS          PIC X(02) VALUE "00".
007900
008000 LINKAGE SECTION.
008100 COPY FIBCRTA.
008200
008300 PROCEDURE DIVISION USING FIB-CRT-PARM.
008400*****************************************************************
008500*  0000-MAINLINE
008600*****************************************************************
008700 0000-MAINLINE.
008800     MOVE "00" TO FIB-CRT-STATUS.
008900     MOVE "00" TO FIB-CRT-FILE-STATUS.
009000     MOVE "N" TO FIB-CRT-CERTIFIED-SW.
009100     MOVE SPACES TO FIB-CRT-MESSAGE.
009200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009300     ACCEPT WS-RUN-TIME FROM TIME.
009400     EVALUATE TRUE
009500         WHEN FIB-CRT-FUNC-VERIFY
009600             PERFORM 1000-RECORD-VERIFY THRU 1000-EXIT
009700         WHEN FIB-CRT-FUNC-BALANCE
009800             PERFORM 2000-RECORD-BALANCE THRU 2000-EXIT
009900         WHEN FIB-CRT-FUNC-CERTIFY
010000             PERFORM 3000-CERTIFY-RUN THRU 3000-EXIT
010100         WHEN FIB-CRT-FUNC-REVOKE
010200             PERFORM 4000-REVOKE-RUN THRU 4000-EXIT
010300         WHEN FIB-CRT-FUNC-QUERY
010400             PERFORM 5000-QUERY-RUN THRU 5000-EXIT
010500         WHEN OTHER
010600             MOVE "12" TO FIB-CRT-STATUS
010700             MOVE "INVALID CERTIFICATION FUNCTION CODE"
010800                 TO FIB-CRT-MESSAGE
010900     END-EVALUATE.
011000     GOBACK.
011100 0000-EXIT.
011200     EXIT.
011300
011400*****************************************************************
011500*  1000-RECORD-VERIFY - THE FIBVRFY RESULT FOR THE RUN.  A
011600*  STANDING FAIL IS ONLY CLEARED BY A PASS FOR THE SAME
011610*  SEQUENCE OR FOR THE WHOLE RUN, SO A GOOD SEQUENCE CANNOT
011620*  HIDE A BROKEN ONE WRITTEN BY THE SAME RUN.  A STANDING
011630*  WHOLE-RUN PASS IS NOT REPLACED BY A PASS FOR PART OF IT
011900*****************************************************************
012000 1000-RECORD-VERIFY.
012100     IF FIB-CRT-RESULT NOT = "P" AND FIB-CRT-RESULT NOT = "F"
012200         MOVE "12" TO FIB-CRT-STATUS
012300         MOVE "FIBVRFY RESULT MUST BE P OR F"
012400             TO FIB-CRT-MESSAGE
012500         GO TO 1000-EXIT
012600     END-IF.
012700     PERFORM 8000-OPEN-CERT-UPDATE THRU 8000-EXIT.
012800     IF FIB-CRT-ERROR
012900         GO TO 1000-EXIT
013000     END-IF.
013100     PERFORM 8100-READ-CERT-RECORD THRU 8100-EXIT.
013200     MOVE "N" TO WS-KEEP-OLD-SW.
013210     PERFORM 8600-CHECK-COVERAGE THRU 8600-EXIT.
013300     IF FIB-CERT-VRFY-FAILED AND FIB-CRT-RESULT = "P"
013400             AND FIB-CERT-VRFY-SEQ-ID NOT = FIB-CRT-SEQ-ID
013410             AND FIB-CRT-SEQ-ID NOT = SPACES
013420         SET WS-KEEP-OLD-RESULT TO TRUE
013430     END-IF.
013440     IF FIB-CERT-VRFY-PASSED AND WS-VRFY-COVERS-RUN
013450             AND FIB-CRT-RESULT = "P"
013460             AND NOT WS-NEW-RESULT-FULL
013500         SET WS-KEEP-OLD-RESULT TO TRUE
013600     END-IF.
013700     IF NOT WS-KEEP-OLD-RESULT
013800         MOVE FIB-CRT-RESULT TO FIB-CERT-VRFY-RESULT
013900         MOVE FIB-CRT-SEQ-ID TO FIB-CERT-VRFY-SEQ-ID
013910         MOVE FIB-CRT-SEQ-COUNT TO FIB-CERT-VRFY-PASS-COUNT
013920         MOVE FIB-CRT-DIR-COUNT TO FIB-CERT-VRFY-DIR-COUNT
014000         MOVE WS-RUN-DATE TO FIB-CERT-VRFY-DATE
014100         MOVE WS-RUN-TIME TO FIB-CERT-VRFY-TIME
014200     END-IF.
014300     PERFORM 8200-STORE-CERT-RECORD THRU 8200-EXIT.
014400     CLOSE FIBCERT.
014500     IF FIB-CRT-ERROR
014600         GO TO 1000-EXIT
014700     END-IF.
014800     MOVE SPACES TO FIB-CRT-REASON.
014900     IF WS-KEEP-OLD-RESULT
014910         IF FIB-CERT-VRFY-FAILED
014920             MOVE "EARLIER FAIL ON ANOTHER SEQUENCE STANDS"
014930                 TO FIB-CRT-REASON
014940         ELSE
014950             MOVE "EARLIER WHOLE-RUN PASS STANDS"
014960                 TO FIB-CRT-REASON
014970         END-IF
015200     END-IF.
015300     PERFORM 8300-WRITE-HISTORY THRU 8300-EXIT.
015400     PERFORM 8400-JUDGE-CERTIFICATION THRU 8400-EXIT.
015500 1000-EXIT.
015600     EXIT.
015700
015800*****************************************************************
015900*  2000-RECORD-BALANCE - THE FIBRECON VERDICT FOR THE RUN,
015910*  UNDER THE SAME SEQUENCE AND WHOLE-RUN RULES AS THE FIBVRFY
015920*  RESULT
016100*****************************************************************
016200 2000-RECORD-BALANCE.
016300     IF FIB-CRT-RESULT NOT = "B" AND FIB-CRT-RESULT NOT = "O"
016400         MOVE "12" TO FIB-CRT-STATUS
016500         MOVE "FIBRECON VERDICT MUST BE B OR O"
016600             TO FIB-CRT-MESSAGE
016700         GO TO 2000-EXIT
016800     END-IF.
016900     PERFORM 8000-OPEN-CERT-UPDATE THRU 8000-EXIT.
017000     IF FIB-CRT-ERROR
017100         GO TO 2000-EXIT
017200     END-IF.
017300     PERFORM 8100-READ-CERT-RECORD THRU 8100-EXIT.
017400     MOVE "N" TO WS-KEEP-OLD-SW.
017410     PERFORM 8600-CHECK-COVERAGE THRU 8600-EXIT.
017500     IF FIB-CERT-RECON-OUT AND FIB-CRT-RESULT = "B"
017600             AND FIB-CERT-RECON-SEQ-ID NOT = FIB-CRT-SEQ-ID
017610             AND FIB-CRT-SEQ-ID NOT = SPACES
017620         SET WS-KEEP-OLD-RESULT TO TRUE
017630     END-IF.
017640     IF FIB-CERT-RECON-BALANCED AND WS-RECON-COVERS-RUN
017650             AND FIB-CRT-RESULT = "B"
017660             AND NOT WS-NEW-RESULT-FULL
017700         SET WS-KEEP-OLD-RESULT TO TRUE
017800     END-IF.
017900     IF NOT WS-KEEP-OLD-RESULT
018000         MOVE FIB-CRT-RESULT TO FIB-CERT-RECON-RESULT
018100         MOVE FIB-CRT-SEQ-ID TO FIB-CERT-RECON-SEQ-ID
018110         MOVE FIB-CRT-SEQ-COUNT TO FIB-CERT-RECON-BAL-COUNT
018120         MOVE FIB-CRT-DIR-COUNT TO FIB-CERT-RECON-DIR-COUNT
018200         MOVE WS-RUN-DATE TO FIB-CERT-RECON-DATE
018300         MOVE WS-RUN-TIME TO FIB-CERT-RECON-TIME
018400     END-IF.
018500     PERFORM 8200-STORE-CERT-RECORD THRU 8200-EXIT.
018600     CLOSE FIBCERT.
018700     IF FIB-CRT-ERROR
018800         GO TO 2000-EXIT
018900     END-IF.
019000     MOVE SPACES TO FIB-CRT-REASON.
019100     IF WS-KEEP-OLD-RESULT
019110         IF FIB-CERT-RECON-OUT
019120             MOVE "EARLIER OUT-OF-BALANCE SEQUENCE STANDS"
019130                 TO FIB-CRT-REASON
019140         ELSE
019150             MOVE "EARLIER WHOLE-RUN BALANCE STANDS"
019160                 TO FIB-CRT-REASON
019170         END-IF
019400     END-IF.
019500     PERFORM 8300-WRITE-HISTORY THRU 8300-EXIT.
019600     PERFORM 8400-JUDGE-CERTIFICATION THRU 8400-EXIT.
019700 2000-EXIT.
019800     EXIT.
019900
020000*****************************************************************
020100*  3000-CERTIFY-RUN - OPERATOR SIGN-OFF.  ONLY AN AUTHORIZED
020200*  USER, ONLY WITH A REASON, AND ONLY FOR A RUN FIBVRFY HAS
020210*  PASSED IN FULL - THE SIGN-OFF CAN ACCEPT A RUN FIBRECON
020220*  COULD NOT BALANCE, BUT NOT ONE WITH A BROKEN OR UNCHECKED
020230*  SEQUENCE
020500*****************************************************************
020600 3000-CERTIFY-RUN.
020700     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
020800     IF FIB-CRT-REFUSED
020900         GO TO 3000-EXIT
021000     END-IF.
021100     PERFORM 8000-OPEN-CERT-UPDATE THRU 8000-EXIT.
021200     IF FIB-CRT-ERROR
021300         GO TO 3000-EXIT
021400     END-IF.
021500     PERFORM 8100-READ-CERT-RECORD THRU 8100-EXIT.
021600     IF NOT FIB-CERT-VRFY-PASSED
021700         CLOSE FIBCERT
021800         PERFORM 8410-RETURN-CERT-FIELDS THRU 8410-EXIT
021900         MOVE "08" TO FIB-CRT-STATUS
022000         IF FIB-CERT-VRFY-FAILED
022100             MOVE "FIBVRFY FAILED THIS RUN - CANNOT CERTIFY"
022200                 TO FIB-CRT-MESSAGE
022300         ELSE
022400             MOVE "FIBVRFY HAS NOT REPORTED - CANNOT CERTIFY"
022500                 TO FIB-CRT-MESSAGE
022600         END-IF
022610         GO TO 3000-EXIT
022620     END-IF.
022630     PERFORM 8600-CHECK-COVERAGE THRU 8600-EXIT.
022640     IF NOT WS-VRFY-COVERS-RUN
022650         CLOSE FIBCERT
022660         PERFORM 8410-RETURN-CERT-FIELDS THRU 8410-EXIT
022670         MOVE "08" TO FIB-CRT-STATUS
022680         MOVE "PART OF RUN UNVERIFIED - CANNOT CERTIFY"
022690             TO FIB-CRT-MESSAGE
022700         GO TO 3000-EXIT
022800     END-IF.
022900     MOVE "C" TO FIB-CERT-SIGN-STATE.
023000     MOVE FIB-CRT-USER TO FIB-CERT-SIGN-USER.
023100     MOVE WS-RUN-DATE TO FIB-CERT-SIGN-DATE.
023200     MOVE WS-RUN-TIME TO FIB-CERT-SIGN-TIME.
023300     MOVE FIB-CRT-REASON TO FIB-CERT-SIGN-REASON.
023400     PERFORM 8200-STORE-CERT-RECORD THRU 8200-EXIT.
023500     CLOSE FIBCERT.
023600     IF FIB-CRT-ERROR
023700         GO TO 3000-EXIT
023800     END-IF.
023900     MOVE "C" TO FIB-CRT-RESULT.
024000     MOVE SPACES TO FIB-CRT-SEQ-ID.
024100     PERFORM 8300-WRITE-HISTORY THRU 8300-EXIT.
024200     PERFORM 8400-JUDGE-CERTIFICATION THRU 8400-EXIT.
024300 3000-EXIT.
024400     EXIT.
024500
024600*****************************************************************
024700*  4000-REVOKE-RUN - OPERATOR REVOCATION.  A RUN WITH NO
024800*  RESULTS YET CAN BE REVOKED AHEAD OF THEM; IT THEN STAYS
024900*  UNCERTIFIED HOWEVER THEY COME IN
025000*****************************************************************
025100 4000-REVOKE-RUN.
025200     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
025300     IF FIB-CRT-REFUSED
025400         GO TO 4000-EXIT
025500     END-IF.
025600     PERFORM 8000-OPEN-CERT-UPDATE THRU 8000-EXIT.
025700     IF FIB-CRT-ERROR
025800         GO TO 4000-EXIT
025900     END-IF.
026000     PERFORM 8100-READ-CERT-RECORD THRU 8100-EXIT.
026100     MOVE "R" TO FIB-CERT-SIGN-STATE.
026200     MOVE FIB-CRT-USER TO FIB-CERT-SIGN-USER.
026300     MOVE WS-RUN-DATE TO FIB-CERT-SIGN-DATE.
026400     MOVE WS-RUN-TIME TO FIB-CERT-SIGN-TIME.
026500     MOVE FIB-CRT-REASON TO FIB-CERT-SIGN-REASON.
026600     PERFORM 8200-STORE-CERT-RECORD THRU 8200-EXIT.
026700     CLOSE FIBCERT.
026800     IF FIB-CRT-ERROR
026900         GO TO 4000-EXIT
027000     END-IF.
027100     MOVE "R" TO FIB-CRT-RESULT.
027200     MOVE SPACES TO FIB-CRT-SEQ-ID.
027300     PERFORM 8300-WRITE-HISTORY THRU 8300-EXIT.
027400     PERFORM 8400-JUDGE-CERTIFICATION THRU 8400-EXIT.
027500 4000-EXIT.
027600     EXIT.
027700
027800*****************************************************************
027900*  5000-QUERY-RUN - READ ONLY.  NO FILE, OR NO RECORD FOR THE
028000*  RUN, MEANS NOTHING HAS BEEN PROVEN AND THE RUN IS NOT
028100*  CERTIFIED
028200*****************************************************************
028300 5000-QUERY-RUN.
028400     MOVE "N" TO WS-CERT-FOUND-SW.
028500     OPEN INPUT FIBCERT.
028600     IF WS-CERT-STATUS = "35"
028700         PERFORM 8120-CLEAR-CERT-RECORD THRU 8120-EXIT
028800         PERFORM 8400-JUDGE-CERTIFICATION THRU 8400-EXIT
028900         GO TO 5000-EXIT
029000     END-IF.
029100     IF WS-CERT-STATUS NOT = "00"
029200         MOVE WS-CERT-STATUS TO FIB-CRT-FILE-STATUS
029300         MOVE "12" TO FIB-CRT-STATUS
029400         MOVE "UNABLE TO OPEN FIBCERT" TO FIB-CRT-MESSAGE
029500         GO TO 5000-EXIT
029600     END-IF.
029700     PERFORM 8100-READ-CERT-RECORD THRU 8100-EXIT.
029800     CLOSE FIBCERT.
029900     PERFORM 8400-JUDGE-CERTIFICATION THRU 8400-EXIT.
030000 5000-EXIT.
030100     EXIT.
030200
030300*****************************************************************
030400*  8000-OPEN-CERT-UPDATE - OPEN I-O, CREATING THE FILE ON ITS
030500*  VERY FIRST USE
030600*****************************************************************
030700 8000-OPEN-CERT-UPDATE.
030800     OPEN I-O FIBCERT.
030900     IF WS-CERT-STATUS = "35"
031000         OPEN OUTPUT FIBCERT
031100         CLOSE FIBCERT
031200         OPEN I-O FIBCERT
031300     END-IF.
031400     IF WS-CERT-STATUS NOT = "00"
031500         MOVE WS-CERT-STATUS TO FIB-CRT-FILE-STATUS
031600         MOVE "12" TO FIB-CRT-STATUS
031700         MOVE "UNABLE TO OPEN FIBCERT" TO FIB-CRT-MESSAGE
031800     END-IF.
031900 8000-EXIT.
032000     EXIT.
032100
032200*****************************************************************
032300*  8100-READ-CERT-RECORD - RANDOM READ BY RUN ID.  A RUN NOT
032400*  ON FILE STARTS FROM AN EMPTY RECORD
032500*****************************************************************
032600 8100-READ-CERT-RECORD.
032700     MOVE "N" TO WS-CERT-FOUND-SW.
032800     MOVE FIB-CRT-RUN-ID TO FIB-CERT-RUN-ID.
032900     READ FIBCERT
033000         INVALID KEY
033100             CONTINUE
033200         NOT INVALID KEY
033300             SET WS-CERT-FOUND TO TRUE
033400     END-READ.
033500     IF NOT WS-CERT-FOUND
033600         PERFORM 8120-CLEAR-CERT-RECORD THRU 8120-EXIT
033700     END-IF.
033800 8100-EXIT.
033900     EXIT.
034000
034100 8120-CLEAR-CERT-RECORD.
034200     MOVE SPACES TO FIB-CERT-REC.
034300     MOVE FIB-CRT-RUN-ID TO FIB-CERT-RUN-ID.
034400     MOVE ZERO TO FIB-CERT-VRFY-DATE FIB-CERT-VRFY-TIME
034500                  FIB-CERT-RECON-DATE FIB-CERT-RECON-TIME
034600                  FIB-CERT-SIGN-DATE FIB-CERT-SIGN-TIME.
034700 8120-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*  8200-STORE-CERT-RECORD - REWRITE THE RUN'S RECORD, OR WRITE
035200*  IT WHEN THIS IS THE FIRST THING RECORDED FOR THE RUN
035300*****************************************************************
035400 8200-STORE-CERT-RECORD.
035500     IF WS-CERT-FOUND
035600         REWRITE FIB-CERT-REC
035700             INVALID KEY
035800                 CONTINUE
035900         END-REWRITE
036000     ELSE
036100         WRITE FIB-CERT-REC
036200             INVALID KEY
036300                 CONTINUE
036400         END-WRITE
036500     END-IF.
036600     IF WS-CERT-STATUS NOT = "00"
036700         MOVE WS-CERT-STATUS TO FIB-CRT-FILE-STATUS
036800         MOVE "12" TO FIB-CRT-STATUS
036900         MOVE "UNABLE TO UPDATE FIBCERT" TO FIB-CRT-MESSAGE
037000     END-IF.
037100 8200-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*  8300-WRITE-HISTORY - ONE FIBCRTH RECORD PER CHANGE.  A
037600*  PROBLEM WITH THE HISTORY FILE IS REPORTED ON THE CONSOLE;
037700*  THE CERTIFICATION ITSELF IS ALREADY ON FILE
037800*****************************************************************
037900 8300-WRITE-HISTORY.
038000     OPEN EXTEND FIBCRTH.
038100     IF WS-CRTH-STATUS NOT = "00"
038200         OPEN OUTPUT FIBCRTH
038300     END-IF.
038400     IF WS-CRTH-STATUS NOT = "00"
038500         DISPLAY "FCT8300W - UNABLE TO OPEN FIBCRTH, STATUS = "
038600                 WS-CRTH-STATUS ", HISTORY RECORD NOT WRITTEN"
038700         GO TO 8300-EXIT
038800     END-IF.
038900     MOVE SPACES TO FIB-CRH-REC.
039000     MOVE FIB-CRT-RUN-ID TO FIB-CRH-RUN-ID.
039100     MOVE FIB-CRT-FUNCTION TO FIB-CRH-EVENT.
039200     MOVE FIB-CRT-RESULT TO FIB-CRH-RESULT.
039300     MOVE FIB-CRT-USER TO FIB-CRH-USER.
039400     MOVE WS-RUN-DATE TO FIB-CRH-DATE.
039500     MOVE WS-RUN-TIME TO FIB-CRH-TIME.
039600     MOVE FIB-CRT-SEQ-ID TO FIB-CRH-SEQ-ID.
039700     MOVE FIB-CRT-REASON TO FIB-CRH-REASON.
039800     WRITE FIB-CRH-REC.
039900     CLOSE FIBCRTH.
040000 8300-EXIT.
040100     EXIT.
040200
040300*****************************************************************
040400*  8400-JUDGE-CERTIFICATION - THE ONE PLACE THE CERTIFICATION
040410*  RULE LIVES: FIBVRFY PASSED EVERY SEQUENCE OF THE RUN,
040420*  FIBRECON BALANCED EVERY ONE OR AN OPERATOR SIGNED OFF, AND
040430*  NO REVOCATION.  THE FIRST THING MISSING IS RETURNED AS THE
040440*  EXPLANATION
040800*****************************************************************
040900 8400-JUDGE-CERTIFICATION.
041000     PERFORM 8410-RETURN-CERT-FIELDS THRU 8410-EXIT.
041010     PERFORM 8600-CHECK-COVERAGE THRU 8600-EXIT.
041100     MOVE "N" TO FIB-CRT-CERTIFIED-SW.
041200     MOVE "04" TO FIB-CRT-STATUS.
041300     EVALUATE TRUE
041400         WHEN FIB-CERT-REVOKED
041500             MOVE "CERTIFICATION REVOKED BY OPERATOR"
041600                 TO FIB-CRT-MESSAGE
041700         WHEN FIB-CERT-VRFY-FAILED
041800             MOVE "FIBVRFY FAILED THIS RUN"
041900                 TO FIB-CRT-MESSAGE
042000         WHEN NOT FIB-CERT-VRFY-PASSED
042100             MOVE "NO FIBVRFY RESULT FOR THIS RUN"
042200                 TO FIB-CRT-MESSAGE
042210         WHEN NOT WS-VRFY-COVERS-RUN
042220             MOVE "FIBVRFY PASSED ONLY PART OF THIS RUN"
042230                 TO FIB-CRT-MESSAGE
042300         WHEN FIB-CERT-SIGNED-OFF
042400             SET FIB-CRT-CERTIFIED TO TRUE
042500             MOVE "00" TO FIB-CRT-STATUS
042600             MOVE "CERTIFIED BY OPERATOR SIGN-OFF"
042700                 TO FIB-CRT-MESSAGE
042710         WHEN FIB-CERT-RECON-BALANCED AND WS-RECON-COVERS-RUN
042900             SET FIB-CRT-CERTIFIED TO TRUE
043000             MOVE "00" TO FIB-CRT-STATUS
043100             MOVE "CERTIFIED - VERIFIED AND IN BALANCE"
043110                 TO FIB-CRT-MESSAGE
043120         WHEN FIB-CERT-RECON-BALANCED
043130             MOVE "FIBRECON BALANCED ONLY PART OF THIS RUN"
043200                 TO FIB-CRT-MESSAGE
043300         WHEN FIB-CERT-RECON-OUT
043400             MOVE "FIBRECON FOUND THIS RUN OUT OF BALANCE"
043500                 TO FIB-CRT-MESSAGE
043600         WHEN OTHER
043700             MOVE "NO FIBRECON VERDICT FOR THIS RUN"
043800                 TO FIB-CRT-MESSAGE
043900     END-EVALUATE.
044000*    RECORDING A RESULT OR A SIGN-OFF IS ITSELF A COMPLETED
044100*    CALL; ONLY A QUERY REPORTS THE RUN'S STATE IN ITS STATUS
044200     IF NOT FIB-CRT-FUNC-QUERY
044300         MOVE "00" TO FIB-CRT-STATUS
044400     END-IF.
044500 8400-EXIT.
044600     EXIT.
044700
044800 8410-RETURN-CERT-FIELDS.
044900     MOVE FIB-CERT-VRFY-RESULT TO FIB-CRT-VRFY-RESULT.
045000     MOVE FIB-CERT-VRFY-DATE TO FIB-CRT-VRFY-DATE.
045100     MOVE FIB-CERT-VRFY-TIME TO FIB-CRT-VRFY-TIME.
045200     MOVE FIB-CERT-RECON-RESULT TO FIB-CRT-RECON-RESULT.
045300     MOVE FIB-CERT-RECON-DATE TO FIB-CRT-RECON-DATE.
045400     MOVE FIB-CERT-RECON-TIME TO FIB-CRT-RECON-TIME.
045500     MOVE FIB-CERT-SIGN-STATE TO FIB-CRT-SIGN-STATE.
045600     MOVE FIB-CERT-SIGN-USER TO FIB-CRT-SIGN-USER.
045700     MOVE FIB-CERT-SIGN-DATE TO FIB-CRT-SIGN-DATE.
045800     MOVE FIB-CERT-SIGN-TIME TO FIB-CRT-SIGN-TIME.
045900     MOVE FIB-CERT-SIGN-REASON TO FIB-CRT-SIGN-REASON.
046000 8410-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400*  8500-CHECK-AUTHORITY - A SIGN-OFF OR REVOCATION NEEDS A
046500*  USER ON THE FIBCAUTH LIST AND A REASON.  NO LIST MEANS
046600*  NOBODY IS AUTHORIZED
046700*****************************************************************
046800 8500-CHECK-AUTHORITY.
046900     IF FIB-CRT-REASON = SPACES
047000         MOVE "08" TO FIB-CRT-STATUS
047100         MOVE "A REASON IS REQUIRED" TO FIB-CRT-MESSAGE
047200         GO TO 8500-EXIT
047300     END-IF.
047400     MOVE "N" TO WS-AUTHORIZED-SW.
047500     MOVE "N" TO WS-CAUT-EOF-SW.
047600     IF FIB-CRT-USER NOT = SPACES
047700         OPEN INPUT FIBCAUTH
047800         IF WS-CAUT-STATUS = "00"
047900             PERFORM 8510-SCAN-AUTHORITY-LIST THRU 8510-EXIT
048000                 UNTIL WS-CAUT-EOF OR WS-USER-AUTHORIZED
048100             CLOSE FIBCAUTH
048200         END-IF
048300     END-IF.
048400     IF NOT WS-USER-AUTHORIZED
048500         MOVE "08" TO FIB-CRT-STATUS
048600         MOVE "USER NOT AUTHORIZED TO CERTIFY OR REVOKE"
048700             TO FIB-CRT-MESSAGE
048800     END-IF.
048900 8500-EXIT.
049000     EXIT.
049100
049200 8510-SCAN-AUTHORITY-LIST.
049300     READ FIBCAUTH
049400         AT END
049500             SET WS-CAUT-EOF TO TRUE
049600     END-READ.
049700     IF NOT WS-CAUT-EOF
049800         IF WS-CAUT-STATUS NOT = "00"
049900             SET WS-CAUT-EOF TO TRUE
050000         ELSE
050100             IF FIB-CAU-USER = FIB-CRT-USER
050200                 SET WS-USER-AUTHORIZED TO TRUE
050300             END-IF
050400         END-IF
050500     END-IF.
050600 8510-EXIT.
050700     EXIT.
050710
050720*****************************************************************
050730*  8600-CHECK-COVERAGE - WHETHER THE RESULT COMING IN, AND THE
050740*  FIBVRFY AND FIBRECON RESULTS ON FILE, COVER EVERY SEQUENCE
050750*  THE RUN HAS ON THE FIBSEQ DIRECTORY
050760*****************************************************************
050770 8600-CHECK-COVERAGE.
050780     MOVE "N" TO WS-NEW-FULL-SW.
050790     MOVE "N" TO WS-VRFY-FULL-SW.
050800     MOVE "N" TO WS-RECON-FULL-SW.
050810     IF FIB-CRT-SEQ-COUNT NUMERIC AND FIB-CRT-DIR-COUNT NUMERIC
050820             AND FIB-CRT-DIR-COUNT > ZERO
050830             AND FIB-CRT-SEQ-COUNT = FIB-CRT-DIR-COUNT
050840         SET WS-NEW-RESULT-FULL TO TRUE
050850     END-IF.
050860     IF FIB-CERT-VRFY-PASS-COUNT NUMERIC
050870             AND FIB-CERT-VRFY-DIR-COUNT NUMERIC
050880             AND FIB-CERT-VRFY-DIR-COUNT > ZERO
050890             AND FIB-CERT-VRFY-PASS-COUNT
050900                 = FIB-CERT-VRFY-DIR-COUNT
050910         SET WS-VRFY-COVERS-RUN TO TRUE
050920     END-IF.
050930     IF FIB-CERT-RECON-BAL-COUNT NUMERIC
050940             AND FIB-CERT-RECON-DIR-COUNT NUMERIC
050950             AND FIB-CERT-RECON-DIR-COUNT > ZERO
050960             AND FIB-CERT-RECON-BAL-COUNT
050970                 = FIB-CERT-RECON-DIR-COUNT
050980         SET WS-RECON-COVERS-RUN TO TRUE
050990     END-IF.
051000 8600-EXIT.
051010     EXIT.
