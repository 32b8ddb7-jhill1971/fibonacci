001898*                     EMPTY FILE - SO THE AUTOMATION CAN ROUTE
001899*                     FIBSEQ-INTEGRITY PAGES WITHOUT OPENING
001900*                     THE PRINT FILE.
001901*    2026-10-15  JLH  VERIFY ONE NAMED SEQUENCE NOW THAT FIBSEQ
001902*                     HOLDS EVERY GENERATE REQUEST'S SEQUENCE:
001903*                     FIB-SEQ-ID IN THE ENVIRONMENT NAMES IT
001904*                     (UNSET FOR THE ONE WRITTEN MOST RECENTLY),
001905*                     FIBSEQD RESOLVES IT, AND THE SEED PAIR COMES
001906*                     FROM ITS DIRECTORY RECORD INSTEAD OF FIBRCAT
001907*                     OR FIBPARM.  A SEQUENCE THAT STOPS SHORT OF
001908*                     THE HIGH TERM ITS DIRECTORY RECORDS IS A
001909*                     TERM GAP.
001919*    2026-10-15  JLH  RECORD THE PASS/FAIL ON THE FIBCERT RUN
001929*                     CERTIFICATION FILE (THROUGH FIBCERT) AGAINST
001939*                     THE RUN THAT WROTE THE SEQUENCE, SO A RUN
001949*                     THAT DID NOT PASS IS REFUSED DOWNSTREAM.
001950*    2026-10-15  JLH  WITH FIB-SEQ-ID UNSET, VERIFY EVERY SEQUENCE
001951*                     OF THE RUN THAT WROTE MOST RECENTLY - EACH
001952*                     DIRECTORY RECORD CARRYING ITS RUN ID, IN
001953*                     TURN THROUGH FIBSEQD - INSTEAD OF THAT
001954*                     RUN'S LAST SEQUENCE ALONE, AND RECORD ON
001955*                     FIBCERT HOW MANY PASSED AGAINST HOW MANY
001956*                     THE RUN HAS ON THE DIRECTORY.  FIBSEQ IS
001957*                     OPENED FOR EACH SEQUENCE IN TURN.
001959*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002700     SELECT FIBSEQ ASSIGN TO "FIBSEQ"
002800         ORGANIZATION IS INDEXED
002810         ACCESS MODE IS DYNAMIC
002820         RECORD KEY IS FIB-SEQ-KEY
003100         FILE STATUS IS WS-SEQ-STATUS.
003200
003300     SELECT FIBVRPT ASSIGN TO "FIBVRPT"
003600
003700 DATA DIVISION.
003800 FILE SECTION.
004300 FD  FIBSEQ
004400     LABEL RECORDS ARE STANDARD.
004500     COPY FIBSEQ.
005600
005700*****************************************************************
005800*  SEED PAIR THE SEQUENCE IS VERIFIED AGAINST - FROM THE
005810*  SEQUENCE'S DIRECTORY RECORD, OR THE STANDARD 0/1
005820*  FIBONACCI SEEDS WHEN THAT PAIR IS ALL ZERO.  THE 18-DIGIT
005830*  PAIR IS SPREAD INTO THE LOW ORDER OF THE WIDE COMPARE FIELDS
006100*****************************************************************
006200 77  WS-SEED-PREV            PIC 9(18) VALUE 0.
006300 77  WS-SEED-CURR            PIC 9(18) VALUE 1.
006330                             PIC X(18).
006340 01  WS-SEED-PREV-BIG        PIC X(243).
006350 01  WS-SEED-CURR-BIG        PIC X(243).
006354
006358*****************************************************************
006362*  SEQUENCE BEING VERIFIED, THE HIGH TERM ITS DIRECTORY RECORD
006364*  CLAIMS, THE RUN THAT WROTE IT, AND THE PARAMETER AREAS FOR
006365*  THE FIBSEQD LOOKUP AND FOR RECORDING THE RESULT ON FIBCERT.
006366*  THE SCOPE IS THE SEQUENCE NAMED IN THE ENVIRONMENT, OR
006367*  SPACES FOR EVERY SEQUENCE OF THE RUN
006370*****************************************************************
006372 77  WS-SCOPE-ID             PIC X(36) VALUE SPACES.
006374 77  WS-SEQ-ID               PIC X(36) VALUE SPACES.
006378 77  WS-DIR-HIGH-TERM        PIC 9(03) VALUE ZERO.
006380 77  WS-DIR-RUN-ID           PIC 9(05) VALUE ZERO.
006381 77  WS-DIR-COUNT            PIC 9(03) VALUE ZERO.
006382 77  WS-DIR-FOUND-SW         PIC X(01) VALUE "N".
006386     88  WS-DIR-FOUND                VALUE "Y".
006387 77  WS-MORE-SEQS-SW         PIC X(01) VALUE "Y".
006388     88  WS-MORE-SEQS                VALUE "Y".
006390 COPY FIBSEQA.
006395 COPY FIBCRTA.
006400
006500*****************************************************************
006600*  ROLLING VERIFICATION STATE - THE TWO PRECEDING VALUES AS
007600*  COUNTERS
007700*****************************************************************
007800 77  WS-RECORD-COUNT         PIC 9(03) COMP VALUE ZERO.
007810 77  WS-ERROR-COUNT          PIC 9(05) COMP VALUE ZERO.
007820 77  WS-ERRORS-BEFORE        PIC 9(05) COMP VALUE ZERO.
007830 77  WS-TOTAL-RECORDS        PIC 9(07) COMP VALUE ZERO.
007840 77  WS-SEQS-CHECKED         PIC 9(03) COMP VALUE ZERO.
007850 77  WS-SEQS-PASSED          PIC 9(03) COMP VALUE ZERO.
008000
008100*****************************************************************
008200*  ZERO-SUPPRESSED FIELDS FOR NUMERIC VALUES STRUNG INTO
008400*****************************************************************
008500 77  WS-EDIT-TERM            PIC ZZ9.
008600 77  WS-EDIT-COUNT           PIC ZZ9.
008610 77  WS-EDIT-ERRORS          PIC ZZZZ9.
008620 77  WS-EDIT-TOTAL           PIC Z(6)9.
008630 77  WS-EDIT-SEQS            PIC ZZ9.
008640 77  WS-EDIT-DIR             PIC ZZ9.
008710 77  WS-EDIT-RUN             PIC ZZZZ9.
009000 77  WS-EDIT-PAGE            PIC ZZ9.
009010
009020*****************************************************************
009400*****************************************************************
009500 77  WS-SEQ-EOF-SW           PIC X(01) VALUE "N".
009600     88  WS-SEQ-EOF                  VALUE "Y".
009700
009800*****************************************************************
009900*  FILE STATUS FIELDS
010000*****************************************************************
010200 77  WS-SEQ-STATUS           PIC X(02) VALUE "00".
010300 77  WS-RPT-STATUS           PIC X(02) VALUE "00".
010310 77  WS-EXC-STATUS           PIC X(02) VALUE "00".
011900*****************************************************************
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012110     PERFORM 2000-RESOLVE-RUN THRU 2000-EXIT.
012300     PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
012310     PERFORM 4000-VERIFY-RUN THRU 4000-EXIT.
012500     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
012600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012700     STOP RUN.
014400     EXIT.
014500
014600*****************************************************************
014610*  2000-RESOLVE-RUN - FIBSEQ HOLDS A SEQUENCE FOR EVERY
014620*  GENERATE REQUEST UNDER ITS OWN IDENTIFIER, AND EACH
014630*  SEQUENCE'S TERM-000 DIRECTORY RECORD CARRIES THE SEED PAIR
014637*  IT WAS BUILT FROM AND THE RUN THAT WROTE IT.  FIB-SEQ-ID IN
014644*  THE ENVIRONMENT NAMES ONE SEQUENCE; LEFT UNSET, EVERY
014651*  SEQUENCE OF THE RUN THAT WROTE MOST RECENTLY IS VERIFIED.
014660*  A SEQUENCE NOT ON FILE LEAVES NOTHING TO VERIFY, WHICH THE
014670*  SCAN REPORTS AS A BREAK
015100*****************************************************************
015110 2000-RESOLVE-RUN.
015120     ACCEPT WS-SCOPE-ID FROM ENVIRONMENT "FIB-SEQ-ID"
015204         ON EXCEPTION
015206             MOVE SPACES TO WS-SCOPE-ID
015208     END-ACCEPT.
015210     SET FIB-SQD-FUNC-RESOLVE TO TRUE.
015220     MOVE WS-SCOPE-ID TO FIB-SQD-SEQ-ID.
015230     CALL "fibseqd" USING FIB-SQD-PARM.
015240     IF NOT FIB-SQD-OK
015250         MOVE WS-SCOPE-ID TO WS-SEQ-ID
015260         GO TO 2000-EXIT
015270     END-IF.
015280     SET WS-DIR-FOUND TO TRUE.
015290     MOVE FIB-SQD-RUN-ID TO WS-DIR-RUN-ID.
015300     PERFORM 2100-TAKE-DIRECTORY THRU 2100-EXIT.
015310     SET FIB-SQD-FUNC-COUNT TO TRUE.
015320     MOVE WS-DIR-RUN-ID TO FIB-SQD-RUN-ID.
015330     CALL "fibseqd" USING FIB-SQD-PARM.
015340     IF FIB-SQD-OK
015350         MOVE FIB-SQD-RUN-SEQ-COUNT TO WS-DIR-COUNT
015360     END-IF.
015370 2000-EXIT.
015380     EXIT.
015390
015400*****************************************************************
015410*  2100-TAKE-DIRECTORY - THE SEQUENCE FIBSEQD HAS JUST RETURNED
015420*  BECOMES THE ONE TO VERIFY: ITS IDENTIFIER, HIGH TERM, AND
015430*  SEED PAIR (THE STANDARD 0/1 SEEDS WHEN THE PAIR IS ZERO)
015440*****************************************************************
015450 2100-TAKE-DIRECTORY.
015460     MOVE FIB-SQD-SEQ-ID TO WS-SEQ-ID.
015470     MOVE FIB-SQD-HIGH-TERM TO WS-DIR-HIGH-TERM.
015480     MOVE 0 TO WS-SEED-PREV.
015490     MOVE 1 TO WS-SEED-CURR.
015500     IF FIB-SQD-SEED-PREV NOT = ZERO
015510             OR FIB-SQD-SEED-CURR NOT = ZERO
015520         MOVE FIB-SQD-SEED-PREV TO WS-SEED-PREV
015530         MOVE FIB-SQD-SEED-CURR TO WS-SEED-CURR
015540     END-IF.
017010     MOVE ALL "0" TO WS-SEED-PREV-BIG.
017020     MOVE WS-SEED-PREV TO WS-SEED-WORK.
017030     MOVE WS-SEED-WORK-X TO WS-SEED-PREV-BIG (226:18).
017040     MOVE ALL "0" TO WS-SEED-CURR-BIG.
017050     MOVE WS-SEED-CURR TO WS-SEED-WORK.
017060     MOVE WS-SEED-WORK-X TO WS-SEED-CURR-BIG (226:18).
017070 2100-EXIT.
017640     EXIT.
017650
017666*****************************************************************
017676*  3000-OPEN-FILES - VERIFY REPORT OUT.  FIBSEQ IS OPENED FOR
017686*  EACH SEQUENCE IN TURN, CLEAR OF THE FIBSEQD LOOKUPS BETWEEN
017698*****************************************************************
017700 3000-OPEN-FILES.
017800     OPEN OUTPUT FIBVRPT.
018300         STOP RUN
018400     END-IF.
018500     PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT.
018510 3000-EXIT.
018520     EXIT.
018530
018540*****************************************************************
018550*  3200-OPEN-FIBSEQ - A FILE THAT WILL NOT OPEN IS REPORTED AND
018560*  ENDS THE JOB
018570*****************************************************************
018580 3200-OPEN-FIBSEQ.
018600     OPEN INPUT FIBSEQ.
018700     IF WS-SEQ-STATUS NOT = "00"
018800         MOVE SPACE TO FIB-RPT-T-CTL
019900         CLOSE FIBVRPT
020000         STOP RUN
020100     END-IF.
020110 3200-EXIT.
020300     EXIT.
020400
020500*****************************************************************
022800
022900     MOVE SPACE TO FIB-RPT-T-CTL.
023000     MOVE SPACES TO FIB-RPT-T-TEXT.
023002     IF WS-SCOPE-ID = SPACES AND WS-DIR-FOUND
023004         MOVE WS-DIR-RUN-ID TO WS-EDIT-RUN
023006         MOVE WS-DIR-COUNT TO WS-EDIT-DIR
023008         STRING "RUN: " DELIMITED BY SIZE
023010                WS-EDIT-RUN DELIMITED BY SIZE
023012                "   EVERY SEQUENCE - " DELIMITED BY SIZE
023014                WS-EDIT-DIR DELIMITED BY SIZE
023016                " ON THE DIRECTORY" DELIMITED BY SIZE
023018             INTO FIB-RPT-T-TEXT
023020     ELSE
023022         STRING "SEQUENCE: " DELIMITED BY SIZE
023024                WS-SEQ-ID DELIMITED BY SIZE
023026             INTO FIB-RPT-T-TEXT
023028     END-IF.
023040     WRITE FIB-VERIFY-RECORD FROM FIB-RPT-TEXT-LINE.
023050
023060     MOVE SPACE TO FIB-RPT-T-CTL.
023070     MOVE SPACES TO FIB-RPT-T-TEXT.
023100     WRITE FIB-VERIFY-RECORD FROM FIB-RPT-TEXT-LINE.
023200     MOVE ZERO TO WS-LINE-COUNT.
023300 3100-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023603*  4000-VERIFY-RUN - THE ONE SEQUENCE NAMED, OR EVERY SEQUENCE
023606*  OF THE RUN IN KEY ORDER AS FIBSEQD HANDS THEM BACK
023609*****************************************************************
023612 4000-VERIFY-RUN.
023615     IF WS-SCOPE-ID NOT = SPACES OR NOT WS-DIR-FOUND
023618         PERFORM 4050-VERIFY-SEQUENCE THRU 4050-EXIT
023621         GO TO 4000-EXIT
023624     END-IF.
023627     MOVE SPACES TO WS-SEQ-ID.
023630     PERFORM 4010-NEXT-RUN-SEQUENCE THRU 4010-EXIT.
023633     PERFORM 4020-VERIFY-RUN-SEQUENCE THRU 4020-EXIT
023636         UNTIL NOT WS-MORE-SEQS.
023639 4000-EXIT.
023642     EXIT.
023645
023648*****************************************************************
023651*  4010-NEXT-RUN-SEQUENCE - THE DIRECTORY ENTRY AFTER WS-SEQ-ID
023654*  THAT CARRIES THE RUN ID.  A LOOKUP FAILURE ENDS THE LIST
023657*  SHORT, WHICH THE SUMMARY REPORTS AS A PARTIAL CHECK
023660*****************************************************************
023663 4010-NEXT-RUN-SEQUENCE.
023666     SET FIB-SQD-FUNC-NEXT TO TRUE.
023669     MOVE WS-DIR-RUN-ID TO FIB-SQD-RUN-ID.
023672     MOVE WS-SEQ-ID TO FIB-SQD-SEQ-ID.
023675     CALL "fibseqd" USING FIB-SQD-PARM.
023678     IF FIB-SQD-OK
023681         PERFORM 2100-TAKE-DIRECTORY THRU 2100-EXIT
023684     ELSE
023687         MOVE "N" TO WS-MORE-SEQS-SW
023690         IF FIB-SQD-ERROR
023693             DISPLAY "FVF4010W - FIBSEQD LOOKUP FAILED, FILE "
023696                     "STATUS = " FIB-SQD-FILE-STATUS
023699         END-IF
023702     END-IF.
023705 4010-EXIT.
023708     EXIT.
023711
023714 4020-VERIFY-RUN-SEQUENCE.
023717     PERFORM 4030-WRITE-SEQUENCE-LINE THRU 4030-EXIT.
023720     PERFORM 4050-VERIFY-SEQUENCE THRU 4050-EXIT.
023723     PERFORM 4040-WRITE-SEQUENCE-RESULT THRU 4040-EXIT.
023726     PERFORM 4010-NEXT-RUN-SEQUENCE THRU 4010-EXIT.
023729 4020-EXIT.
023732     EXIT.
023735
023738*****************************************************************
023741*  4030-WRITE-SEQUENCE-LINE - WHICH SEQUENCE THE LINES BELOW
023744*  BELONG TO, WHEN EVERY SEQUENCE OF THE RUN IS VERIFIED
023747*****************************************************************
023750 4030-WRITE-SEQUENCE-LINE.
023753     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
023756         PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT
023759     END-IF.
023762     MOVE SPACE TO FIB-RPT-T-CTL.
023765     MOVE SPACES TO FIB-RPT-T-TEXT.
023768     STRING "SEQUENCE: " DELIMITED BY SIZE
023771            WS-SEQ-ID DELIMITED BY SIZE
023774         INTO FIB-RPT-T-TEXT.
023777     WRITE FIB-VERIFY-RECORD FROM FIB-RPT-TEXT-LINE.
023780     ADD 1 TO WS-LINE-COUNT.
023783 4030-EXIT.
023786     EXIT.
023789
023792*****************************************************************
023795*  4040-WRITE-SEQUENCE-RESULT - THE TERMS READ AND THE RESULT
023798*  FOR THE SEQUENCE JUST VERIFIED
023801*****************************************************************
023804 4040-WRITE-SEQUENCE-RESULT.
023807     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
023810         PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT
023813     END-IF.
023816     MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT.
023819     COMPUTE WS-EDIT-ERRORS = WS-ERROR-COUNT - WS-ERRORS-BEFORE.
023822     MOVE SPACE TO FIB-RPT-T-CTL.
023825     MOVE SPACES TO FIB-RPT-T-TEXT.
023828     IF WS-ERROR-COUNT = WS-ERRORS-BEFORE
023831         STRING "  TERMS VERIFIED: " DELIMITED BY SIZE
023834                WS-EDIT-COUNT DELIMITED BY SIZE
023837                "   PASS" DELIMITED BY SIZE
023840             INTO FIB-RPT-T-TEXT
023843     ELSE
023846         STRING "  TERMS VERIFIED: " DELIMITED BY SIZE
023849                WS-EDIT-COUNT DELIMITED BY SIZE
023852                "   BREAKS: " DELIMITED BY SIZE
023855                WS-EDIT-ERRORS DELIMITED BY SIZE
023858                "   FAIL" DELIMITED BY SIZE
023861             INTO FIB-RPT-T-TEXT
023864     END-IF.
023867     WRITE FIB-VERIFY-RECORD FROM FIB-RPT-TEXT-LINE.
023870     ADD 1 TO WS-LINE-COUNT.
023873 4040-EXIT.
023876     EXIT.
023879
023882*****************************************************************
023885*  4050-VERIFY-SEQUENCE - READ ONE SEQUENCE FROM TERM 1 TO THE
023888*  HIGH TERM, CHECKING EVERY RECORD AS IT GOES
023900*****************************************************************
023910 4050-VERIFY-SEQUENCE.
023920     ADD 1 TO WS-SEQS-CHECKED.
023930     MOVE WS-ERROR-COUNT TO WS-ERRORS-BEFORE.
023940     MOVE ZERO TO WS-RECORD-COUNT.
023950     MOVE ZERO TO WS-LAST-TERM-NO.
023960     MOVE ALL "0" TO WS-PRIOR-VALUE-1.
023970     MOVE ALL "0" TO WS-PRIOR-VALUE-2.
023980     MOVE "N" TO WS-SEQ-EOF-SW.
023990     PERFORM 3200-OPEN-FIBSEQ THRU 3200-EXIT.
024010     IF WS-DIR-FOUND
024020         MOVE WS-SEQ-ID TO FIB-SEQ-ID
024030         MOVE 1 TO FIB-SEQ-TERM-NO
024040         START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
024050             INVALID KEY
024060                 SET WS-SEQ-EOF TO TRUE
024070         END-START
024080     ELSE
024090         SET WS-SEQ-EOF TO TRUE
024100     END-IF.
024110     IF NOT WS-SEQ-EOF
024120         PERFORM 4100-READ-NEXT-RECORD THRU 4100-EXIT
024130     END-IF.
024200     PERFORM 4200-VERIFY-ONE-RECORD THRU 4200-EXIT
024300         UNTIL WS-SEQ-EOF.
024400     IF WS-RECORD-COUNT = ZERO
024500         PERFORM 4500-WRITE-ERROR-LINE THRU 4500-EXIT
024600         ADD 1 TO WS-ERROR-COUNT
024610     ELSE
024620         IF WS-LAST-TERM-NO NOT = WS-DIR-HIGH-TERM
024630             PERFORM 4700-REPORT-SHORT-SEQUENCE THRU 4700-EXIT
024640         END-IF
024700     END-IF.
024800     CLOSE FIBSEQ.
024810     ADD WS-RECORD-COUNT TO WS-TOTAL-RECORDS.
024820     IF WS-ERROR-COUNT = WS-ERRORS-BEFORE
024830         ADD 1 TO WS-SEQS-PASSED
024840     END-IF.
024850 4050-EXIT.
025000     EXIT.
025100
025200*****************************************************************
025210*  4100-READ-NEXT-RECORD - THE NEXT SEQUENCE'S RECORDS ARE
025220*  THE END OF THIS ONE
025400*****************************************************************
025500 4100-READ-NEXT-RECORD.
025510     READ FIBSEQ NEXT RECORD
025700         AT END
025800             SET WS-SEQ-EOF TO TRUE
025900     END-READ.
026400         CLOSE FIBSEQ
026500         CLOSE FIBVRPT
026600         STOP RUN
026610     END-IF.
026620     IF NOT WS-SEQ-EOF AND FIB-SEQ-ID NOT = WS-SEQ-ID
026630         SET WS-SEQ-EOF TO TRUE
026700     END-IF.
026800 4100-EXIT.
026900     EXIT.
036573     EXIT.
036599
036600*****************************************************************
036610*  4500-WRITE-ERROR-LINE - AN EMPTY FIBSEQ, OR A SEQUENCE NOT
036620*  ON IT, IS A BREAK IN ITS OWN RIGHT; A RESTORED-WRONG OR
036630*  NEVER-LOADED FILE MUST NOT VERIFY CLEAN
037000*****************************************************************
037100 4500-WRITE-ERROR-LINE.
037200     MOVE SPACE TO FIB-RPT-T-CTL.
037210     MOVE "SEQUENCE HAS NO RECORDS ON FIBSEQ - NOTHING TO VERIFY"
037400         TO FIB-RPT-T-TEXT.
037500     WRITE FIB-VERIFY-RECORD FROM FIB-RPT-TEXT-LINE.
037600     ADD 1 TO WS-LINE-COUNT.
037630     MOVE "FIBSEQ CONTAINS NO RECORDS" TO WS-EXC-TEXT.
037640     PERFORM 7500-WRITE-EXCEPTION-RECORD THRU 7500-EXIT.
037700 4500-EXIT.
037703     EXIT.
037706
037709*****************************************************************
037712*  4700-REPORT-SHORT-SEQUENCE - THE RECORDS STOP BEFORE THE
037715*  HIGH TERM THE DIRECTORY RECORD SAYS WAS WRITTEN (OR RUN ON
037718*  PAST IT), SO THE TAIL OF THE SEQUENCE IS MISSING OR STRAY
037721*****************************************************************
037724 4700-REPORT-SHORT-SEQUENCE.
037727     ADD 1 TO WS-ERROR-COUNT.
037730     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
037733         PERFORM 3100-WRITE-REPORT-HEADINGS THRU 3100-EXIT
037736     END-IF.
037739     MOVE WS-LAST-TERM-NO TO WS-EDIT-TERM.
037742     MOVE WS-DIR-HIGH-TERM TO WS-EDIT-COUNT.
037745     MOVE SPACE TO FIB-RPT-T-CTL.
037748     MOVE SPACES TO FIB-RPT-T-TEXT.
037751     STRING "TERM GAP - SEQUENCE ENDS AT TERM " DELIMITED BY SIZE
037754            WS-EDIT-TERM DELIMITED BY SIZE
037757            " BUT ITS DIRECTORY HIGH TERM IS " DELIMITED BY SIZE
037760            WS-EDIT-COUNT DELIMITED BY SIZE
037763         INTO FIB-RPT-T-TEXT.
037766     WRITE FIB-VERIFY-RECORD FROM FIB-RPT-TEXT-LINE.
037769     ADD 1 TO WS-LINE-COUNT.
037772     MOVE "S001" TO WS-EXC-REASON.
037775     MOVE WS-DIR-HIGH-TERM TO WS-EXC-REF.
037778     MOVE "SEQUENCE ENDS SHORT OF ITS HIGH TERM" TO WS-EXC-TEXT.
037781     PERFORM 7500-WRITE-EXCEPTION-RECORD THRU 7500-EXIT.
037784 4700-EXIT.
037800     EXIT.
037900
038000*****************************************************************
038200*  SCHEDULER
038300*****************************************************************
038400 5000-WRITE-SUMMARY.
038410     MOVE WS-TOTAL-RECORDS TO WS-EDIT-TOTAL.
038600     MOVE WS-ERROR-COUNT TO WS-EDIT-ERRORS.
038700     MOVE SPACE TO FIB-RPT-T-CTL.
038800     MOVE SPACES TO FIB-RPT-T-TEXT.
038900     WRITE FIB-VERIFY-RECORD FROM FIB-RPT-TEXT-LINE.
038907     IF WS-SCOPE-ID = SPACES AND WS-DIR-FOUND
038914         MOVE WS-SEQS-PASSED TO WS-EDIT-SEQS
038921         MOVE WS-DIR-COUNT TO WS-EDIT-DIR
038928         STRING "SEQUENCES PASSED: " DELIMITED BY SIZE
038935                WS-EDIT-SEQS DELIMITED BY SIZE
038942                " OF " DELIMITED BY SIZE
038949                WS-EDIT-DIR DELIMITED BY SIZE
038956                " ON THE DIRECTORY" DELIMITED BY SIZE
038963             INTO FIB-RPT-T-TEXT
038970         WRITE FIB-VERIFY-RECORD FROM FIB-RPT-TEXT-LINE
038977         MOVE SPACES TO FIB-RPT-T-TEXT
038984     END-IF.
039000     MOVE SPACE TO FIB-RPT-T-CTL.
039100     STRING "RECORDS VERIFIED: " DELIMITED BY SIZE
039110            WS-EDIT-TOTAL DELIMITED BY SIZE
039300            "   BREAKS FOUND: " DELIMITED BY SIZE
039400            WS-EDIT-ERRORS DELIMITED BY SIZE
039500         INTO FIB-RPT-T-TEXT.
040900                 WS-EDIT-ERRORS " BREAK(S), RETURN CODE 8"
041000     END-IF.
041100     WRITE FIB-VERIFY-RECORD FROM FIB-RPT-TEXT-LINE.
041108     IF WS-SCOPE-ID = SPACES AND WS-DIR-FOUND
041116             AND WS-SEQS-CHECKED NOT = WS-DIR-COUNT
041124         MOVE WS-SEQS-CHECKED TO WS-EDIT-SEQS
041132         MOVE WS-DIR-COUNT TO WS-EDIT-DIR
041140         DISPLAY "FVF5000W - ONLY " WS-EDIT-SEQS " OF "
041148                 WS-EDIT-DIR " SEQUENCES OF THE RUN WERE READ"
041156         IF RETURN-CODE < 4
041164             MOVE 4 TO RETURN-CODE
041172         END-IF
041180     END-IF.
041188     PERFORM 5100-RECORD-CERTIFICATION THRU 5100-EXIT.
041200     CLOSE FIBVRPT.
041300 5000-EXIT.
041302     EXIT.
041304
041306*****************************************************************
041308*  5100-RECORD-CERTIFICATION - PUT THE PASS/FAIL ON FIBCERT
041310*  AGAINST THE RUN THAT WROTE THE SEQUENCE, SO THE EXTRACT,
041312*  INQUIRY, AND PICKUP JOBS CAN REFUSE A RUN THAT DID NOT
041313*  PASS.  A SEQUENCE NOT ON FILE HAS NO RUN TO RECORD AGAINST.
041314*  THE SEQUENCES THAT PASSED AND THE RUN'S DIRECTORY COUNT GO
041315*  WITH THE RESULT; A BLANK SEQUENCE MEANS THE WHOLE RUN
041316*****************************************************************
041318 5100-RECORD-CERTIFICATION.
041320     IF NOT WS-DIR-FOUND
041322         DISPLAY "FVF5100W - SEQUENCE NOT ON FIBSEQ, NO RESULT "
041324                 "RECORDED ON FIBCERT"
041326         GO TO 5100-EXIT
041328     END-IF.
041330     SET FIB-CRT-FUNC-VERIFY TO TRUE.
041332     MOVE WS-DIR-RUN-ID TO FIB-CRT-RUN-ID.
041333     MOVE WS-SCOPE-ID TO FIB-CRT-SEQ-ID.
041334     MOVE WS-SEQS-PASSED TO FIB-CRT-SEQ-COUNT.
041335     MOVE WS-DIR-COUNT TO FIB-CRT-DIR-COUNT.
041336     MOVE "FIBVRFY" TO FIB-CRT-USER.
041338     MOVE SPACES TO FIB-CRT-REASON.
041340     IF WS-ERROR-COUNT = ZERO
041342         MOVE "P" TO FIB-CRT-RESULT
041344     ELSE
041346         MOVE "F" TO FIB-CRT-RESULT
041348     END-IF.
041350     CALL "fibcert" USING FIB-CRT-PARM.
041352     MOVE WS-DIR-RUN-ID TO WS-EDIT-RUN.
041354     MOVE SPACE TO FIB-RPT-T-CTL.
041356     MOVE SPACES TO FIB-RPT-T-TEXT.
041358     IF FIB-CRT-OK
041360         STRING "CERTIFICATION, RUN " DELIMITED BY SIZE
041362                WS-EDIT-RUN DELIMITED BY SIZE
041364                ": " DELIMITED BY SIZE
041366                FIB-CRT-MESSAGE DELIMITED BY SIZE
041368             INTO FIB-RPT-T-TEXT
041370     ELSE
041372         STRING "CERTIFICATION, RUN " DELIMITED BY SIZE
041374                WS-EDIT-RUN DELIMITED BY SIZE
041376                ": RESULT NOT RECORDED, STATUS " DELIMITED BY SIZE
041378                FIB-CRT-STATUS DELIMITED BY SIZE
041380             INTO FIB-RPT-T-TEXT
041382         DISPLAY "FVF5100W - UNABLE TO RECORD THE RESULT ON "
041384                 "FIBCERT, STATUS = " FIB-CRT-STATUS
041386                 " FILE STATUS = " FIB-CRT-FILE-STATUS
041388         IF RETURN-CODE < 4
041390             MOVE 4 TO RETURN-CODE
041392         END-IF
041394     END-IF.
041396     WRITE FIB-VERIFY-RECORD FROM FIB-RPT-TEXT-LINE.
041398 5100-EXIT.
041400     EXIT.
041410
041420*****************************************************************
