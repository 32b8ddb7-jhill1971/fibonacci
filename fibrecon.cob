002330*                     WHEN THE VERDICT IS OUT OF BALANCE, SO
002340*                     THE AUTOMATION CAN PAGE THE RIGHT TEAM
002350*                     WITHOUT OPENING THE PRINT FILE.
002354*    2026-10-15  JLH  BALANCE ONE NAMED SEQUENCE NOW THAT FIBSEQ
002358*                     HOLDS EVERY GENERATE REQUEST'S SEQUENCE:
002362*                     FIB-SEQ-ID IN THE ENVIRONMENT NAMES IT
002366*                     (UNSET FOR THE ONE WRITTEN MOST RECENTLY)
002370*                     AND FIBSEQD RESOLVES IT.  THE RECOUNT STAYS
002374*                     INSIDE THE SEQUENCE; THE CSV TRAILER IS THE
002378*                     ONE CLOSING THE REQUEST'S OWN SECTION OF ITS
002382*                     RUN'S FIBCSV (THE RETAINED FIBCSV.Gnnnnn
002386*                     WHEN THERE IS ONE); AND THE AUDIT RECORD IS
002390*                     THE LATEST GENERATE RECORD CARRYING THE SAME
002394*                     SEQUENCE IDENTIFIER.
002395*    2026-10-15  JLH  RECORD THE VERDICT ON THE FIBCERT RUN
002396*                     CERTIFICATION FILE (THROUGH FIBCERT) AGAINST
002397*                     THE RUN THAT WROTE THE SEQUENCE; THE FIBCSV
002398*                     PICKUP NOW HOLDS ON THAT FILE.
002408*    2026-10-15  JLH  WITH FIB-SEQ-ID UNSET, BALANCE EVERY
002418*                     SEQUENCE OF THE RUN THAT WROTE MOST
002428*                     RECENTLY - EACH DIRECTORY RECORD CARRYING
002438*                     ITS RUN ID, IN TURN THROUGH FIBSEQD -
002448*                     INSTEAD OF THAT RUN'S LAST SEQUENCE ALONE,
002458*                     AND RECORD ON FIBCERT HOW MANY BALANCED
002468*                     AGAINST HOW MANY THE RUN HAS ON THE
002473*                     DIRECTORY.
002474*    2026-10-15  JLH  TAKE THE LAST FIBCSV TRAILER IN THE SECTION,
002475*                     NOT THE FIRST.
002478*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT FIBSEQ ASSIGN TO "FIBSEQ"
002900         ORGANIZATION IS INDEXED
002910         ACCESS MODE IS DYNAMIC
002920         RECORD KEY IS FIB-SEQ-KEY
003200         FILE STATUS IS WS-SEQ-STATUS.
003300
003310     SELECT FIBCSV ASSIGN TO DYNAMIC WS-CSV-FILE-NAME
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-CSV-STATUS.
003700
006800 COPY FIBRPT.
006900
007000*****************************************************************
007004*  CSV LINE LAYOUTS - THE COLUMN-HEADING LINE OPENS EACH
007008*  REQUEST'S SECTION OF THE EXTRACT
007012*****************************************************************
007016 COPY FIBCSV.
007020
007024*****************************************************************
007028*  SEQUENCE BEING BALANCED AND ITS DIRECTORY ENTRY: THE RUN
007032*  THAT WROTE IT AND WHICH SECTION OF THAT RUN'S FIBCSV IS
007036*  ITS OWN.  THE EXTRACT IS READ FROM THE RUN'S RETAINED
007040*  FIBCSV.Gnnnnn GENERATION WHEN THERE IS ONE, OTHERWISE FROM
007042*  FIBCSV ITSELF.  THE SCOPE IS THE SEQUENCE NAMED IN THE
007044*  ENVIRONMENT, OR SPACES FOR EVERY SEQUENCE OF THE RUN
007048*****************************************************************
007050 77  WS-SCOPE-ID             PIC X(36) VALUE SPACES.
007052 77  WS-SEQ-ID               PIC X(36) VALUE SPACES.
007056 77  WS-DIR-RUN-ID           PIC 9(05) VALUE ZERO.
007060 77  WS-DIR-CSV-SECTION      PIC 9(03) VALUE ZERO.
007062 77  WS-DIR-COUNT            PIC 9(03) VALUE ZERO.
007064 77  WS-DIR-FOUND-SW         PIC X(01) VALUE "N".
007068     88  WS-DIR-FOUND                VALUE "Y".
007069 77  WS-MORE-SEQS-SW         PIC X(01) VALUE "Y".
007070     88  WS-MORE-SEQS                VALUE "Y".
007072 77  WS-CSV-FILE-NAME        PIC X(16) VALUE SPACES.
007076 77  WS-CSV-SECTIONS-SEEN    PIC 9(03) VALUE ZERO.
007080 77  WS-EDIT-SECTION         PIC ZZ9.
007084 COPY FIBSEQA.
007085
007086*****************************************************************
007087*  PARAMETER AREA FOR RECORDING THE VERDICT ON FIBCERT
007088*****************************************************************
007089 COPY FIBCRTA.
007090 77  WS-EDIT-RUN             PIC ZZZZ9.
007091
007092*****************************************************************
007100*  FIBSEQ RECOUNT STATE - COUNT, 252-DIGIT RUNNING SUM IN
007200*  NINE-DIGIT LIMBS, HIGHEST VALUE, AND THE LAST TERM'S VALUE,
007300*  REBUILT FROM THE FILE ITSELF
008500 77  WS-BIG-CARRY            PIC 9(01) VALUE ZERO.
008600
008700*****************************************************************
008710*  THE SEQUENCE'S FIBCSV TRAILER AS FOUND ON THE EXTRACT
008900*****************************************************************
009000 77  WS-CSV-T-COUNT          PIC X(03) VALUE SPACES.
009100 01  WS-CSV-T-SUM            PIC X(252).
009400     88  WS-CSV-TRAILER-FOUND        VALUE "Y".
009500
009600*****************************************************************
009610*  LATEST GENERATE-MODE AUDIT RECORD FOR THE SEQUENCE
009800*****************************************************************
009900 77  WS-AUD-TERMS            PIC X(03) VALUE SPACES.
010000 01  WS-AUD-FINAL            PIC X(243).
010400*****************************************************************
010500*  BALANCING STATE
010600*****************************************************************
010610 77  WS-DISCREPANCY-COUNT    PIC 9(05) VALUE ZERO.
010620 77  WS-DISCREPANCIES-BEFORE PIC 9(05) VALUE ZERO.
010630 77  WS-SEQS-CHECKED         PIC 9(03) VALUE ZERO.
010640 77  WS-SEQS-BALANCED        PIC 9(03) VALUE ZERO.
010800
010900*****************************************************************
011000*  ZERO-SUPPRESSED FIELDS FOR NUMERIC VALUES STRUNG INTO
011100*  REPORT TEXT LINES
011200*****************************************************************
011300 77  WS-EDIT-COUNT           PIC ZZ9.
011310 77  WS-EDIT-DISCREP         PIC ZZZZ9.
011320 77  WS-EDIT-SEQS            PIC ZZ9.
011330 77  WS-EDIT-DIR             PIC ZZ9.
011400 77  WS-EDIT-PAGE            PIC ZZ9.
011500
011600*****************************************************************
016000*****************************************************************
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016210     PERFORM 2000-RESOLVE-RUN THRU 2000-EXIT.
016300     PERFORM 3000-OPEN-REPORT THRU 3000-EXIT.
016310     PERFORM 3500-BALANCE-RUN THRU 3500-EXIT.
016800     PERFORM 8000-WRITE-VERDICT THRU 8000-EXIT.
016900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017000     STOP RUN.
018300     STRING WS-RUN-TIME (1:2) ":" WS-RUN-TIME (3:2) ":"
018400            WS-RUN-TIME (5:2)
018500         DELIMITED BY SIZE INTO WS-DISPLAY-TIME.
019200 1000-EXIT.
019204     EXIT.
019208
019212*****************************************************************
019215*  2000-RESOLVE-RUN - FIB-SEQ-ID IN THE ENVIRONMENT NAMES ONE
019218*  SEQUENCE TO BALANCE; LEFT UNSET, EVERY SEQUENCE OF THE RUN
019221*  THAT WROTE MOST RECENTLY IS BALANCED.  A SEQUENCE NOT ON
019224*  FILE LEAVES NOTHING TO BALANCE, WHICH THE VERDICT REPORTS
019227*  AS A DISCREPANCY
019232*****************************************************************
019236 2000-RESOLVE-RUN.
019240     ACCEPT WS-SCOPE-ID FROM ENVIRONMENT "FIB-SEQ-ID"
019244         ON EXCEPTION
019248             MOVE SPACES TO WS-SCOPE-ID
019252     END-ACCEPT.
019256     SET FIB-SQD-FUNC-RESOLVE TO TRUE.
019266     MOVE WS-SCOPE-ID TO FIB-SQD-SEQ-ID.
019276     CALL "fibseqd" USING FIB-SQD-PARM.
019286     IF NOT FIB-SQD-OK
019296         MOVE WS-SCOPE-ID TO WS-SEQ-ID
019306         GO TO 2000-EXIT
019316     END-IF.
019326     SET WS-DIR-FOUND TO TRUE.
019336     MOVE FIB-SQD-RUN-ID TO WS-DIR-RUN-ID.
019346     PERFORM 2100-TAKE-DIRECTORY THRU 2100-EXIT.
019356     SET FIB-SQD-FUNC-COUNT TO TRUE.
019366     MOVE WS-DIR-RUN-ID TO FIB-SQD-RUN-ID.
019376     CALL "fibseqd" USING FIB-SQD-PARM.
019386     IF FIB-SQD-OK
019396         MOVE FIB-SQD-RUN-SEQ-COUNT TO WS-DIR-COUNT
019406     END-IF.
019416 2000-EXIT.
019422     EXIT.
019428
019434*****************************************************************
019440*  2100-TAKE-DIRECTORY - THE SEQUENCE FIBSEQD HAS JUST RETURNED
019446*  BECOMES THE ONE TO BALANCE
019452*****************************************************************
019458 2100-TAKE-DIRECTORY.
019464     MOVE FIB-SQD-SEQ-ID TO WS-SEQ-ID.
019470     MOVE FIB-SQD-CSV-SECTION TO WS-DIR-CSV-SECTION.
019476 2100-EXIT.
019482     EXIT.
019488
019500*****************************************************************
019600*  3000-OPEN-REPORT
019700*****************************************************************
023300
023400     MOVE SPACE TO FIB-RPT-T-CTL.
023500     MOVE SPACES TO FIB-RPT-T-TEXT.
023506     IF WS-SCOPE-ID = SPACES AND WS-DIR-FOUND
023512         MOVE WS-DIR-RUN-ID TO WS-EDIT-RUN
023518         MOVE WS-DIR-COUNT TO WS-EDIT-DIR
023524         STRING "RUN: " DELIMITED BY SIZE
023530                WS-EDIT-RUN DELIMITED BY SIZE
023536                "   EVERY SEQUENCE - " DELIMITED BY SIZE
023542                WS-EDIT-DIR DELIMITED BY SIZE
023548                " ON THE DIRECTORY" DELIMITED BY SIZE
023554             INTO FIB-RPT-T-TEXT
023560     ELSE
023566         STRING "SEQUENCE: " DELIMITED BY SIZE
023572                WS-SEQ-ID DELIMITED BY SIZE
023578             INTO FIB-RPT-T-TEXT
023584     END-IF.
023600     WRITE FIB-RECON-RECORD FROM FIB-RPT-TEXT-LINE.
023610
023620     MOVE SPACE TO FIB-RPT-T-CTL.
023630     MOVE SPACES TO FIB-RPT-T-TEXT.
023640     WRITE FIB-RECON-RECORD FROM FIB-RPT-TEXT-LINE.
023650     MOVE 4 TO WS-LINE-COUNT.
023800 3100-EXIT.
023801     EXIT.
023802
023803*****************************************************************
023804*  3500-BALANCE-RUN - THE ONE SEQUENCE NAMED, OR EVERY SEQUENCE
023805*  OF THE RUN IN KEY ORDER AS FIBSEQD HANDS THEM BACK
023806*****************************************************************
023807 3500-BALANCE-RUN.
023808     IF WS-SCOPE-ID NOT = SPACES OR NOT WS-DIR-FOUND
023809         PERFORM 3550-BALANCE-SEQUENCE THRU 3550-EXIT
023810         GO TO 3500-EXIT
023811     END-IF.
023812     MOVE SPACES TO WS-SEQ-ID.
023813     PERFORM 3510-NEXT-RUN-SEQUENCE THRU 3510-EXIT.
023814     PERFORM 3520-BALANCE-RUN-SEQUENCE THRU 3520-EXIT
023815         UNTIL NOT WS-MORE-SEQS.
023816 3500-EXIT.
023817     EXIT.
023818
023819*****************************************************************
023820*  3510-NEXT-RUN-SEQUENCE - THE DIRECTORY ENTRY AFTER WS-SEQ-ID
023821*  THAT CARRIES THE RUN ID.  A LOOKUP FAILURE ENDS THE LIST
023822*  SHORT, WHICH THE VERDICT REPORTS AS A PARTIAL CHECK
023823*****************************************************************
023824 3510-NEXT-RUN-SEQUENCE.
023825     SET FIB-SQD-FUNC-NEXT TO TRUE.
023826     MOVE WS-DIR-RUN-ID TO FIB-SQD-RUN-ID.
023827     MOVE WS-SEQ-ID TO FIB-SQD-SEQ-ID.
023828     CALL "fibseqd" USING FIB-SQD-PARM.
023829     IF FIB-SQD-OK
023830         PERFORM 2100-TAKE-DIRECTORY THRU 2100-EXIT
023831     ELSE
023832         MOVE "N" TO WS-MORE-SEQS-SW
023833         IF FIB-SQD-ERROR
023834             DISPLAY "FRC3510W - FIBSEQD LOOKUP FAILED, FILE "
023835                     "STATUS = " FIB-SQD-FILE-STATUS
023836         END-IF
023837     END-IF.
023838 3510-EXIT.
023839     EXIT.
023840
023841 3520-BALANCE-RUN-SEQUENCE.
023842     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
023843     MOVE SPACES TO FIB-RPT-T-TEXT.
023844     STRING "SEQUENCE: " DELIMITED BY SIZE
023845            WS-SEQ-ID DELIMITED BY SIZE
023846         INTO FIB-RPT-T-TEXT.
023847     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
023848     PERFORM 3550-BALANCE-SEQUENCE THRU 3550-EXIT.
023849     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
023850     MOVE SPACES TO FIB-RPT-T-TEXT.
023851     IF WS-DISCREPANCY-COUNT = WS-DISCREPANCIES-BEFORE
023852         MOVE "  SEQUENCE IN BALANCE" TO FIB-RPT-T-TEXT
023853     ELSE
023854         COMPUTE WS-EDIT-DISCREP =
023855             WS-DISCREPANCY-COUNT - WS-DISCREPANCIES-BEFORE
023856         STRING "  SEQUENCE OUT OF BALANCE - " DELIMITED BY SIZE
023857                WS-EDIT-DISCREP DELIMITED BY SIZE
023858                " DISCREPANCY(S)" DELIMITED BY SIZE
023859             INTO FIB-RPT-T-TEXT
023860     END-IF.
023861     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
023862     PERFORM 3510-NEXT-RUN-SEQUENCE THRU 3510-EXIT.
023863 3520-EXIT.
023864     EXIT.
023865
023866*****************************************************************
023867*  3550-BALANCE-SEQUENCE - RECOUNT ONE SEQUENCE, FIND ITS CSV
023868*  TRAILER AND AUDIT RECORD, AND BALANCE THE THREE, STARTING
023869*  FROM CLEAR STATE EACH TIME
023870*****************************************************************
023871 3550-BALANCE-SEQUENCE.
023872     ADD 1 TO WS-SEQS-CHECKED.
023873     MOVE WS-DISCREPANCY-COUNT TO WS-DISCREPANCIES-BEFORE.
023874     MOVE ZERO TO WS-SEQ-COUNT.
023875     MOVE ALL "0" TO WS-SEQ-SUM-BIG.
023876     MOVE ALL "0" TO WS-SEQ-MAX-BIG.
023877     MOVE ALL "0" TO WS-SEQ-LAST-VALUE.
023878     MOVE SPACES TO WS-CSV-T-COUNT.
023879     MOVE ALL "0" TO WS-CSV-T-SUM.
023880     MOVE ALL "0" TO WS-CSV-T-MAX.
023881     MOVE "N" TO WS-CSV-TRAILER-SW.
023882     MOVE SPACES TO WS-AUD-TERMS.
023883     MOVE ALL "0" TO WS-AUD-FINAL.
023884     MOVE "N" TO WS-AUD-FOUND-SW.
023885     MOVE "N" TO WS-SEQ-EOF-SW.
023886     MOVE "N" TO WS-CSV-EOF-SW.
023887     MOVE "N" TO WS-AUDIT-EOF-SW.
023888     PERFORM 4000-RECOUNT-FIBSEQ THRU 4000-EXIT.
023889     PERFORM 5000-FIND-CSV-TRAILER THRU 5000-EXIT.
023890     PERFORM 6000-FIND-AUDIT-RECORD THRU 6000-EXIT.
023891     PERFORM 7000-BALANCE-SOURCES THRU 7000-EXIT.
023892     IF WS-DISCREPANCY-COUNT = WS-DISCREPANCIES-BEFORE
023893         ADD 1 TO WS-SEQS-BALANCED
023894     END-IF.
023895 3550-EXIT.
023900     EXIT.
024000
024100*****************************************************************
024200*  4000-RECOUNT-FIBSEQ - REBUILD COUNT, SUM, MAXIMUM, AND THE
024210*  LAST TERM'S VALUE FROM THE SEQUENCE'S OWN RECORDS
024400*****************************************************************
024500 4000-RECOUNT-FIBSEQ.
024600     OPEN INPUT FIBSEQ.
025900         CLOSE FIBRCNR
026000         STOP RUN
026100     END-IF.
026110     IF WS-DIR-FOUND
026120         MOVE WS-SEQ-ID TO FIB-SEQ-ID
026130         MOVE 1 TO FIB-SEQ-TERM-NO
026140         START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
026150             INVALID KEY
026160                 SET WS-SEQ-EOF TO TRUE
026170         END-START
026180     ELSE
026190         SET WS-SEQ-EOF TO TRUE
026200     END-IF.
026210     IF NOT WS-SEQ-EOF
026220         PERFORM 4100-READ-SEQ-RECORD THRU 4100-EXIT
026230     END-IF.
026300     PERFORM 4200-TALLY-ONE-RECORD THRU 4200-EXIT
026400         UNTIL WS-SEQ-EOF.
026500     CLOSE FIBSEQ.
026700     EXIT.
026800
026900 4100-READ-SEQ-RECORD.
026910     READ FIBSEQ NEXT RECORD
027100         AT END
027200             SET WS-SEQ-EOF TO TRUE
027300     END-READ.
027310     IF NOT WS-SEQ-EOF
027320         IF WS-SEQ-STATUS NOT = "00"
027330                 OR FIB-SEQ-ID NOT = WS-SEQ-ID
027340             SET WS-SEQ-EOF TO TRUE
027350         END-IF
027360     END-IF.
027400 4100-EXIT.
027500     EXIT.
027600
031800     EXIT.
031900
032000*****************************************************************
032010*  5000-FIND-CSV-TRAILER - EACH REQUEST'S SECTION OF THE
032020*  EXTRACT OPENS WITH A COLUMN-HEADING LINE AND CLOSES WITH A
032030*  TRAILER.  A SUSPENDED RUN LEAVES A PARTIAL TRAILER IN ITS
032040*  SECTION AND THE RESUMED RUN ADDS THE FINAL ONE BEHIND IT, SO
032050*  THE SEQUENCE'S TRAILER IS THE LAST ONE BEFORE THE NEXT
032060*  HEADING LINE AFTER THE ONE ITS DIRECTORY RECORD NUMBERS
032300*****************************************************************
032400 5000-FIND-CSV-TRAILER.
032410     IF NOT WS-DIR-FOUND
032420         GO TO 5000-EXIT
032430     END-IF.
032440     MOVE SPACES TO WS-CSV-FILE-NAME.
032450     STRING "FIBCSV.G" DELIMITED BY SIZE
032460            WS-DIR-RUN-ID DELIMITED BY SIZE
032470         INTO WS-CSV-FILE-NAME.
032500     OPEN INPUT FIBCSV.
032510     IF WS-CSV-STATUS NOT = "00"
032520         MOVE "FIBCSV" TO WS-CSV-FILE-NAME
032530         OPEN INPUT FIBCSV
032540     END-IF.
032600     IF WS-CSV-STATUS NOT = "00"
032700         DISPLAY "FRC5000E - UNABLE TO OPEN FIBCSV, STATUS = "
032800                 WS-CSV-STATUS
032900         GO TO 5000-EXIT
033000     END-IF.
033009     MOVE WS-DIR-CSV-SECTION TO WS-EDIT-SECTION.
033018     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
033027     MOVE SPACES TO FIB-RPT-T-TEXT.
033036     STRING "FIBCSV SOURCE: " DELIMITED BY SIZE
033045            WS-CSV-FILE-NAME DELIMITED BY SPACE
033054            ", SECTION " DELIMITED BY SIZE
033063            WS-EDIT-SECTION DELIMITED BY SIZE
033072         INTO FIB-RPT-T-TEXT.
033081     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
033090     MOVE ZERO TO WS-CSV-SECTIONS-SEEN.
033100     PERFORM 5100-READ-CSV-RECORD THRU 5100-EXIT.
033200     PERFORM 5200-NOTE-TRAILER THRU 5200-EXIT
033300         UNTIL WS-CSV-EOF.
034400     EXIT.
034500
034600 5200-NOTE-TRAILER.
034610     IF FIB-CSV-RECORD (1:40) = FIB-CSV-HEADER-LINE
034620         ADD 1 TO WS-CSV-SECTIONS-SEEN
034622         IF WS-CSV-SECTIONS-SEEN > WS-DIR-CSV-SECTION
034624             SET WS-CSV-EOF TO TRUE
034626             GO TO 5200-EXIT
034628         END-IF
034630     END-IF.
034700     IF FIB-CSV-RECORD (1:8) = "TRAILER,"
034710             AND WS-CSV-SECTIONS-SEEN = WS-DIR-CSV-SECTION
034800         SET WS-CSV-TRAILER-FOUND TO TRUE
034900         MOVE FIB-CSV-RECORD (9:3) TO WS-CSV-T-COUNT
035000         MOVE FIB-CSV-RECORD (13:252) TO WS-CSV-T-SUM
035600
035700*****************************************************************
035800*  6000-FIND-AUDIT-RECORD - THE LATEST GENERATE-MODE RECORD ON
035810*  THE RUN HISTORY FOR THE SEQUENCE BEING BALANCED
036000*****************************************************************
036100 6000-FIND-AUDIT-RECORD.
036200     OPEN INPUT FIBAUDIT.
038100     EXIT.
038200
038300 6200-NOTE-GENERATE-RUN.
038310     IF FIB-AUD-MODE = "G" AND FIB-AUD-SEQ-ID = WS-SEQ-ID
038500         SET WS-AUD-RECORD-FOUND TO TRUE
038600         MOVE FIB-AUD-TERMS-PRODUCED TO WS-AUD-TERMS
038700         MOVE FIB-AUD-FINAL-VALUE TO WS-AUD-FINAL
039800 7000-BALANCE-SOURCES.
039900     IF WS-SEQ-COUNT = ZERO
040000         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
040010         MOVE "SEQUENCE HAS NO RECORDS - NOTHING TO BALANCE"
040200             TO FIB-RPT-T-TEXT
040300         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
040400         ADD 1 TO WS-DISCREPANCY-COUNT
061900     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
062000     MOVE SPACES TO FIB-RPT-T-TEXT.
062100     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
062107     IF WS-SCOPE-ID = SPACES AND WS-DIR-FOUND
062114         MOVE WS-SEQS-BALANCED TO WS-EDIT-SEQS
062121         MOVE WS-DIR-COUNT TO WS-EDIT-DIR
062128         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
062135         MOVE SPACES TO FIB-RPT-T-TEXT
062142         STRING "SEQUENCES IN BALANCE: " DELIMITED BY SIZE
062149                WS-EDIT-SEQS DELIMITED BY SIZE
062156                " OF " DELIMITED BY SIZE
062163                WS-EDIT-DIR DELIMITED BY SIZE
062170                " ON THE DIRECTORY" DELIMITED BY SIZE
062177             INTO FIB-RPT-T-TEXT
062184         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
062191     END-IF.
062200     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
062300     IF WS-DISCREPANCY-COUNT = ZERO
062400         MOVE SPACES TO FIB-RPT-T-TEXT
062440             INTO FIB-RPT-T-TEXT
062600         DISPLAY "FRC8000I - SOURCES IN BALANCE, RETURN CODE 0"
062700     ELSE
062710         MOVE WS-DISCREPANCY-COUNT TO WS-EDIT-DISCREP
062900         MOVE SPACES TO FIB-RPT-T-TEXT
063000         STRING "*** OUT OF BALANCE - " DELIMITED BY SIZE
063010                WS-EDIT-DISCREP DELIMITED BY SIZE
063200                " DISCREPANCY(S) - PICKUP MUST BE HELD ***"
063300                DELIMITED BY SIZE
063400             INTO FIB-RPT-T-TEXT
063500         MOVE 8 TO RETURN-CODE
063600         DISPLAY "FRC8000E - SOURCES OUT OF BALANCE, "
063610                 WS-EDIT-DISCREP " DISCREPANCY(S), RETURN CODE 8"
063710         MOVE "B001" TO WS-EXC-REASON
063720         MOVE WS-DISCREPANCY-COUNT TO WS-EXC-REF
063730         MOVE "FIBSEQ/FIBCSV/FIBAUDIT OUT OF BALANCE"
063750         PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT
063800     END-IF.
063900     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
063908     IF WS-SCOPE-ID = SPACES AND WS-DIR-FOUND
063916             AND WS-SEQS-CHECKED NOT = WS-DIR-COUNT
063924         MOVE WS-SEQS-CHECKED TO WS-EDIT-SEQS
063932         MOVE WS-DIR-COUNT TO WS-EDIT-DIR
063940         DISPLAY "FRC8000W - ONLY " WS-EDIT-SEQS " OF "
063948                 WS-EDIT-DIR " SEQUENCES OF THE RUN WERE READ"
063956         IF RETURN-CODE < 4
063964             MOVE 4 TO RETURN-CODE
063972         END-IF
063980     END-IF.
063988     PERFORM 8100-RECORD-CERTIFICATION THRU 8100-EXIT.
064000     CLOSE FIBRCNR.
064009 8000-EXIT.
064018     EXIT.
064027
064036*****************************************************************
064045*  8100-RECORD-CERTIFICATION - PUT THE VERDICT ON FIBCERT
064054*  AGAINST THE RUN THAT WROTE THE SEQUENCE; THE FINANCE PICKUP
064063*  NOW HOLDS ON THAT FILE INSTEAD OF ON THIS RETURN CODE.  A
064072*  SEQUENCE NOT ON FILE HAS NO RUN TO RECORD AGAINST.  THE
064081*  SEQUENCES IN BALANCE AND THE RUN'S DIRECTORY COUNT GO WITH
064090*  THE VERDICT; A BLANK SEQUENCE MEANS THE WHOLE RUN
064092*****************************************************************
064094 8100-RECORD-CERTIFICATION.
064096     IF NOT WS-DIR-FOUND
064098         DISPLAY "FRC8100W - SEQUENCE NOT ON FIBSEQ, NO VERDICT "
064100                 "RECORDED ON FIBCERT"
064102         GO TO 8100-EXIT
064104     END-IF.
064106     SET FIB-CRT-FUNC-BALANCE TO TRUE.
064108     MOVE WS-DIR-RUN-ID TO FIB-CRT-RUN-ID.
064110     MOVE WS-SCOPE-ID TO FIB-CRT-SEQ-ID.
064112     MOVE WS-SEQS-BALANCED TO FIB-CRT-SEQ-COUNT.
064114     MOVE WS-DIR-COUNT TO FIB-CRT-DIR-COUNT.
064118     MOVE "FIBRECON" TO FIB-CRT-USER.
064119     MOVE SPACES TO FIB-CRT-REASON.
064120     IF WS-DISCREPANCY-COUNT = ZERO
064121         MOVE "B" TO FIB-CRT-RESULT
064122     ELSE
064123         MOVE "O" TO FIB-CRT-RESULT
064124     END-IF.
064125     CALL "fibcert" USING FIB-CRT-PARM.
064126     MOVE WS-DIR-RUN-ID TO WS-EDIT-RUN.
064127     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
064128     MOVE SPACES TO FIB-RPT-T-TEXT.
064129     IF FIB-CRT-OK
064130         STRING "CERTIFICATION, RUN " DELIMITED BY SIZE
064131                WS-EDIT-RUN DELIMITED BY SIZE
064132                ": " DELIMITED BY SIZE
064133                FIB-CRT-MESSAGE DELIMITED BY SIZE
064134             INTO FIB-RPT-T-TEXT
064135     ELSE
064136         STRING "CERTIFICATION, RUN " DELIMITED BY SIZE
064137                WS-EDIT-RUN DELIMITED BY SIZE
064138                ": VERDICT NOT RECORDED, STATUS "
064139                DELIMITED BY SIZE
064140                FIB-CRT-STATUS DELIMITED BY SIZE
064141             INTO FIB-RPT-T-TEXT
064142         DISPLAY "FRC8100W - UNABLE TO RECORD THE VERDICT ON "
064143                 "FIBCERT, STATUS = " FIB-CRT-STATUS
064144                 " FILE STATUS = " FIB-CRT-FILE-STATUS
064145         IF RETURN-CODE < 4
064146             MOVE 4 TO RETURN-CODE
064147         END-IF
064148     END-IF.
064149     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
064150 8100-EXIT.
064200     EXIT.
064210
064220*****************************************************************
