002060*                     SAME WAY FIBAUDR PULLS THEM IN, SO A
002070*                     PANEL STILL SHOWS ITS AUDIT DETAIL AFTER
002080*                     A FIBAARC ARCHIVE RUN.
002086*    2026-10-15  JLH  READ ARCHIVED FIBAUDIT RECORDS AT THEIR NEW
002092*                     334-BYTE LENGTH (SEQUENCE IDENTIFIER ADDED).
002093*    2026-10-15  JLH  PRINT THE RUN'S CERTIFICATION STATE FROM
002094*                     FIBCERT AND ITS FIBCRTH CERTIFICATION
002095*                     HISTORY (EVENT, RESULT, USER, DATE/TIME,
002096*                     REASON) ON EACH PANEL.
002097*    2026-10-15  JLH  READ ARCHIVED FIBAUDIT RECORDS AT THEIR NEW
002098*                     355-BYTE LENGTH (PROFILE NAME AND VERSION
002099*                     ADDED).
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS FIB-SEQG-TERM-NO
004900         FILE STATUS IS WS-SEQG-STATUS.
004910
004920     SELECT FIBCRTH ASSIGN TO "FIBCRTH"
004930         ORGANIZATION IS LINE SEQUENTIAL
004940         FILE STATUS IS WS-CRTH-STATUS.
005000
005100     SELECT FIBCQRPT ASSIGN TO "FIBCQRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
006750
006760 FD  FIBAUDAR
006770     LABEL RECORDS ARE STANDARD.
006780 01  FIB-ARCH-RECORD             PIC X(355).
006800
006900 FD  FIBRPTG
007000     LABEL RECORDS ARE STANDARD.
007900 01  FIB-SEQG-REC.
008000     05  FIB-SEQG-TERM-NO        PIC 9(03).
008100     05  FIB-SEQG-VALUE          PIC X(243).
008110
008120 FD  FIBCRTH
008130     LABEL RECORDS ARE STANDARD.
008140     COPY FIBCRTH.
008200
008300 FD  FIBCQRPT
008400     LABEL RECORDS ARE STANDARD.
012000*****************************************************************
012100 77  WS-RUNS-SELECTED        PIC 9(05) VALUE ZERO.
012200 77  WS-AUDIT-MATCHES        PIC 9(03) VALUE ZERO.
012210 77  WS-CERT-EVENTS          PIC 9(03) VALUE ZERO.
012300
012400*****************************************************************
012500*  ZERO-SUPPRESSED FIELDS FOR NUMERIC VALUES STRUNG INTO
013400 77  WS-EDIT-PAGE            PIC ZZ9.
013500
013600*****************************************************************
013610*  CERTIFICATION STATE OF THE PANEL'S RUN, FROM FIBCERT, AND THE
013620*  PRINTED NAME OF A HISTORY EVENT
013630*****************************************************************
013640 COPY FIBCRTA.
013650 77  WS-CERT-EVENT-NAME      PIC X(07) VALUE SPACES.
013660
013670*****************************************************************
013700*  SWITCHES
013800*****************************************************************
013900 77  WS-CAT-EOF-SW           PIC X(01) VALUE "N".
014220     88  WS-ARCT-EOF                 VALUE "Y".
014230 77  WS-ARCH-EOF-SW          PIC X(01) VALUE "N".
014240     88  WS-ARCH-EOF                 VALUE "Y".
014250 77  WS-CRTH-EOF-SW          PIC X(01) VALUE "N".
014260     88  WS-CRTH-EOF                 VALUE "Y".
014300
014400*****************************************************************
014500*  FILE STATUS FIELDS
015000 77  WS-RPTG-STATUS          PIC X(02) VALUE "00".
015100 77  WS-CSVG-STATUS          PIC X(02) VALUE "00".
015200 77  WS-SEQG-STATUS          PIC X(02) VALUE "00".
015210 77  WS-CRTH-STATUS          PIC X(02) VALUE "00".
015300 77  WS-RPT-STATUS           PIC X(02) VALUE "00".
015400
015500*****************************************************************
035700
035800*****************************************************************
035900*  4300-WRITE-RUN-PANEL - THE CATALOG FIELDS, THE STATE OF THE
035910*  THREE RETAINED GENERATION FILES, THE MATCHING AUDIT
035920*  DETAIL, AND THE CERTIFICATION HISTORY, AS ONE PANEL
036200*****************************************************************
036300 4300-WRITE-RUN-PANEL.
036400     MOVE FIB-CAT-RUN-ID TO WS-PANEL-RUN-ID.
042100     END-IF.
042200     PERFORM 4400-CHECK-GENERATION-FILES THRU 4400-EXIT.
042300     PERFORM 4500-LIST-AUDIT-DETAIL THRU 4500-EXIT.
042310     PERFORM 4600-LIST-CERTIFICATION THRU 4600-EXIT.
042400 4300-EXIT.
042500     EXIT.
042600
056068     EXIT.
056100
056200*****************************************************************
056201*  4600-LIST-CERTIFICATION - THE RUN'S CURRENT CERTIFICATION
056202*  STATE FROM FIBCERT, THEN EVERY FIBCRTH HISTORY EVENT FOR
056203*  THE RUN IN THE ORDER IT WAS RECORDED.  NO HISTORY FILE MEANS
056204*  NOTHING HAS EVER BEEN RECORDED, WHICH IS NOT AN ERROR
056205*****************************************************************
056206 4600-LIST-CERTIFICATION.
056207     SET FIB-CRT-FUNC-QUERY TO TRUE.
056208     MOVE WS-PANEL-RUN-ID TO FIB-CRT-RUN-ID.
056209     CALL "fibcert" USING FIB-CRT-PARM.
056210     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
056211     MOVE SPACES TO FIB-RPT-T-TEXT.
056212     IF FIB-CRT-CERTIFIED
056213         STRING "  CERTIFICATION: CERTIFIED - " DELIMITED BY SIZE
056214                FIB-CRT-MESSAGE DELIMITED BY SIZE
056215             INTO FIB-RPT-T-TEXT
056216     ELSE
056217         STRING "  CERTIFICATION: NOT CERTIFIED - "
056218                    DELIMITED BY SIZE
056219                FIB-CRT-MESSAGE DELIMITED BY SIZE
056220             INTO FIB-RPT-T-TEXT
056221     END-IF.
056222     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
056223     MOVE ZERO TO WS-CERT-EVENTS.
056224     MOVE "N" TO WS-CRTH-EOF-SW.
056225     OPEN INPUT FIBCRTH.
056226     IF WS-CRTH-STATUS = "00"
056227         PERFORM 4610-READ-HISTORY-RECORD THRU 4610-EXIT
056228         PERFORM 4620-MATCH-HISTORY-RECORD THRU 4620-EXIT
056229             UNTIL WS-CRTH-EOF
056230         CLOSE FIBCRTH
056231     END-IF.
056232     IF WS-CERT-EVENTS = ZERO
056233         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
056234         MOVE "  NO CERTIFICATION HISTORY FOR THIS RUN"
056235             TO FIB-RPT-T-TEXT
056236         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
056237     END-IF.
056238 4600-EXIT.
056239     EXIT.
056240
056241 4610-READ-HISTORY-RECORD.
056242     READ FIBCRTH
056243         AT END
056244             SET WS-CRTH-EOF TO TRUE
056245     END-READ.
056246 4610-EXIT.
056247     EXIT.
056248
056249 4620-MATCH-HISTORY-RECORD.
056250     IF FIB-CRH-RUN-ID = WS-PANEL-RUN-ID
056251         ADD 1 TO WS-CERT-EVENTS
056252         PERFORM 4630-WRITE-HISTORY-LINE THRU 4630-EXIT
056253     END-IF.
056254     PERFORM 4610-READ-HISTORY-RECORD THRU 4610-EXIT.
056255 4620-EXIT.
056256     EXIT.
056257
056258*****************************************************************
056259*  4630-WRITE-HISTORY-LINE - EVENT, RESULT, WHO, AND WHEN; THE
056260*  SIGN-OFF OR REVOCATION REASON, WHEN THERE IS ONE, GOES ON A
056261*  SECOND LINE UNDERNEATH
056262*****************************************************************
056263 4630-WRITE-HISTORY-LINE.
056264     EVALUATE TRUE
056265         WHEN FIB-CRH-EVENT-VERIFY
056266             MOVE "VERIFY" TO WS-CERT-EVENT-NAME
056267         WHEN FIB-CRH-EVENT-BALANCE
056268             MOVE "RECON" TO WS-CERT-EVENT-NAME
056269         WHEN FIB-CRH-EVENT-CERTIFY
056270             MOVE "CERTIFY" TO WS-CERT-EVENT-NAME
056271         WHEN FIB-CRH-EVENT-REVOKE
056272             MOVE "REVOKE" TO WS-CERT-EVENT-NAME
056273         WHEN OTHER
056274             MOVE "EVENT ?" TO WS-CERT-EVENT-NAME
056275     END-EVALUATE.
056276     MOVE FIB-CRH-DATE TO WS-WORK-DATE.
056277     PERFORM 7100-FORMAT-WORK-DATE THRU 7100-EXIT.
056278     MOVE SPACES TO WS-FMT-TIME.
056279     STRING FIB-CRH-TIME (1:2) ":" FIB-CRH-TIME (3:2)
056280            ":" FIB-CRH-TIME (5:2)
056281         DELIMITED BY SIZE INTO WS-FMT-TIME.
056282     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
056283     MOVE SPACES TO FIB-RPT-T-TEXT.
056284     STRING "  CERT: " DELIMITED BY SIZE
056285            WS-CERT-EVENT-NAME DELIMITED BY SIZE
056286            " " DELIMITED BY SIZE
056287            FIB-CRH-RESULT DELIMITED BY SIZE
056288            "  " DELIMITED BY SIZE
056289            FIB-CRH-USER DELIMITED BY SIZE
056290            "  " DELIMITED BY SIZE
056291            WS-FMT-DATE DELIMITED BY SIZE
056292            " " DELIMITED BY SIZE
056293            WS-FMT-TIME DELIMITED BY SIZE
056294            "  " DELIMITED BY SIZE
056295            FIB-CRH-SEQ-ID DELIMITED BY SPACE
056296         INTO FIB-RPT-T-TEXT.
056297     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
056298     IF FIB-CRH-REASON NOT = SPACES
056299         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
056300         MOVE SPACES TO FIB-RPT-T-TEXT
056301         STRING "        REASON: " DELIMITED BY SIZE
056302                FIB-CRH-REASON DELIMITED BY SIZE
056303             INTO FIB-RPT-T-TEXT
056304         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
056305     END-IF.
056306 4630-EXIT.
056307     EXIT.
056308
056309*****************************************************************
056310*  7100-FORMAT-WORK-DATE - YYYYMMDD TO MM/DD/YYYY, THE SAME
056400*  DISPLAY CONVENTION THE OTHER REPORTS USE
056500*****************************************************************
056600 7100-FORMAT-WORK-DATE.
