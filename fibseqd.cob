000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. fibseqd.
000300 AUTHOR. JAMES HILL.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800*  MODIFICATION HISTORY
000900*    2026-10-15  JLH  ORIGINAL PROGRAM.  CALLABLE LOOKUP OF THE
001000*                     FIBSEQ SEQUENCE DIRECTORY (THE TERM-000
001100*                     RECORD EVERY GENERATE REQUEST LEAVES
001200*                     UNDER ITS SEQUENCE IDENTIFIER), SO THE
001300*                     VERIFY, INQUIRY, ANALYTICS, RECONCILE,
001400*                     EXTRACT, AND BACKUP JOBS ALL RESOLVE A
001500*                     SEQUENCE - OR DEFAULT TO THE ONE WRITTEN
001600*                     MOST RECENTLY - THE SAME WAY.  THE
001700*                     PARAMETER AREA IS FIBSEQA.
001710*    2026-10-15  JLH  ADD FUNCTION N (NEXT SEQUENCE OF A RUN) AND
001720*                     FUNCTION C (COUNT A RUN'S SEQUENCES) SO
001730*                     FIBVRFY AND FIBRECON CAN CHECK EVERY
001740*                     SEQUENCE A RUN WROTE.
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT FIBSEQ ASSIGN TO "FIBSEQ"
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS FIB-SEQ-KEY
002600         FILE STATUS IS WS-SEQ-STATUS.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  FIBSEQ
003100     LABEL RECORDS ARE STANDARD.
003200     COPY FIBSEQ.
003300
003400 WORKING-STORAGE SECTION.
003500*****************************************************************
003600*  BEST DIRECTORY ENTRY SEEN SO FAR WHILE SCANNING FOR THE
003700*  SEQUENCE WRITTEN MOST RECENTLY
003800*****************************************************************
003900 77  WS-BEST-RUN-ID          PIC 9(05) VALUE ZERO.
004000 77  WS-BEST-REQUEST-NO      PIC 9(03) VALUE ZERO.
004100 77  WS-BEST-ID              PIC X(36) VALUE SPACES.
004200
004300*****************************************************************
004400*  SWITCHES
004500*****************************************************************
004600 77  WS-SEQ-EOF-SW           PIC X(01) VALUE "N".
004700     88  WS-SEQ-EOF                  VALUE "Y".
004800 77  WS-BEST-FOUND-SW        PIC X(01) VALUE "N".
004900     88  WS-BEST-FOUND               VALUE "Y".
004910 77  WS-RUN-FOUND-SW         PIC X(01) VALUE "N".
004920     88  WS-RUN-FOUND                VALUE "Y".
005000
005100*****************************************************************
005200*  FILE STATUS FIELDS
005300*****************************************************************
005400 77  WS-SEQ-STATUS           PIC X(02) VALUE "00".
005500
005600 LINKAGE SECTION.
005700 COPY FIBSEQA.
005800
005900 PROCEDURE DIVISION USING FIB-SQD-PARM.
006000*****************************************************************
006100*  0000-MAINLINE
006200*****************************************************************
006300 0000-MAINLINE.
006400     MOVE "00" TO FIB-SQD-STATUS.
006500     MOVE "00" TO FIB-SQD-FILE-STATUS.
006510     EVALUATE TRUE
006520         WHEN FIB-SQD-FUNC-RESOLVE
006530             PERFORM 1000-RESOLVE-SEQUENCE THRU 1000-EXIT
006540         WHEN FIB-SQD-FUNC-NEXT
006550             PERFORM 2000-NEXT-RUN-SEQUENCE THRU 2000-EXIT
006560         WHEN FIB-SQD-FUNC-COUNT
006570             PERFORM 3000-COUNT-RUN-SEQUENCES THRU 3000-EXIT
006580         WHEN OTHER
006590             MOVE "08" TO FIB-SQD-STATUS
006600     END-EVALUATE.
007100     GOBACK.
007200 0000-EXIT.
007300     EXIT.
007400
007500*****************************************************************
007600*  1000-RESOLVE-SEQUENCE - A NAMED SEQUENCE IS A RANDOM READ OF
007700*  ITS DIRECTORY RECORD; A BLANK ONE IS A SCAN FOR THE ENTRY
007800*  WITH THE HIGHEST RUN ID AND REQUEST NUMBER
007900*****************************************************************
008000 1000-RESOLVE-SEQUENCE.
008100     OPEN INPUT FIBSEQ.
008200     IF WS-SEQ-STATUS NOT = "00"
008300         MOVE WS-SEQ-STATUS TO FIB-SQD-FILE-STATUS
008400         MOVE "08" TO FIB-SQD-STATUS
008500         GO TO 1000-EXIT
008600     END-IF.
008700     IF FIB-SQD-SEQ-ID = SPACES
008800         PERFORM 1100-FIND-LATEST-SEQUENCE THRU 1100-EXIT
008900     END-IF.
009000     IF FIB-SQD-SEQ-ID = SPACES
009100         MOVE "04" TO FIB-SQD-STATUS
009200         CLOSE FIBSEQ
009300         GO TO 1000-EXIT
009400     END-IF.
009500     MOVE FIB-SQD-SEQ-ID TO FIB-SEQ-ID.
009600     MOVE ZERO TO FIB-SEQ-TERM-NO.
009700     READ FIBSEQ
009800         INVALID KEY
009900             MOVE "04" TO FIB-SQD-STATUS
010000         NOT INVALID KEY
010100             PERFORM 1200-RETURN-DIRECTORY THRU 1200-EXIT
010200     END-READ.
010300     CLOSE FIBSEQ.
010400 1000-EXIT.
010500     EXIT.
010600
010700*****************************************************************
010800*  1100-FIND-LATEST-SEQUENCE - ONE PASS OF THE FILE, LOOKING
010900*  ONLY AT THE TERM-000 DIRECTORY RECORDS
011000*****************************************************************
011100 1100-FIND-LATEST-SEQUENCE.
011200     MOVE ZERO TO WS-BEST-RUN-ID.
011300     MOVE ZERO TO WS-BEST-REQUEST-NO.
011400     MOVE SPACES TO WS-BEST-ID.
011500     MOVE "N" TO WS-BEST-FOUND-SW.
011600     MOVE "N" TO WS-SEQ-EOF-SW.
011700     PERFORM 1110-SCAN-ONE-RECORD THRU 1110-EXIT
011800         UNTIL WS-SEQ-EOF.
011900     IF WS-BEST-FOUND
012000         MOVE WS-BEST-ID TO FIB-SQD-SEQ-ID
012100     END-IF.
012200 1100-EXIT.
012300     EXIT.
012400
012500 1110-SCAN-ONE-RECORD.
012600     READ FIBSEQ NEXT RECORD
012700         AT END
012800             SET WS-SEQ-EOF TO TRUE
012900     END-READ.
013000     IF WS-SEQ-EOF
013100         GO TO 1110-EXIT
013200     END-IF.
013300     IF WS-SEQ-STATUS NOT = "00"
013400         SET WS-SEQ-EOF TO TRUE
013500         GO TO 1110-EXIT
013600     END-IF.
013700     IF FIB-SEQ-DIRECTORY AND FIB-SEQ-DIR-RUN-ID NUMERIC
013800             AND FIB-SEQ-DIR-REQUEST-NO NUMERIC
013900         IF NOT WS-BEST-FOUND
014000                 OR FIB-SEQ-DIR-RUN-ID > WS-BEST-RUN-ID
014100                 OR (FIB-SEQ-DIR-RUN-ID = WS-BEST-RUN-ID
014200                 AND FIB-SEQ-DIR-REQUEST-NO > WS-BEST-REQUEST-NO)
014300             MOVE FIB-SEQ-DIR-RUN-ID TO WS-BEST-RUN-ID
014400             MOVE FIB-SEQ-DIR-REQUEST-NO TO WS-BEST-REQUEST-NO
014500             MOVE FIB-SEQ-ID TO WS-BEST-ID
014600             SET WS-BEST-FOUND TO TRUE
014700         END-IF
014800     END-IF.
014900 1110-EXIT.
015000     EXIT.
015100
015200*****************************************************************
015300*  1200-RETURN-DIRECTORY
015400*****************************************************************
015500 1200-RETURN-DIRECTORY.
015600     MOVE FIB-SEQ-DIR-SEED-PREV TO FIB-SQD-SEED-PREV.
015700     MOVE FIB-SEQ-DIR-SEED-CURR TO FIB-SQD-SEED-CURR.
015800     MOVE FIB-SEQ-DIR-N TO FIB-SQD-N.
015900     MOVE FIB-SEQ-DIR-HIGH-TERM TO FIB-SQD-HIGH-TERM.
016000     MOVE FIB-SEQ-DIR-RUN-ID TO FIB-SQD-RUN-ID.
016100     MOVE FIB-SEQ-DIR-REQUEST-NO TO FIB-SQD-REQUEST-NO.
016200     MOVE FIB-SEQ-DIR-CSV-SECTION TO FIB-SQD-CSV-SECTION.
016300     MOVE FIB-SEQ-DIR-RUN-DATE TO FIB-SQD-RUN-DATE.
016400     MOVE FIB-SEQ-DIR-RUN-TIME TO FIB-SQD-RUN-TIME.
016500     MOVE FIB-SEQ-DIR-STATUS TO FIB-SQD-DIR-STATUS.
016600     MOVE "00" TO FIB-SQD-STATUS.
016700 1200-EXIT.
016800     EXIT.
016810
016820*****************************************************************
016830*  2000-NEXT-RUN-SEQUENCE - POSITION PAST EVERY RECORD OF THE
016840*  SEQUENCE LAST RETURNED AND READ ON TO THE NEXT DIRECTORY
016850*  RECORD THAT CARRIES THE RUN ID ASKED FOR
016860*****************************************************************
016870 2000-NEXT-RUN-SEQUENCE.
016880     OPEN INPUT FIBSEQ.
016890     IF WS-SEQ-STATUS NOT = "00"
016900         MOVE WS-SEQ-STATUS TO FIB-SQD-FILE-STATUS
016910         MOVE "08" TO FIB-SQD-STATUS
016920         GO TO 2000-EXIT
016930     END-IF.
016940     MOVE "N" TO WS-RUN-FOUND-SW.
016950     MOVE "N" TO WS-SEQ-EOF-SW.
016960     MOVE FIB-SQD-SEQ-ID TO FIB-SEQ-ID.
016970     MOVE 999 TO FIB-SEQ-TERM-NO.
016980     START FIBSEQ KEY IS GREATER THAN FIB-SEQ-KEY
016990         INVALID KEY
017000             SET WS-SEQ-EOF TO TRUE
017010     END-START.
017020     PERFORM 2100-SCAN-FOR-RUN THRU 2100-EXIT
017030         UNTIL WS-SEQ-EOF OR WS-RUN-FOUND.
017040     IF WS-RUN-FOUND
017050         MOVE FIB-SEQ-ID TO FIB-SQD-SEQ-ID
017060         PERFORM 1200-RETURN-DIRECTORY THRU 1200-EXIT
017070     ELSE
017080         MOVE "04" TO FIB-SQD-STATUS
017090     END-IF.
017100     CLOSE FIBSEQ.
017110 2000-EXIT.
017120     EXIT.
017130
017140 2100-SCAN-FOR-RUN.
017150     READ FIBSEQ NEXT RECORD
017160         AT END
017170             SET WS-SEQ-EOF TO TRUE
017180     END-READ.
017190     IF WS-SEQ-EOF
017200         GO TO 2100-EXIT
017210     END-IF.
017220     IF WS-SEQ-STATUS NOT = "00"
017230         SET WS-SEQ-EOF TO TRUE
017240         GO TO 2100-EXIT
017250     END-IF.
017260     IF FIB-SEQ-DIRECTORY AND FIB-SEQ-DIR-RUN-ID NUMERIC
017270             AND FIB-SEQ-DIR-RUN-ID = FIB-SQD-RUN-ID
017280         SET WS-RUN-FOUND TO TRUE
017290     END-IF.
017300 2100-EXIT.
017310     EXIT.
017320
017330*****************************************************************
017340*  3000-COUNT-RUN-SEQUENCES - ONE PASS OF THE FILE, COUNTING
017350*  THE DIRECTORY RECORDS THAT CARRY THE RUN ID ASKED FOR
017360*****************************************************************
017370 3000-COUNT-RUN-SEQUENCES.
017380     MOVE ZERO TO FIB-SQD-RUN-SEQ-COUNT.
017390     OPEN INPUT FIBSEQ.
017400     IF WS-SEQ-STATUS NOT = "00"
017410         MOVE WS-SEQ-STATUS TO FIB-SQD-FILE-STATUS
017420         MOVE "08" TO FIB-SQD-STATUS
017430         GO TO 3000-EXIT
017440     END-IF.
017450     MOVE "N" TO WS-SEQ-EOF-SW.
017460     PERFORM 3100-COUNT-ONE-RECORD THRU 3100-EXIT
017470         UNTIL WS-SEQ-EOF.
017480     CLOSE FIBSEQ.
017490     IF FIB-SQD-RUN-SEQ-COUNT = ZERO
017500         MOVE "04" TO FIB-SQD-STATUS
017510     END-IF.
017520 3000-EXIT.
017530     EXIT.
017540
017550 3100-COUNT-ONE-RECORD.
017560     READ FIBSEQ NEXT RECORD
017570         AT END
017580             SET WS-SEQ-EOF TO TRUE
017590     END-READ.
017600     IF WS-SEQ-EOF
017610         GO TO 3100-EXIT
017620     END-IF.
017630     IF WS-SEQ-STATUS NOT = "00"
017640         SET WS-SEQ-EOF TO TRUE
017650         GO TO 3100-EXIT
017660     END-IF.
017670     IF FIB-SEQ-DIRECTORY AND FIB-SEQ-DIR-RUN-ID NUMERIC
017680             AND FIB-SEQ-DIR-RUN-ID = FIB-SQD-RUN-ID
017690         ADD 1 TO FIB-SQD-RUN-SEQ-COUNT
017700     END-IF.
017710 3100-EXIT.
017720     EXIT.
