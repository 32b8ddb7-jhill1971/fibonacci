001900*                     8.  AFTER A PROVEN FIBSEQ RELOAD THE
002000*                     REPORT TELLS THE OPERATOR TO RUN FIBVRFY
002100*                     BEFORE RELEASING THE DOWNSTREAM JOBS.
002107*    2026-10-15  JLH  FIBSEQ NOW HOLDS EVERY GENERATE REQUEST'S
002114*                     SEQUENCE, KEYED BY SEQUENCE AND TERM, SO THE
002121*                     BACKUP RECORD GROWS TO 282 BYTES.  A
002128*                     SEQUENCE IDENTIFIER ON FIBRLDP RELOADS THAT
002135*                     ONE SEQUENCE INTO THE EXISTING FIBSEQ,
002142*                     REPLACING ITS RECORDS AND LEAVING EVERY
002149*                     OTHER SEQUENCE ALONE; LEFT BLANK, THE WHOLE
002156*                     FILE IS REBUILT AS BEFORE.  THE COUNT AND
002163*                     HASH ARE NOW TALLIED OVER EVERY BACKUP
002170*                     RECORD READ, WHICH IS WHAT THE TRAILER
002177*                     COVERS, AND THE RECORDS ACTUALLY RELOADED
002184*                     ARE REPORTED BESIDE THEM.
002187*    2026-10-15  JLH  THE FIBPRFBK RECORD IS WIDENED TO THE
002190*                     148-BYTE FIBPROF LAYOUT, SO THE PROFILE
002193*                     VERSION IS CARRIED THROUGH THE BACKUP AND
002196*                     THE UNLOAD AND RELOAD HASH TOTALS AGREE.
002206*    2026-10-15  JLH  A FIBSEQ RELOAD FIRST READS THE SCOPE OFF
002216*                     THE FIBSEQBK TRAILER.  A WHOLE-FILE RELOAD
002226*                     FROM A BACKUP OF ONE SEQUENCE, OR A NAMED
002236*                     RELOAD FROM A BACKUP OF ANOTHER SEQUENCE, IS
002246*                     REFUSED WITH AN F001 EXCEPTION AND RETURN
002256*                     CODE 12, AND FIBSEQ IS LEFT AS IT STANDS.
002266*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
003700
003800     SELECT FIBSEQ ASSIGN TO "FIBSEQ"
003900         ORGANIZATION IS INDEXED
003910         ACCESS MODE IS DYNAMIC
003920         RECORD KEY IS FIB-SEQ-KEY
004200         FILE STATUS IS WS-SEQ-STATUS.
004300
004400     SELECT FIBPROF ASSIGN TO "FIBPROF"
006300
006400 FD  FIBSEQBK
006500     LABEL RECORDS ARE STANDARD.
006510 01  FIB-SEQBK-RECORD            PIC X(282).
006700
006800 FD  FIBPRFBK
006900     LABEL RECORDS ARE STANDARD.
007000 01  FIB-PRFBK-RECORD            PIC X(148).
007100
007200 FD  FIBSEQ
007300     LABEL RECORDS ARE STANDARD.
009200 COPY FIBRPT.
009300
009400*****************************************************************
009410*  BACKUP TRAILER AS FOUND ON THE FLAT FILE.  THE SCOPE OF A
009420*  FIBSEQBK BACKUP IS THE ONE SEQUENCE IT HOLDS, SPACES FOR THE
009430*  WHOLE FILE
009600*****************************************************************
009700 77  WS-TRL-COUNT            PIC 9(09) VALUE ZERO.
009800 77  WS-TRL-HASH             PIC 9(18) VALUE ZERO.
009810 77  WS-TRL-SEQ-ID           PIC X(36) VALUE SPACES.
009900 77  WS-TRL-FOUND-SW         PIC X(01) VALUE "N".
010000     88  WS-TRAILER-FOUND            VALUE "Y".
010100
010200*****************************************************************
010210*  REBUILD STATE - COUNT AND HASH RECOMPUTED OVER EVERY RECORD
010220*  READ FROM THE BACKUP, AS THE TRAILER COVERS.  THE HASH IS THE
010230*  SAME WEIGHTED DIGIT TALLY FIBUNLD WRITES: EVERY DECIMAL DIGIT
010240*  D IN A RECORD IMAGE ADDS D PLUS 1 TO THE TOTAL.  THE LOADED
010250*  COUNT IS THE RECORDS ACTUALLY WRITTEN TO THE INDEXED FILE
010700*****************************************************************
010800 77  WS-RECORD-COUNT         PIC 9(09) VALUE ZERO.
010900 77  WS-HASH-TOTAL           PIC 9(18) VALUE ZERO.
010910 77  WS-LOADED-COUNT         PIC 9(09) VALUE ZERO.
010920 01  WS-HASH-RECORD          PIC X(282).
011100 01  WS-DIGIT-CHARS          PIC X(10) VALUE "0123456789".
011200 01  WS-DIGIT-CHARS-D REDEFINES WS-DIGIT-CHARS.
011300     05  WS-DIGIT-CHAR       OCCURS 10 TIMES PIC X(01).
011400 77  WS-DIGIT-SUB            PIC 9(02) COMP VALUE ZERO.
011500 77  WS-DIGIT-COUNT          PIC 9(03) VALUE ZERO.
011600 77  WS-FILE-LABEL           PIC X(08) VALUE SPACES.
011607
011614*****************************************************************
011621*  THE ONE SEQUENCE TO RELOAD, FROM FIBRLDP - SPACES REBUILDS
011628*  THE WHOLE OF FIBSEQ.  ITS RECORDS ALREADY ON FIBSEQ ARE
011635*  DELETED WHEN THE FIRST OF ITS BACKUP RECORDS IS REACHED, SO A
011642*  BACKUP WITHOUT IT LEAVES FIBSEQ UNTOUCHED
011649*****************************************************************
011656 77  WS-SEQ-ID               PIC X(36) VALUE SPACES.
011663 77  WS-CLEARED-SW           PIC X(01) VALUE "N".
011670     88  WS-SEQ-CLEARED              VALUE "Y".
011677 77  WS-CLEAR-EOF-SW         PIC X(01) VALUE "N".
011684     88  WS-CLEAR-EOF                VALUE "Y".
011700
011800*****************************************************************
011900*  ZERO-SUPPRESSED FIELDS FOR NUMERIC VALUES STRUNG INTO
024100         MOVE 16 TO RETURN-CODE
024200         STOP RUN
024300     END-IF.
024310     IF FIB-RLDP-FILE-SEQ
024320         MOVE FIB-RLDP-SEQ-ID TO WS-SEQ-ID
024330     END-IF.
024400 2000-EXIT.
024500     EXIT.
024600
028500     MOVE SPACE TO FIB-RPT-T-CTL.
028600     MOVE SPACES TO FIB-RPT-T-TEXT.
028700     WRITE FIB-RELOAD-REPORT-RECORD FROM FIB-RPT-TEXT-LINE.
028710     IF WS-SEQ-ID NOT = SPACES
028720         MOVE SPACE TO FIB-RPT-T-CTL
028730         MOVE SPACES TO FIB-RPT-T-TEXT
028740         STRING "SEQUENCE: " DELIMITED BY SIZE
028750                WS-SEQ-ID DELIMITED BY SIZE
028760             INTO FIB-RPT-T-TEXT
028770         WRITE FIB-RELOAD-REPORT-RECORD FROM FIB-RPT-TEXT-LINE
028780         MOVE SPACES TO FIB-RPT-T-TEXT
028790         WRITE FIB-RELOAD-REPORT-RECORD FROM FIB-RPT-TEXT-LINE
028800         MOVE 5 TO WS-LINE-COUNT
028810     ELSE
028820         MOVE 3 TO WS-LINE-COUNT
028830     END-IF.
028900 3100-EXIT.
029000     EXIT.
029100
029200*****************************************************************
029300*  4000-RELOAD-FIBSEQ - REBUILD THE INDEXED FILE FROM THE FLAT
029310*  BACKUP, TALLYING EVERY RECORD READ.  A NAMED SEQUENCE IS
029320*  RELOADED INTO THE EXISTING FILE, OPENED I-O, SO THE OTHER
029330*  SEQUENCES ON IT SURVIVE.  THE BACKUP'S SCOPE IS CHECKED
029340*  BEFORE FIBSEQ IS OPENED AT ALL
029500*****************************************************************
029600 4000-RELOAD-FIBSEQ.
029700     OPEN INPUT FIBSEQBK.
029800     IF WS-SEQBK-STATUS NOT = "00"
029900         PERFORM 5900-REPORT-NO-BACKUP THRU 5900-EXIT
030000     END-IF.
030005     PERFORM 4050-CHECK-BACKUP-SCOPE THRU 4050-EXIT.
030010     IF WS-SEQ-ID = SPACES
030020         OPEN OUTPUT FIBSEQ
030030     ELSE
030040         OPEN I-O FIBSEQ
030050     END-IF.
030200     IF WS-SEQ-STATUS NOT = "00"
030300         DISPLAY "FRL4000E - UNABLE TO OPEN FIBSEQ FOR "
030400                 "RELOAD, STATUS = " WS-SEQ-STATUS
031300     CLOSE FIBSEQBK.
031400     CLOSE FIBSEQ.
031500 4000-EXIT.
031501     EXIT.
031502
031503*****************************************************************
031504*  4050-CHECK-BACKUP-SCOPE - READ AHEAD TO THE TRAILER FOR THE
031505*  SCOPE OF THE BACKUP.  A BACKUP OF ONE SEQUENCE CANNOT
031506*  REBUILD THE WHOLE FILE - EVERY OTHER SEQUENCE WOULD BE LOST -
031507*  AND CANNOT RELOAD A SEQUENCE IT DOES NOT HOLD.  A BACKUP OF
031508*  THE WHOLE FILE SERVES EITHER KIND OF RELOAD.  THE BACKUP IS
031509*  THEN REOPENED FOR THE RELOAD ITSELF
031510*****************************************************************
031511 4050-CHECK-BACKUP-SCOPE.
031512     MOVE SPACES TO WS-TRL-SEQ-ID.
031513     PERFORM 4100-READ-SEQ-BACKUP THRU 4100-EXIT.
031514     PERFORM 4060-LOOK-FOR-TRAILER THRU 4060-EXIT
031515         UNTIL WS-BK-EOF.
031516     CLOSE FIBSEQBK.
031517     IF WS-TRL-SEQ-ID NOT = SPACES
031518             AND WS-TRL-SEQ-ID NOT = WS-SEQ-ID
031519         PERFORM 4070-REFUSE-SCOPE THRU 4070-EXIT
031520     END-IF.
031521     MOVE "N" TO WS-BK-EOF-SW.
031522     OPEN INPUT FIBSEQBK.
031523     IF WS-SEQBK-STATUS NOT = "00"
031524         PERFORM 5900-REPORT-NO-BACKUP THRU 5900-EXIT
031525     END-IF.
031526 4050-EXIT.
031527     EXIT.
031528
031529 4060-LOOK-FOR-TRAILER.
031530     IF FIB-SEQBK-RECORD (1:8) = "TRAILER,"
031531         MOVE FIB-SEQBK-RECORD (38:36) TO WS-TRL-SEQ-ID
031532         SET WS-BK-EOF TO TRUE
031533         GO TO 4060-EXIT
031534     END-IF.
031535     PERFORM 4100-READ-SEQ-BACKUP THRU 4100-EXIT.
031536 4060-EXIT.
031537     EXIT.
031538
031539*****************************************************************
031540*  4070-REFUSE-SCOPE - FIBSEQ IS LEFT AS IT STANDS
031541*****************************************************************
031542 4070-REFUSE-SCOPE.
031543     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
031544     MOVE SPACES TO FIB-RPT-T-TEXT.
031545     STRING "FIBSEQBK HOLDS ONLY SEQUENCE " DELIMITED BY SIZE
031546            WS-TRL-SEQ-ID DELIMITED BY SIZE
031547         INTO FIB-RPT-T-TEXT.
031548     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
031549     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
031550     MOVE SPACES TO FIB-RPT-T-TEXT.
031551     IF WS-SEQ-ID = SPACES
031552         MOVE "  - WHOLE-FILE RELOAD REFUSED, FIBSEQ LEFT AS IT "
031553             TO FIB-RPT-T-TEXT
031554         MOVE "STANDS" TO FIB-RPT-T-TEXT (50:6)
031555         DISPLAY "FRL4070E - FIBSEQBK HOLDS ONE SEQUENCE ONLY, "
031556                 "WHOLE-FILE RELOAD REFUSED"
031557         MOVE "FIBSEQBK HOLDS ONE SEQUENCE ONLY"
031558             TO WS-EXC-TEXT
031559     ELSE
031560         MOVE "  - NOT THE SEQUENCE NAMED, FIBSEQ LEFT AS IT "
031561             TO FIB-RPT-T-TEXT
031562         MOVE "STANDS" TO FIB-RPT-T-TEXT (47:6)
031563         DISPLAY "FRL4070E - FIBSEQBK DOES NOT HOLD SEQUENCE "
031564                 WS-SEQ-ID ", NOT RELOADED"
031565         MOVE "FIBSEQBK HOLDS ANOTHER SEQUENCE" TO WS-EXC-TEXT
031566     END-IF.
031567     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
031568     MOVE "F001" TO WS-EXC-REASON.
031569     MOVE ZERO TO WS-EXC-REF.
031570     PERFORM 8500-WRITE-EXCEPTION-RECORD THRU 8500-EXIT.
031571     MOVE 12 TO RETURN-CODE.
031572     CLOSE FIBRLRPT.
031573     STOP RUN.
031574 4070-EXIT.
031600     EXIT.
031700
031800 4100-READ-SEQ-BACKUP.
032720         MOVE FIB-SEQBK-RECORD (9:9) TO WS-TRL-COUNT
032730         MOVE FIB-SEQBK-RECORD (19:18) TO WS-TRL-HASH
032900     ELSE
034200         ADD 1 TO WS-RECORD-COUNT
034300         MOVE SPACES TO WS-HASH-RECORD
034400         MOVE FIB-SEQBK-RECORD TO WS-HASH-RECORD
034500         PERFORM 8000-ADD-RECORD-TO-HASH THRU 8000-EXIT
034510         MOVE FIB-SEQBK-RECORD TO FIB-SEQ-REC
034520         IF WS-SEQ-ID = SPACES
034530                 OR FIB-SEQ-ID = WS-SEQ-ID
034540             PERFORM 4300-WRITE-SEQ-RECORD THRU 4300-EXIT
034550         END-IF
034600     END-IF.
034700     PERFORM 4100-READ-SEQ-BACKUP THRU 4100-EXIT.
034800 4200-EXIT.
034801     EXIT.
034802
034803*****************************************************************
034804*  4300-WRITE-SEQ-RECORD - THE FIRST RECORD OF A NAMED SEQUENCE
034805*  CLEARS WHAT FIBSEQ HOLDS FOR IT BEFORE ANYTHING IS WRITTEN
034806*****************************************************************
034807 4300-WRITE-SEQ-RECORD.
034808     IF WS-SEQ-ID NOT = SPACES AND NOT WS-SEQ-CLEARED
034809         PERFORM 4400-CLEAR-SEQUENCE THRU 4400-EXIT
034810         MOVE FIB-SEQBK-RECORD TO FIB-SEQ-REC
034811     END-IF.
034812     WRITE FIB-SEQ-REC
034813         INVALID KEY
034814             DISPLAY "FRL4300E - UNABLE TO WRITE FIBSEQ "
034815                     "TERM " FIB-SEQ-TERM-NO ", STATUS = "
034816                     WS-SEQ-STATUS
034817             MOVE 12 TO RETURN-CODE
034818             CLOSE FIBSEQBK
034819             CLOSE FIBSEQ
034820             CLOSE FIBRLRPT
034821             STOP RUN
034822     END-WRITE.
034823     ADD 1 TO WS-LOADED-COUNT.
034824 4300-EXIT.
034825     EXIT.
034826
034827*****************************************************************
034828*  4400-CLEAR-SEQUENCE - DELETE EVERY RECORD FIBSEQ HOLDS FOR
034829*  THE NAMED SEQUENCE, DIRECTORY RECORD INCLUDED
034830*****************************************************************
034831 4400-CLEAR-SEQUENCE.
034832     SET WS-SEQ-CLEARED TO TRUE.
034833     MOVE WS-SEQ-ID TO FIB-SEQ-ID.
034834     MOVE ZERO TO FIB-SEQ-TERM-NO.
034835     START FIBSEQ KEY IS NOT LESS THAN FIB-SEQ-KEY
034836         INVALID KEY
034837             SET WS-CLEAR-EOF TO TRUE
034838     END-START.
034839     PERFORM 4410-DELETE-ONE-RECORD THRU 4410-EXIT
034840         UNTIL WS-CLEAR-EOF.
034841 4400-EXIT.
034842     EXIT.
034843
034844 4410-DELETE-ONE-RECORD.
034845     READ FIBSEQ NEXT RECORD
034846         AT END
034847             SET WS-CLEAR-EOF TO TRUE
034848     END-READ.
034849     IF NOT WS-CLEAR-EOF
034850         IF WS-SEQ-STATUS NOT = "00"
034851                 OR FIB-SEQ-ID NOT = WS-SEQ-ID
034852             SET WS-CLEAR-EOF TO TRUE
034853         ELSE
034854             DELETE FIBSEQ RECORD
034855                 INVALID KEY
034856                     SET WS-CLEAR-EOF TO TRUE
034857             END-DELETE
034858         END-IF
034859     END-IF.
034860 4410-EXIT.
034900     EXIT.
035000
036500*****************************************************************
041300                 STOP RUN
041400         END-WRITE
041500         ADD 1 TO WS-RECORD-COUNT
041510         ADD 1 TO WS-LOADED-COUNT
041600         MOVE SPACES TO WS-HASH-RECORD
041700         MOVE FIB-PRFBK-RECORD TO WS-HASH-RECORD
041800         PERFORM 8000-ADD-RECORD-TO-HASH THRU 8000-EXIT
045500     MOVE WS-HASH-TOTAL TO WS-EDIT-HASH.
045600     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
045700     MOVE SPACES TO FIB-RPT-T-TEXT.
045710     STRING "BACKUP READ,      RECORDS " DELIMITED BY SIZE
046000            WS-EDIT-COUNT DELIMITED BY SIZE
046100            "  HASH " DELIMITED BY SIZE
046200            WS-EDIT-HASH DELIMITED BY SIZE
047200            WS-EDIT-HASH DELIMITED BY SIZE
047300         INTO FIB-RPT-T-TEXT.
047400     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
047410     MOVE WS-LOADED-COUNT TO WS-EDIT-COUNT.
047420     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
047430     MOVE SPACES TO FIB-RPT-T-TEXT.
047440     STRING WS-FILE-LABEL DELIMITED BY SIZE
047450            "RELOADED, RECORDS " DELIMITED BY SIZE
047460            WS-EDIT-COUNT DELIMITED BY SIZE
047470         INTO FIB-RPT-T-TEXT.
047480     PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT.
047500     IF WS-TRAILER-FOUND
047600             AND WS-TRL-COUNT = WS-RECORD-COUNT
047700             AND WS-TRL-HASH = WS-HASH-TOTAL
047710             AND WS-LOADED-COUNT > ZERO
047800         SET WS-RELOAD-PROVEN TO TRUE
047809     END-IF.
047818     IF WS-LOADED-COUNT = ZERO
047827         PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT
047836         MOVE SPACES TO FIB-RPT-T-TEXT
047845         STRING WS-FILE-LABEL DELIMITED BY SIZE
047854                "LEFT AS IT STANDS - NOTHING ON THE BACKUP "
047863                DELIMITED BY SIZE
047872                "TO RELOAD" DELIMITED BY SIZE
047881             INTO FIB-RPT-T-TEXT
047890         PERFORM 7310-WRITE-HELD-LINE THRU 7310-EXIT
047900     END-IF.
048000     PERFORM 7300-WRITE-TEXT-LINE THRU 7300-EXIT.
048100     MOVE SPACES TO FIB-RPT-T-TEXT.
