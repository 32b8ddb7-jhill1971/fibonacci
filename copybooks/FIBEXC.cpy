001100*    P002  BATCH REQUEST FAILED VALIDATION OR EXECUTION
001200*    P003  COMPARE REFUSED - CATALOGED SEED PAIRS DIFFER
001300*    P004  INQUIRY RANGE REFUSED
001310*    P005  EXTEND REFUSED - STORED SEQUENCE CANNOT BE CONTINUED
001320*    P006  RETRACEMENT REFUSED - SEQUENCE CANNOT SUPPLY RATIOS
001400*    S001  FIBSEQ TERM GAP
001500*    S002  FIBSEQ VALUE BREAK
001600*    S003  FIBSEQ VALUE NOT NUMERIC
002000*    B002  WAREHOUSE ACKNOWLEDGMENT MISMATCH
002100*    B003  ARCHIVE CONTROL COUNTS DO NOT BALANCE
002200*    B004  RETAINED GENERATIONS DISAGREE
002210*    B005  RUN NOT CERTIFIED - OUTPUT REFUSED
002300*    R001  RELOAD COUNT OR HASH DISAGREES WITH THE BACKUP
002400*    C001  SCHEDULED PROFILE MISSING FROM THE LIBRARY
002500*    L001  RUN LOCK HELD BY ANOTHER EXECUTION
002600*    L002  RUN LOCK CLEARED BY OPERATOR OVERRIDE
002700*    F001  FILE ERROR - JOB ABORTED
002710*    F002  JOB-STREAM STEP FAILED - DEPENDENT STEPS SKIPPED
002720*    F003  REPORT NOT DISTRIBUTED - OLDER THAN THE RUN OR
002730*          MISSING
002800*    W001  RUN STOPPED ON OVERFLOW (WARNING)
002900*    W002  RUN SUSPENDED AT THE BATCH-WINDOW CUTOFF (WARNING)
002910*    W003  REQUEST FORECAST TO MISS ITS CUTOFF (WARNING)
003000*
003100*  ROUTING: S AND B CODES PAGE THE FIBSEQ-INTEGRITY TEAM,
003200*  P AND C CODES PAGE THE PARAMETER/SCHEDULING TEAM, R AND F
003400*  AND L002) IS LOGGED WITHOUT A PAGE.
003500*
003600*  THE REFERENCE NUMBER CARRIES THE REQUEST NUMBER OR TERM
003610*  NUMBER INVOLVED (FOR B005, F002, AND F003, THE FIBRCAT RUN
003620*  ID), OR ZERO WHEN NONE APPLIES.
003800*-----------------------------------------------------------------
003900*  MODIFICATION HISTORY
004000*    2026-09-02  JLH  ORIGINAL COPYBOOK.
004010*    2026-10-15  JLH  ADD P005, EXTEND REFUSED.
004020*    2026-10-15  JLH  ADD P006, RETRACEMENT REFUSED.
004030*    2026-10-15  JLH  ADD B005, RUN NOT CERTIFIED.
004040*    2026-10-15  JLH  ADD F002, JOB-STREAM STEP FAILED.
004050*    2026-10-15  JLH  ADD W003, REQUEST FORECAST TO MISS CUTOFF.
004060*    2026-10-15  JLH  ADD F003, REPORT NOT DISTRIBUTED.
004100*****************************************************************
004200 01  FIB-EXC-REC.
004300     05  FIB-EXC-JOB-NAME        PIC X(08).
004500     05  FIB-EXC-RUN-TIME        PIC 9(08).
004600     05  FIB-EXC-REASON-CODE     PIC X(04).
004700         88  FIB-EXC-WARNING-CLASS      VALUE "W001" "W002"
004710                                              "W003" "L002".
004900     05  FIB-EXC-REF-NO          PIC 9(05).
005000     05  FIB-EXC-TEXT            PIC X(40).
005100     05  FILLER                  PIC X(07).
