000100*****************************************************************
000200*  FIBINC.CPY
000300*  EXCEPTION INCIDENT RECORD - INDEXED (KSDS) FILE FIBINC,
000400*  KEYED BY INCIDENT NUMBER.  THE FIBINCB INTAKE STEP BUILDS
000500*  IT FROM THE FIBEXCF EXCEPTION FILE: A NEW EXCEPTION OPENS
000600*  AN INCIDENT, AND A REPEAT OF THE SAME JOB, REASON CODE AND
000700*  REFERENCE NUMBER WITHIN THE REPEAT WINDOW OF THE INCIDENT'S
000800*  LAST OCCURRENCE IS COUNTED ON THAT INCIDENT INSTEAD.  THE
000900*  ON-CALL ANALYST ACKNOWLEDGES, ANNOTATES, AND RESOLVES
001000*  INCIDENTS THROUGH FIBINCM, AND FIBINCA PRINTS THE DAILY
001100*  AGING REPORT.  EVERY CHANGE IS ALSO APPENDED TO FIBINCH.
001200*
001300*  TEAM IS THE PAGING ROUTE IN FIBEXC.CPY: I = FIBSEQ-INTEGRITY
001400*  (S AND B CODES), P = PARAMETER/SCHEDULING (P AND C CODES),
001500*  O = OPERATIONS (R AND F CODES, L001, AND ANYTHING ELSE).
001600*  THE WARNING CLASS IS NOT PAGED AND OPENS NO INCIDENT.
001700*
001800*  STATE O = OPEN, A = ACKNOWLEDGED, R = RESOLVED.  A REPEAT
001900*  OF A RESOLVED INCIDENT OPENS A NEW ONE.
002000*
002100*  INCIDENT NUMBER 00000 IS THE CONTROL RECORD (FIB-INC-CTL-
002200*  DATA): THE NEXT INCIDENT NUMBER, HOW MANY FIBEXCF RECORDS
002300*  INTAKE HAS TAKEN, AND THE LAST ONE IT TOOK, SO THE NEXT
002400*  INTAKE STARTS AFTER IT - OR FROM THE TOP WHEN FIBEXCF HAS
002500*  BEEN CLEARED OR REPLACED SINCE.
002600*-----------------------------------------------------------------
002700*  MODIFICATION HISTORY
002800*    2026-10-15  JLH  ORIGINAL COPYBOOK.
002900*****************************************************************
003000 01  FIB-INC-REC.
003100     05  FIB-INC-NO              PIC 9(05).
003200         88  FIB-INC-CONTROL-RECORD     VALUE ZERO.
003300     05  FIB-INC-DATA.
003400         10  FIB-INC-JOB-NAME    PIC X(08).
003500         10  FIB-INC-REASON-CODE PIC X(04).
003600         10  FIB-INC-REF-NO      PIC 9(05).
003700         10  FIB-INC-TEAM        PIC X(01).
003800             88  FIB-INC-TEAM-INTEGRITY VALUE "I".
003900             88  FIB-INC-TEAM-PARMSCHED VALUE "P".
004000             88  FIB-INC-TEAM-OPERATIONS
004100                                        VALUE "O".
004200         10  FIB-INC-STATE       PIC X(01).
004300             88  FIB-INC-OPEN           VALUE "O".
004400             88  FIB-INC-ACKNOWLEDGED   VALUE "A".
004500             88  FIB-INC-RESOLVED       VALUE "R".
004600             88  FIB-INC-ACTIVE         VALUE "O" "A".
004700         10  FIB-INC-FIRST-DATE  PIC 9(08).
004800         10  FIB-INC-FIRST-TIME  PIC 9(08).
004900         10  FIB-INC-LAST-DATE   PIC 9(08).
005000         10  FIB-INC-LAST-TIME   PIC 9(08).
005100         10  FIB-INC-OCCURRENCES PIC 9(05).
005200         10  FIB-INC-TEXT        PIC X(40).
005300         10  FIB-INC-ACK-USER    PIC X(08).
005400         10  FIB-INC-ACK-DATE    PIC 9(08).
005500         10  FIB-INC-ACK-TIME    PIC 9(08).
005600         10  FIB-INC-RES-USER    PIC X(08).
005700         10  FIB-INC-RES-DATE    PIC 9(08).
005800         10  FIB-INC-RES-TIME    PIC 9(08).
005900         10  FIB-INC-NOTE        PIC X(60).
006000         10  FIB-INC-NOTE-USER   PIC X(08).
006100         10  FIB-INC-NOTE-DATE   PIC 9(08).
006200         10  FIB-INC-NOTE-TIME   PIC 9(08).
006300         10  FILLER              PIC X(22).
006400     05  FIB-INC-CTL-DATA REDEFINES FIB-INC-DATA.
006500         10  FIB-INC-CTL-NEXT-NO PIC 9(05).
006600         10  FIB-INC-CTL-EXC-COUNT
006700                                 PIC 9(09).
006800         10  FIB-INC-CTL-LAST-JOB
006900                                 PIC X(08).
007000         10  FIB-INC-CTL-LAST-DATE
007100                                 PIC 9(08).
007200         10  FIB-INC-CTL-LAST-TIME
007300                                 PIC 9(08).
007400         10  FIB-INC-CTL-LAST-REASON
007500                                 PIC X(04).
007600         10  FIB-INC-CTL-LAST-REF
007700                                 PIC 9(05).
007800         10  FIB-INC-CTL-RUN-DATE
007900                                 PIC 9(08).
008000         10  FIB-INC-CTL-RUN-TIME
008100                                 PIC 9(08).
008200         10  FILLER              PIC X(187).
