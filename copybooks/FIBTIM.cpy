000100*****************************************************************
000200*  FIBTIM.CPY
000300*  GENERATE REQUEST TIMING HISTORY RECORD, APPENDED TO THE
000400*  FIBTIMH FILE BY THE GENERATE PROGRAM FOR EVERY GENERATE
000500*  REQUEST IT EXECUTES.  FIBSTAT IS OVERWRITTEN AS A RUN GOES
000600*  AND THE AUDIT RECORD CARRIES NO START TIME, SO THIS IS THE
000700*  RECORD OF HOW LONG EACH REQUEST ACTUALLY TOOK - THE HISTORY
000800*  THE FIBFCST PRE-FLIGHT FORECAST ESTIMATES TONIGHT'S
000900*  REQUESTS FROM.
001000*
001100*  THE SEQUENCE ID IS THE FIBSEQ KEY THE REQUEST WROTE UNDER:
001200*  ITS PROFILE NAME, OR ITS SEED PAIR WHEN IT NAMED NO PROFILE.
001300*  THE START AND END ARE THE REQUEST'S OWN, AND THE TERMS ARE
001400*  THE TERMS THIS EXECUTION PRODUCED - NOT THOSE A SUSPENDED
001500*  RUN ALREADY HAD ON FILE, NOR THE STORED TERMS AN EXTEND
001600*  CONTINUED FROM.  TERMS PER MINUTE IS THEIR RATE OVER THE
001700*  ELAPSED TIME.
001800*
001900*  OUTCOME:  C  COMPLETED
002000*            S  SUSPENDED AT THE BATCH-WINDOW CUTOFF
002100*            O  STOPPED ON OVERFLOW
002200*            F  FAILED OR REFUSED
002300*-----------------------------------------------------------------
002400*  MODIFICATION HISTORY
002500*    2026-10-15  JLH  ORIGINAL COPYBOOK.
002600*****************************************************************
002700 01  FIB-TIM-REC.
002800     05  FIB-TIM-RUN-ID          PIC 9(05).
002900     05  FIB-TIM-REQUEST-NO      PIC 9(03).
003000     05  FIB-TIM-SEQ-ID          PIC X(36).
003100     05  FIB-TIM-N               PIC 9(03).
003200     05  FIB-TIM-EXTEND          PIC X(01).
003300     05  FIB-TIM-RESUMED         PIC X(01).
003400     05  FIB-TIM-START-DATE      PIC 9(08).
003500     05  FIB-TIM-START-TIME      PIC 9(08).
003600     05  FIB-TIM-END-DATE        PIC 9(08).
003700     05  FIB-TIM-END-TIME        PIC 9(08).
003800     05  FIB-TIM-ELAPSED-SECS    PIC 9(06).
003900     05  FIB-TIM-TERMS           PIC 9(03).
004000     05  FIB-TIM-TERMS-PER-MIN   PIC 9(05).
004100     05  FIB-TIM-OUTCOME         PIC X(01).
004200         88  FIB-TIM-COMPLETED          VALUE "C".
004300         88  FIB-TIM-SUSPENDED          VALUE "S".
004400         88  FIB-TIM-OVERFLOWED         VALUE "O".
004500         88  FIB-TIM-FAILED             VALUE "F".
004600     05  FILLER                  PIC X(10).
