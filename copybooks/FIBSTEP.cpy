000100*****************************************************************
000200*  FIBSTEP.CPY
000300*  JOB-STREAM STEP DEFINITION RECORD - ONE RECORD PER STEP OF
000400*  THE OVERNIGHT CHAIN, READ BY THE FIBJOBC CONTROLLER FROM THE
000500*  FIBSTEPS FILE.  THE ORDER OF THE RECORDS IS THE RUN ORDER.
000600*
000700*    NAME        STEP NAME, AS LOGGED ON FIBJLOG.
000710*    COMMAND     WHAT IS RUN FOR THE STEP, AS IT IS TYPED AT
000720*                THE SHELL.  LEFT BLANK, THE STEP NAME IS RUN IN
000730*                LOWER CASE (FIBVRFY RUNS fibvrfy), SO A STEP
000740*                NAMED FOR ITS PROGRAM NEEDS NO COMMAND - EXCEPT
001100*                FIBONACCI, WHOSE NAME IS LONGER THAN A STEP
001200*                NAME: ITS STEP IS FIBONACC, THE JOB NAME IT
001210*                USES ON FIBEXCF, WITH COMMAND fibonacci.
001400*    ACCEPT-RC   UP TO FIVE RETURN CODES (TWO DIGITS EACH) THE
001500*                STEP MAY END WITH AND STILL COUNT AS COMPLETED.
001600*                ALL BLANK ACCEPTS 00 ONLY.  ANY OTHER RETURN
001700*                CODE FAILS THE STEP.
001800*    STOP-RC     A RETURN CODE THAT STOPS THE CHAIN CLEANLY,
001900*                NOT AS A FAILURE, TO BE RESUMED AT THIS STEP
002000*                ON THE NEXT RUN (02 ON FIBONACCI, ITS SUSPEND
002100*                AT THE BATCH-WINDOW CUTOFF).  BLANK = NONE.
002200*    DEPENDENT   UP TO EIGHT STEPS THAT NEED THIS ONE.  WHEN
002300*                THIS STEP FAILS THEY ARE SKIPPED, AND SO ARE
002400*                THEIR OWN DEPENDENTS.  A DEPENDENT MUST BE
002500*                DEFINED LATER IN THE FILE.
002600*
002700*  THE STANDARD CHAIN:
002710*    FIBBUILD   ACCEPT 00 04         DEPENDENTS FIBFCST FIBONACC
002720*    FIBFCST    ACCEPT 00 04
002900*    FIBONACC   ACCEPT 00 04 STOP 02 DEPENDENTS FIBVRFY FIBRECON
002910*                                    FIBUNLD FIBWEXT FIBDIST
003100*    FIBVRFY    ACCEPT 00 04         DEPENDENTS FIBWEXT
003200*    FIBRECON   ACCEPT 00 04         DEPENDENTS FIBWEXT
003300*    FIBUNLD    ACCEPT 00 04
003400*    FIBWEXT    ACCEPT 00 04
003410*    FIBINCB    ACCEPT 00 04         DEPENDENTS FIBINCA
003420*    FIBINCA    ACCEPT 00 04
003430*    FIBDIST    ACCEPT 00 04
003500*-----------------------------------------------------------------
003600*  MODIFICATION HISTORY
003700*    2026-10-15  JLH  ORIGINAL COPYBOOK.
003710*    2026-10-15  JLH  ADD FIBFCST TO THE STANDARD CHAIN.
003720*    2026-10-15  JLH  ADD FIBINCB AND FIBINCA TO THE CHAIN.
003730*    2026-10-15  JLH  ADD FIBDIST TO THE STANDARD CHAIN.
003740*    2026-10-15  JLH  A BLANK COMMAND NOW RUNS THE STEP NAME IN
003750*                     LOWER CASE, THE WAY THE PROGRAMS ARE NAMED;
003760*                     FIBDIST IS A DEPENDENT OF FIBONACC, SO A
003770*                     FAILED GENERATE HOLDS LAST NIGHT'S REPORTS
003780*                     BACK FROM DISTRIBUTION.
003800*****************************************************************
003900 01  FIB-STP-REC.
004000     05  FIB-STP-NAME            PIC X(08).
004100     05  FIB-STP-COMMAND         PIC X(60).
004200     05  FIB-STP-ACCEPT-RC       PIC X(02) OCCURS 5 TIMES.
004300     05  FIB-STP-STOP-RC         PIC X(02).
004400     05  FIB-STP-DEPENDENT       PIC X(08) OCCURS 8 TIMES.
004500     05  FILLER                  PIC X(06).
