000100*****************************************************************
000200*  FIBINCH.CPY
000300*  EXCEPTION INCIDENT HISTORY RECORD - APPENDED TO FIBINCH FOR
000400*  EVERY CHANGE TO AN FIBINC INCIDENT, SO THERE IS A RECORD OF
000500*  EVERY OCCURRENCE AND OF WHO LOOKED AT THE INCIDENT AND WHEN.
000600*  FOR AN OPEN OR REPEAT EVENT THE USER IS THE INTAKE JOB, THE
000700*  DATE AND TIME ARE THE EXCEPTION'S, AND THE TEXT IS THE
000800*  EXCEPTION TEXT; FOR AN OPERATOR EVENT THE USER IS THE
000900*  ANALYST'S USER ID AND THE TEXT IS THE NOTE ENTERED.
001000*
001100*  EVENT O = INCIDENT OPENED
001200*        R = REPEAT OCCURRENCE COUNTED
001300*        A = ACKNOWLEDGED
001400*        N = ANNOTATED
001500*        C = RESOLVED (CLOSED)
001600*-----------------------------------------------------------------
001700*  MODIFICATION HISTORY
001800*    2026-10-15  JLH  ORIGINAL COPYBOOK.
001900*****************************************************************
002000 01  FIB-INH-REC.
002100     05  FIB-INH-INC-NO          PIC 9(05).
002200     05  FIB-INH-EVENT           PIC X(01).
002300         88  FIB-INH-EVENT-OPEN         VALUE "O".
002400         88  FIB-INH-EVENT-REPEAT       VALUE "R".
002500         88  FIB-INH-EVENT-ACK          VALUE "A".
002600         88  FIB-INH-EVENT-NOTE         VALUE "N".
002700         88  FIB-INH-EVENT-RESOLVE      VALUE "C".
002800     05  FIB-INH-JOB-NAME        PIC X(08).
002900     05  FIB-INH-REASON-CODE     PIC X(04).
003000     05  FIB-INH-REF-NO          PIC 9(05).
003100     05  FIB-INH-USER            PIC X(08).
003200     05  FIB-INH-DATE            PIC 9(08).
003300     05  FIB-INH-TIME            PIC 9(08).
003400     05  FIB-INH-TEXT            PIC X(60).
003500     05  FILLER                  PIC X(13).
