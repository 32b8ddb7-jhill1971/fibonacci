000100*****************************************************************
000200*  FIBPJR.CPY
000300*  PROFILE CHANGE JOURNAL RECORD - APPENDED TO FIBPJRN BY THE
000400*  FIBPROFM MAINTENANCE PROGRAM FOR EVERY PROFILE IT ADDS,
000500*  CHANGES, OR DELETES, IN THE ORDER THE CHANGES WERE MADE.
000600*  THE BEFORE AND AFTER IMAGES ARE THE FULL FIB-PROF-PARM-DATA
000700*  (A FIB-PARM-REC IMAGE) EITHER SIDE OF THE CHANGE, SO THE
000800*  FIBPRFH REPORT CAN REBUILD ANY PROFILE AS IT STOOD ON ANY
000900*  DATE.  THE BEFORE IMAGE IS BLANK FOR AN ADD AND THE AFTER
001000*  IMAGE IS BLANK FOR A DELETE.
001100*
001200*  THE VERSION NUMBERS A PROFILE'S CHANGES FROM 1, AND KEEPS
001300*  COUNTING ACROSS A DELETE AND RE-ADD, SO A VERSION NUMBER
001400*  NAMES ONE SET OF PROFILE CONTENTS FOR GOOD.  IT IS THE
001500*  VERSION FIBONACCI STAMPS ON FIBAUDIT AND FIBRCAT WHEN IT
001600*  RUNS THE PROFILE.  THE USER IS THE OPERATOR'S LOGON USER ID.
001700*-----------------------------------------------------------------
001800*  MODIFICATION HISTORY
001900*    2026-10-15  JLH  ORIGINAL COPYBOOK.
002000*****************************************************************
002100 01  FIB-PJR-REC.
002200     05  FIB-PJR-PROF-NAME       PIC X(16).
002300     05  FIB-PJR-VERSION         PIC 9(05).
002400     05  FIB-PJR-ACTION          PIC X(01).
002500         88  FIB-PJR-ADDED              VALUE "A".
002600         88  FIB-PJR-CHANGED            VALUE "C".
002700         88  FIB-PJR-DELETED            VALUE "D".
002800     05  FIB-PJR-USER            PIC X(08).
002900     05  FIB-PJR-DATE            PIC 9(08).
003000     05  FIB-PJR-TIME            PIC 9(08).
003100     05  FIB-PJR-BEFORE-DATA     PIC X(87).
003200     05  FIB-PJR-AFTER-DATA      PIC X(87).
003300     05  FIB-PJR-AFTER-DESC      PIC X(40).
003400     05  FILLER                  PIC X(10).
