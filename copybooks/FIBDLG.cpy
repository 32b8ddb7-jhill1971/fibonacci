000100*****************************************************************
000200*  FIBDLG.CPY
000300*  REPORT DISTRIBUTION LOG RECORD, APPENDED TO THE FIBDLOG FILE
000400*  BY THE FIBDIST BUNDLING JOB.  THE AUDIT RECORD OF WHO
000500*  RECEIVED WHAT AND WHEN: EVERY RECORD CARRIES THE FIBRCAT RUN
000600*  ID THE BUNDLES WERE BUILT FOR, THE RECIPIENT, THE BUNDLE
000700*  FILE, WHEN IT WAS BUILT, AND THE USER WHO RAN THE JOB.
000800*
000900*  TYPE R - ONE PER REPORT PER RECIPIENT, WITH THE COPIES, THE
001000*           PAGES IN ONE COPY, AND THE RUN DATE/TIME PRINTED ON
001100*           THE REPORT ITSELF (ZERO WHEN IT HAS NONE).  STATUS:
001200*             D  DISTRIBUTED - IN THE BUNDLE
001300*             S  NOT BUNDLED - OLDER THAN THE CURRENT RUN
001400*             M  NOT BUNDLED - THE REPORT FILE IS MISSING
001500*             E  NOT BUNDLED - THE REPORT FILE IS EMPTY
001600*             U  NOT BUNDLED - NO RUN DATE ON THE REPORT
001700*  TYPE B - ONE PER BUNDLE, WRITTEN AFTER ITS R RECORDS, WITH
001800*           THE BUNDLE'S TOTAL PAGES (BANNER AND CONTENTS
001900*           PAGES INCLUDED) AND THE COUNT OF REPORTS BUNDLED IN
002000*           THE COPIES FIELD.  STATUS D, OR S WHEN ANY OF THE
002100*           RECIPIENT'S REPORTS WAS NOT BUNDLED.
002200*-----------------------------------------------------------------
002300*  MODIFICATION HISTORY
002400*    2026-10-15  JLH  ORIGINAL COPYBOOK.
002500*****************************************************************
002600 01  FIB-DLG-REC.
002700     05  FIB-DLG-RUN-ID          PIC 9(05).
002800     05  FIB-DLG-REC-TYPE        PIC X(01).
002900         88  FIB-DLG-REPORT-REC         VALUE "R".
003000         88  FIB-DLG-BUNDLE-REC         VALUE "B".
003100     05  FIB-DLG-RECIPIENT       PIC X(08).
003200     05  FIB-DLG-REPORT          PIC X(08).
003300     05  FIB-DLG-STATUS          PIC X(01).
003400         88  FIB-DLG-DISTRIBUTED        VALUE "D".
003500         88  FIB-DLG-STALE              VALUE "S".
003600         88  FIB-DLG-MISSING            VALUE "M".
003700         88  FIB-DLG-EMPTY              VALUE "E".
003800         88  FIB-DLG-UNDATED            VALUE "U".
003900     05  FIB-DLG-COPIES          PIC 9(02).
004000     05  FIB-DLG-PAGES           PIC 9(05).
004100     05  FIB-DLG-RPT-DATE        PIC 9(08).
004200     05  FIB-DLG-RPT-TIME        PIC 9(08).
004300     05  FIB-DLG-BUNDLE          PIC X(16).
004400     05  FIB-DLG-DATE            PIC 9(08).
004500     05  FIB-DLG-TIME            PIC 9(08).
004600     05  FIB-DLG-USER            PIC X(08).
004700     05  FIB-DLG-TEXT            PIC X(40).
004800     05  FILLER                  PIC X(14).
