001796*                     AND PER-MODE ALIKE - SO THE SECTIONS
001797*                     STILL RECONCILE WITH EACH OTHER.  THEY
001798*                     ARE NOT RUNS.
001808*    2026-10-15  JLH  READ ARCHIVED FIBAUDIT RECORDS AT THEIR NEW
001818*                     334-BYTE LENGTH (SEQUENCE IDENTIFIER ADDED).
001820*    2026-10-15  JLH  READ ARCHIVED FIBAUDIT RECORDS AT THEIR NEW
001822*                     355-BYTE LENGTH (PROFILE NAME AND VERSION
001824*                     ADDED).
001828*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
004340
004350 FD  FIBAUDAR
004360     LABEL RECORDS ARE STANDARD.
004370 01  FIB-ARCH-RECORD             PIC X(355).
004380
004400 FD  FIBAURPT
004500     LABEL RECORDS ARE STANDARD.
