000100******************************************************************
000200*    COPYBOOK:     INTWREC
000300*    AUTHOR:       D. KOWALSKI
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      INTEGRITY-WORKLIST RECORD WRITTEN BY THE
000600*                  HELLOIS SCAN OF THE EMPMSTR MASTER - ONE PER
000700*                  RULE BROKEN BY A RECORD ALREADY ON FILE,
000800*                  CARRYING THE RULE AND THE OFFENDING FIELD AND
000900*                  VALUE SO THE RECORD CAN BE CORRECTED (A CHANGE
001000*                  TRANSACTION OR A REFERENCE-FILE FIX) WITHOUT
001050*                  RERUNNING THE SCAN.
001100*    MODIFICATION HISTORY:
001200*    DATE       INIT DESCRIPTION
001300*    ---------- ---- -----------------------------------------
001400*    2026-10-15 DK   ORIGINAL COPYBOOK.
001500******************************************************************
001600 01  INTEGRITY-WORKLIST-RECORD.
001700     05  IW-EMP-ID                   PIC X(06).
001800     05  IW-RULE-NUMBER              PIC 9(02).
001900     05  IW-RULE-TEXT                PIC X(36).
002000     05  IW-FIELD-NAME               PIC X(10).
002100     05  IW-FIELD-VALUE              PIC X(30).
002200     05  IW-SCAN-DATE                PIC 9(08).
002300     05  FILLER                      PIC X(08).
