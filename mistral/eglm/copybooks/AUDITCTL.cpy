000100******************************************************************
000200*    COPYBOOK:     AUDITCTL
000300*    AUTHOR:       D. KOWALSKI
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      CONTROL-RECORD VIEW OF THE 95-BYTE AUDITLOG
000600*                  RECORD (COPYBOOK AUDITREC), CODED IN THE SAME
000700*                  FD AFTER IT.  THE AUDIT LOG IS A GDG; EVERY
000800*                  GENERATION OPENS WITH A *GEN-OPENING* RECORD
000900*                  CARRYING THE PRIOR GENERATION'S CLOSING ENTRY
001000*                  COUNT AND HASH (THE FIRST GENERATION'S, SEEDED
001100*                  BY HELLODEF OR HELLOAMG, CARRIES ZEROS), AND
001200*                  HELLOAX CLOSES EACH ONE WITH A *GEN-CLOSING*
001300*                  RECORD HOLDING THE RUNNING ENTRY COUNT (OPENING
001400*                  COUNT PLUS THE ENTRIES IN IT) AND THE RUNNING
001500*                  HASH OVER THEM, STARTED FROM THE OPENING HASH.
001600*                  HELLOAV RECOMPUTES BOTH.  THE RECORD TYPE SITS
001700*                  WHERE AN ENTRY HOLDS ITS FIELD NAME, SO A
001800*                  READER TELLS THE TWO APART THERE.
001900*    MODIFICATION HISTORY:
002000*    DATE       INIT DESCRIPTION
002100*    ---------- ---- -----------------------------------------
002200*    2026-10-15 DK   ORIGINAL COPYBOOK.
002300******************************************************************
002400 01  AUDIT-CONTROL-RECORD.
002500     05  AUC-TIMESTAMP               PIC X(26).
002600     05  AUC-PROGRAM-ID              PIC X(08).
002700     05  AUC-ORIGIN                  PIC X(08).
002800     05  AUC-RECORD-TYPE             PIC X(15).
002900         88  AUC-OPENING              VALUE "*GEN-OPENING*".
003000         88  AUC-CLOSING              VALUE "*GEN-CLOSING*".
003100         88  AUC-CONTROL-RECORD       VALUES "*GEN-OPENING*"
003200                                             "*GEN-CLOSING*".
003300     05  AUC-GEN-NUMBER              PIC 9(06).
003400     05  AUC-GEN-DATE                PIC 9(08).
003500     05  AUC-ENTRY-COUNT             PIC 9(09).
003600     05  AUC-HASH-TOTAL              PIC 9(09).
003700     05  FILLER                      PIC X(06).
