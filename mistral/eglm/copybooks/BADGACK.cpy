000100******************************************************************
000200*    COPYBOOK:     BADGACK
000300*    AUTHOR:       D. KOWALSKI
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      RETURN RECORD FROM THE BADGE SYSTEM'S LOAD -
000600*                  ONE PER DETAIL RECORD WE SENT ON BADGFILE.  A
000700*                  TERMINATION IS ONLY CONFIRMED BY STATUS 'V'
000800*                  (ACCESS REVOKED); AN 'A' AGAINST A TERMINATION
000900*                  MEANS THE RECORD LOADED BUT THE CARD IS STILL
001000*                  LIVE.  READ BY THE HELLOBR RECONCILIATION AND
001100*                  COUNTED ON THE HELLOMB BALANCING PAGE.
001200*    MODIFICATION HISTORY:
001300*    DATE       INIT DESCRIPTION
001400*    ---------- ---- -----------------------------------------
001500*    2026-10-15 DK   ORIGINAL COPYBOOK.
001600******************************************************************
001700 01  BADGE-ACK-RECORD.
001800     05  BDA-EMP-ID                  PIC X(06).
001900     05  BDA-ACTION                  PIC X(01).
002000     05  BDA-STATUS                  PIC X(01).
002100         88  BDA-ACCEPTED             VALUE 'A'.
002200         88  BDA-REJECTED             VALUE 'R'.
002300         88  BDA-REVOKED              VALUE 'V'.
002400     05  BDA-REASON-CODE             PIC X(04).
002500     05  FILLER                      PIC X(08).
