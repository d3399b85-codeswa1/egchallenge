000100******************************************************************
000200*    COPYBOOK:     OPAUTH
000300*    AUTHOR:       D. KOWALSKI
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      RECORD LAYOUT FOR THE OPERATOR-AUTHORITY
000600*                  FILE.  ONE RECORD PER OPERATOR PER MENU
000700*                  PROGRAM, LISTING THE MENU FUNCTIONS THAT
000800*                  OPERATOR MAY USE THERE AS A STRING OF THE
000900*                  PROGRAM'S OWN CHOICE LETTERS (FOR EXAMPLE
001000*                  'BC' IN HELLOSC - BROWSE AND CORRECT, BUT NOT
001100*                  RELEASE OR KILL).  THE LETTER 'O' GRANTS THE
001200*                  IN-USE OVERRIDE IN HELLOM AND HELLODM.  AN
001300*                  OPERATOR WITH NO RECORD FOR A PROGRAM CANNOT
001400*                  SIGN ON TO IT; EXIT IS ALWAYS ALLOWED.  THE
001500*                  FILE IS MAINTAINED BY THE HELLOOA MENU AND
001600*                  LISTED QUARTERLY BY HELLOAL FOR THE ACCESS
001700*                  RECERTIFICATION.  THE 80-BYTE LENGTH LETS
001800*                  THE FIRST GRANT BE LOADED FROM A CARD IMAGE.
001900*    MODIFICATION HISTORY:
002000*    DATE       INIT DESCRIPTION
002100*    ---------- ---- -----------------------------------------
002200*    2026-10-15 DK   ORIGINAL COPYBOOK.
002300******************************************************************
002400 01  OPER-AUTH-RECORD.
002500     05  OPA-KEY.
002600         10  OPA-OPERATOR-ID         PIC X(08).
002700         10  OPA-PROGRAM-ID          PIC X(08).
002800     05  OPA-FUNCTIONS               PIC X(10).
002900     05  OPA-GRANTED-DATE            PIC 9(08).
003000     05  OPA-GRANTED-BY              PIC X(08).
003100     05  FILLER                      PIC X(38).
