000100******************************************************************
000200*    COPYBOOK:     POSNASG
000300*    AUTHOR:       D. KOWALSKI
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      RECORD LAYOUT FOR THE POSITION ASSIGNMENT FILE
000600*                  THAT TIES EACH EMPLOYEE ON EMPMSTR TO THE
000700*                  POSITION (COPYBOOK POSNREC) THEY HOLD.  KEYED
000800*                  BY EMPLOYEE ID, SO THE EMPREC LAYOUT AND EVERY
000900*                  FILE CARRYING IT ARE UNCHANGED.  HELLO WRITES
001000*                  THE RECORD WHEN AN ADD, REHIRE OR TRANSFER
001100*                  POSTS, DELETES IT ON A TERMINATION, AND MOVES
001200*                  IT ON A RE-KEY; THE HELLOPM MENU TIES AN
001300*                  EMPLOYEE BY HAND.  ASSIGNED-BY IS THE SOURCE
001400*                  SYSTEM, OR THE OPERATOR FOR A MENU ASSIGNMENT.
001500*    MODIFICATION HISTORY:
001600*    DATE       INIT DESCRIPTION
001700*    ---------- ---- -----------------------------------------
001800*    2026-10-15 DK   ORIGINAL COPYBOOK.
001900******************************************************************
002000 01  POSITION-ASSIGN-RECORD.
002100     05  PSA-EMP-ID                  PIC X(06).
002200     05  PSA-POSITION-KEY.
002300         10  PSA-DEPT-CODE           PIC X(04).
002400         10  PSA-POS-NUMBER          PIC 9(04).
002500     05  PSA-ASSIGNED-DATE           PIC 9(08).
002600     05  PSA-ASSIGNED-BY             PIC X(08).
002700     05  FILLER                      PIC X(10).
