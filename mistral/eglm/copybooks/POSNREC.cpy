000100******************************************************************
000200*    COPYBOOK:     POSNREC
000300*    AUTHOR:       D. KOWALSKI
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      RECORD LAYOUT FOR THE POSITION-CONTROL MASTER.
000600*                  ONE RECORD PER NUMBERED POSITION IN A
000700*                  DEPARTMENT, KEYED BY DEPARTMENT CODE AND
000800*                  POSITION NUMBER, CARRYING THE NUMBER OF PEOPLE
000900*                  THE POSITION IS AUTHORIZED FOR AND THE NUMBER
001000*                  NOW TIED TO IT (SEE COPYBOOK POSNASG).  HELLO
001100*                  KEEPS THE FILLED COUNT AND THE OPEN/FILLED
001200*                  STATUS AS IT POSTS; FROZEN IS SET ONLY FROM
001300*                  THE HELLOPM MENU, AND A FROZEN POSITION TAKES
001400*                  NO NEW INCUMBENT WHATEVER ITS COUNTS.  A
001500*                  DEPARTMENT WITH NO POSITION RECORDS IS NOT
001600*                  UNDER POSITION CONTROL.  THE 80-BYTE LENGTH
001700*                  LETS THE FIRST ESTABLISHMENT BE LOADED FROM
001800*                  CARD IMAGES.
001900*    MODIFICATION HISTORY:
002000*    DATE       INIT DESCRIPTION
002100*    ---------- ---- -----------------------------------------
002200*    2026-10-15 DK   ORIGINAL COPYBOOK.
002300******************************************************************
002400 01  POSITION-RECORD.
002500     05  POS-KEY.
002600         10  POS-DEPT-CODE           PIC X(04).
002700         10  POS-NUMBER              PIC 9(04).
002800     05  POS-TITLE                   PIC X(30).
002900     05  POS-AUTH-COUNT              PIC 9(03).
003000     05  POS-FILLED-COUNT            PIC 9(03).
003100     05  POS-STATUS                  PIC X(01).
003200         88  POS-ST-OPEN              VALUE 'O'.
003300         88  POS-ST-FILLED            VALUE 'F'.
003400         88  POS-ST-FROZEN            VALUE 'Z'.
003500     05  POS-UPDATED-DATE            PIC 9(08).
003600     05  POS-UPDATED-BY              PIC X(08).
003700     05  FILLER                      PIC X(19).
