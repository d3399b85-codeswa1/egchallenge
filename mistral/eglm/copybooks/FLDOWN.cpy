000100******************************************************************
000200*    COPYBOOK:     FLDOWN
000300*    AUTHOR:       D. KOWALSKI
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      RECORD LAYOUT FOR THE FIELD-OWNERSHIP
000600*                  PRECEDENCE FILE.  ONE RECORD PER EMPREC FIELD
000700*                  PER SOURCE SYSTEM ALLOWED TO SET IT, WITH THAT
000800*                  SOURCE'S RANK FOR THE FIELD (01 IS THE OWNER -
000900*                  THE HIGHEST PRECEDENCE; A HIGHER NUMBER GIVES
001000*                  WAY TO A LOWER ONE).  HELLO REJECTS A CHANGE TO
001100*                  A FIELD FROM A SOURCE NOT LISTED FOR IT AND
001200*                  SETTLES SAME-NIGHT CONFLICTS BY RANK.  A FIELD
001300*                  WITH NO RECORDS AT ALL IS OPEN TO EVERY SOURCE.
001400*                  MAINTAINED BY THE HELLOFO MENU.  THE 80-BYTE
001500*                  LENGTH LETS THE FIRST RECORDS BE LOADED FROM
001600*                  CARD IMAGES.
001700*    MODIFICATION HISTORY:
001800*    DATE       INIT DESCRIPTION
001900*    ---------- ---- -----------------------------------------
002000*    2026-10-15 DK   ORIGINAL COPYBOOK.
002100******************************************************************
002200 01  FIELD-OWNER-RECORD.
002300     05  FLD-KEY.
002400         10  FLD-FIELD-NAME          PIC X(10).
002500             88  FLD-FIELD-VALID      VALUES 'NAME' 'DEGREE'
002600                                             'DEPT' 'STATUS'.
002700         10  FLD-SOURCE-SYSTEM       PIC X(08).
002800     05  FLD-RANK                    PIC 9(02).
002900     05  FLD-UPDATED-DATE            PIC 9(08).
003000     05  FLD-UPDATED-BY              PIC X(08).
003100     05  FILLER                      PIC X(44).
