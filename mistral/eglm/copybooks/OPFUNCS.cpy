000100******************************************************************
000200*    COPYBOOK:     OPFUNCS
000300*    AUTHOR:       D. KOWALSKI
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      TABLE OF THE MENU FUNCTIONS THAT CAN BE GRANTED
000600*                  ON THE OPERATOR-AUTHORITY FILE (SEE OPAUTH) -
000700*                  ONE ENTRY PER PROGRAM AND CHOICE LETTER, WITH
000800*                  THE WORDING PRINTED ON THE ACCESS LISTING.
000900*                  HELLOOA REFUSES A GRANT OF ANY LETTER NOT IN
001000*                  THIS TABLE FOR THE PROGRAM; HELLOAL DECODES
001100*                  THE LETTERS FROM IT.  A NEW MENU PROGRAM OR A
001200*                  NEW CHOICE IS ADDED HERE WITH THE OCCURS
001300*                  RAISED TO MATCH, AND BOTH PROGRAMS ARE
001400*                  RECOMPILED.
001500*    MODIFICATION HISTORY:
001600*    DATE       INIT DESCRIPTION
001700*    ---------- ---- -----------------------------------------
001800*    2026-10-15 DK   ORIGINAL COPYBOOK.
001810*    2026-10-15 DK   ADDED THE HELLOFO FIELD-OWNERSHIP CHOICES.
001820*    2026-10-15 DK   ADDED THE HELLOPM POSITION-CONTROL CHOICES.
001830*    2026-10-15 DK   ADDED THE HELLOMT MANUAL-ENTRY CHOICES.
001900******************************************************************
002000 01  OPF-FUNCTION-VALUES.
002100     05  FILLER                      PIC X(40) VALUE
002200             "HELLOM  AADD A DEGREE CODE              ".
002300     05  FILLER                      PIC X(40) VALUE
002400             "HELLOM  CCHANGE A DEGREE CODE           ".
002500     05  FILLER                      PIC X(40) VALUE
002600             "HELLOM  DDELETE A DEGREE CODE           ".
002700     05  FILLER                      PIC X(40) VALUE
002800             "HELLOM  LLIST DEGREE CODES              ".
002900     05  FILLER                      PIC X(40) VALUE
003000             "HELLOM  OOVERRIDE AN IN-USE CHECK       ".
003100     05  FILLER                      PIC X(40) VALUE
003200             "HELLODM AADD A DEPARTMENT CODE          ".
003300     05  FILLER                      PIC X(40) VALUE
003400             "HELLODM CCHANGE A DEPARTMENT CODE       ".
003500     05  FILLER                      PIC X(40) VALUE
003600             "HELLODM DDELETE A DEPARTMENT CODE       ".
003700     05  FILLER                      PIC X(40) VALUE
003800             "HELLODM LLIST DEPARTMENT CODES          ".
003900     05  FILLER                      PIC X(40) VALUE
004000             "HELLODM OOVERRIDE AN IN-USE CHECK       ".
004100     05  FILLER                      PIC X(40) VALUE
004200             "HELLOSC BBROWSE HELD TRANSACTIONS       ".
004300     05  FILLER                      PIC X(40) VALUE
004400             "HELLOSC CCORRECT A HELD TRANSACTION     ".
004500     05  FILLER                      PIC X(40) VALUE
004600             "HELLOSC RRELEASE A HELD TRANSACTION     ".
004700     05  FILLER                      PIC X(40) VALUE
004800             "HELLOSC KKILL A HELD TRANSACTION        ".
004900     05  FILLER                      PIC X(40) VALUE
005000             "HELLORV BBROWSE SUSPECTED DUPLICATES    ".
005100     05  FILLER                      PIC X(40) VALUE
005200             "HELLORV NCONFIRM AND POST A NEW HIRE    ".
005300     05  FILLER                      PIC X(40) VALUE
005400             "HELLORV MMERGE INTO MATCHED EMPLOYEE    ".
005500     05  FILLER                      PIC X(40) VALUE
005600             "HELLOEQ IINQUIRE BY EMPLOYEE ID         ".
005700     05  FILLER                      PIC X(40) VALUE
005800             "HELLOEQ NINQUIRE BY NAME                ".
005900     05  FILLER                      PIC X(40) VALUE
006000             "HELLOOA AADD AN OPERATOR GRANT          ".
006100     05  FILLER                      PIC X(40) VALUE
006200             "HELLOOA CCHANGE AN OPERATOR GRANT       ".
006300     05  FILLER                      PIC X(40) VALUE
006400             "HELLOOA DREVOKE AN OPERATOR GRANT       ".
006500     05  FILLER                      PIC X(40) VALUE
006600             "HELLOOA LLIST OPERATOR GRANTS           ".
006610     05  FILLER                      PIC X(40) VALUE
006620             "HELLOFO AADD A FIELD OWNER              ".
006630     05  FILLER                      PIC X(40) VALUE
006640             "HELLOFO CCHANGE A FIELD OWNER RANK      ".
006650     05  FILLER                      PIC X(40) VALUE
006660             "HELLOFO DDELETE A FIELD OWNER           ".
006670     05  FILLER                      PIC X(40) VALUE
006680             "HELLOFO LLIST FIELD OWNERS              ".
006681     05  FILLER                      PIC X(40) VALUE
006682             "HELLOPM AADD A POSITION                 ".
006683     05  FILLER                      PIC X(40) VALUE
006684             "HELLOPM CCHANGE OR FREEZE A POSITION    ".
006685     05  FILLER                      PIC X(40) VALUE
006686             "HELLOPM DDELETE A POSITION              ".
006687     05  FILLER                      PIC X(40) VALUE
006688             "HELLOPM LLIST A DEPARTMENT'S POSITIONS  ".
006689     05  FILLER                      PIC X(40) VALUE
006690             "HELLOPM TTIE AN EMPLOYEE TO A POSITION  ".
006700     05  FILLER                      PIC X(40) VALUE
006705             "HELLOMT AKEY A MANUAL ADD               ".
006710     05  FILLER                      PIC X(40) VALUE
006715             "HELLOMT CKEY A MANUAL CHANGE            ".
006720     05  FILLER                      PIC X(40) VALUE
006725             "HELLOMT TKEY A MANUAL TERMINATION       ".
006730     05  FILLER                      PIC X(40) VALUE
006735             "HELLOMT RKEY A MANUAL REHIRE            ".
006740     05  FILLER                      PIC X(40) VALUE
006745             "HELLOMT BBROWSE THE MANUAL BATCH        ".
006750     05  FILLER                      PIC X(40) VALUE
006755             "HELLOMT WWITHDRAW A MANUAL ENTRY        ".
006800 01  OPF-FUNCTION-TABLE REDEFINES OPF-FUNCTION-VALUES.
006900     05  OPF-ENTRY                   OCCURS 38 TIMES
007000                                     INDEXED BY OPF-IDX.
007100         10  OPF-PROGRAM-ID          PIC X(08).
007200         10  OPF-FUNCTION            PIC X(01).
007300         10  OPF-DESCRIPTION         PIC X(31).
