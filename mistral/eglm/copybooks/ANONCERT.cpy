000100******************************************************************
000200*    COPYBOOK:     ANONCERT
000300*    AUTHOR:       D. KOWALSKI
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      CERTIFICATE-OF-DESTRUCTION DETAIL RECORD.  EACH
000600*                  SCRUB STEP (HELLOAZ, HELLOAY) APPENDS ONE 'S'
000700*                  RECORD PER EMPLOYEE ID IT ANONYMIZED IN ITS
000800*                  DATASET, WITH THE NUMBER OF RECORDS CHANGED,
000900*                  THEN ONE 'D' RECORD CLOSING THE DATASET WITH
001000*                  ITS RECORD COUNTS AND, FOR AN AUDITLOG
001100*                  GENERATION, THE CLOSING HASH BEFORE AND AFTER
001200*                  THE RESEAL.  HELLOAD PRINTS THE CERTIFICATE
001300*                  FROM THEM; A DATASET ON THE ANONLIST WITH NO
001400*                  'D' RECORD WAS NOT PROCESSED.
001500*    MODIFICATION HISTORY:
001600*    DATE       INIT DESCRIPTION
001700*    ---------- ---- -----------------------------------------
001800*    2026-10-15 DK   ORIGINAL COPYBOOK.
001900******************************************************************
002000 01  ANON-CERT-RECORD.
002100     05  CRT-RECORD-TYPE             PIC X(01).
002200         88  CRT-SCRUBBED-ID          VALUE 'S'.
002300         88  CRT-DATASET-DONE         VALUE 'D'.
002400     05  CRT-SCRUB-DATA.
002500         10  CRT-EMP-ID              PIC X(06).
002600         10  CRT-S-DS-SEQUENCE       PIC 9(04).
002700         10  CRT-S-FILE-TYPE         PIC X(08).
002800         10  CRT-S-DS-NAME           PIC X(44).
002900         10  CRT-S-RECORDS           PIC 9(07).
003000         10  FILLER                  PIC X(30).
003100     05  CRT-DATASET-DATA REDEFINES CRT-SCRUB-DATA.
003200         10  CRT-D-DS-SEQUENCE       PIC 9(04).
003300         10  CRT-D-FILE-TYPE         PIC X(08).
003400         10  CRT-D-DS-NAME           PIC X(44).
003500         10  CRT-D-RECORDS-READ      PIC 9(09).
003600         10  CRT-D-RECORDS-SCRUBBED  PIC 9(09).
003700         10  CRT-D-SEAL-STATUS       PIC X(01).
003800             88  CRT-SEAL-NOT-APPLICABLE VALUE SPACE.
003900             88  CRT-SEAL-RENEWED     VALUE 'R'.
004000             88  CRT-SEAL-UNCHANGED   VALUE 'U'.
004100             88  CRT-SEAL-OPEN-GEN    VALUE 'O'.
004200             88  CRT-SEAL-FAILED      VALUE 'F'.
004300             88  CRT-SEAL-MISSING     VALUE 'N'.
004400         10  CRT-D-GEN-NUMBER        PIC 9(06).
004500         10  CRT-D-OLD-HASH          PIC 9(09).
004600         10  CRT-D-NEW-HASH          PIC 9(09).
