000100******************************************************************
000200*    COPYBOOK:     ANONLIST
000300*    AUTHOR:       D. KOWALSKI
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      ANONYMIZATION CONTROL LIST WRITTEN BY HELLOAN
000600*                  AND READ BY EVERY STEP OF THE SCRUB JOB IT
000700*                  BUILDS (HELLOAZ, HELLOAY, HELLOAD).  ONE HEADER
000800*                  RECORD WITH THE RUN'S RETENTION TERMS, THEN ONE
000900*                  RECORD PER QUALIFYING EMPLOYEE ID IN ASCENDING
001000*                  ID ORDER, THEN ONE RECORD PER DATASET THE JOB
001100*                  SCRUBS, NUMBERED IN STEP ORDER.  AN ID RECORD
001200*                  WITH BASIS 'K' IS AN EARLIER ID THE ARCHIVED
001300*                  EMPLOYEE WAS RE-KEYED FROM.
001400*    MODIFICATION HISTORY:
001500*    DATE       INIT DESCRIPTION
001600*    ---------- ---- -----------------------------------------
001700*    2026-10-15 DK   ORIGINAL COPYBOOK.
001800******************************************************************
001900 01  ANON-LIST-RECORD.
002000     05  ANL-RECORD-TYPE             PIC X(01).
002100         88  ANL-HEADER               VALUE 'H'.
002200         88  ANL-EMPLOYEE             VALUE 'I'.
002300         88  ANL-DATASET              VALUE 'D'.
002400     05  ANL-HEADER-DATA.
002500         10  ANL-RUN-DATE            PIC 9(08).
002600         10  ANL-RETAIN-YEARS        PIC 9(02).
002700         10  ANL-CUTOFF-DATE         PIC 9(08).
002800         10  ANL-ID-COUNT            PIC 9(05).
002900         10  ANL-DATASET-COUNT       PIC 9(04).
003000         10  FILLER                  PIC X(52).
003100     05  ANL-EMPLOYEE-DATA REDEFINES ANL-HEADER-DATA.
003200         10  ANL-EMP-ID              PIC X(06).
003300         10  ANL-EMP-NAME            PIC X(30).
003400         10  ANL-TERM-DATE           PIC 9(08).
003500         10  ANL-ID-BASIS            PIC X(01).
003600             88  ANL-ARCHIVED-ID      VALUE 'A'.
003700             88  ANL-EARLIER-ID       VALUE 'K'.
003800         10  ANL-ARCHIVED-EMP-ID     PIC X(06).
003900         10  FILLER                  PIC X(28).
004000     05  ANL-DATASET-DATA REDEFINES ANL-HEADER-DATA.
004100         10  ANL-DS-SEQUENCE         PIC 9(04).
004200         10  ANL-DS-FILE-TYPE        PIC X(08).
004300         10  ANL-DS-NAME             PIC X(44).
004400         10  FILLER                  PIC X(23).
