000100******************************************************************
000200*    COPYBOOK:     BADGEREC
000300*    AUTHOR:       D. KOWALSKI
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      OUTBOUND RECORD FOR THE BADGE AND FACILITIES
000600*                  ACCESS SYSTEM, WRITTEN BY THE HELLOBX STEP OF
000700*                  HELLOJOB FROM THE NIGHT'S JOURNAL.  ONE DETAIL
000800*                  RECORD PER ADD, REHIRE, DEPARTMENT TRANSFER,
000900*                  TERMINATION AND RE-KEY POSTED BY THE RUN,
001000*                  BRACKETED BY AN HDR RECORD (BUSINESS DATE AND
001100*                  RUN NUMBER) AND A TRL RECORD (COUNTS BY ACTION
001200*                  AND A HASH TOTAL OF EMP-ID) THAT THE BADGE LOAD
001300*                  PROVES THE FILE AGAINST.  A TERMINATION ALWAYS
001400*                  CARRIES THE REVOKE-IMMEDIATELY FLAG AND THE
001500*                  EMP-TERM-DATE.  DELIBERATELY SEPARATE FROM THE
001600*                  HRIFREC LAYOUT SO EITHER INTERFACE CAN CHANGE
001700*                  WITHOUT THE OTHER.  80 BYTES.
001800*    MODIFICATION HISTORY:
001900*    DATE       INIT DESCRIPTION
002000*    ---------- ---- -----------------------------------------
002100*    2026-10-15 DK   ORIGINAL COPYBOOK.
002200******************************************************************
002300 01  BADGE-RECORD.
002400     05  BDG-RECORD-TYPE             PIC X(03).
002500         88  BDG-HEADER               VALUE 'HDR'.
002600         88  BDG-DETAIL               VALUE 'DTL'.
002700         88  BDG-TRAILER              VALUE 'TRL'.
002800     05  BDG-DETAIL-DATA.
002900         10  BDG-EMP-ID              PIC X(06).
003000         10  BDG-ACTION              PIC X(01).
003100             88  BDG-ACT-ADD          VALUE 'A'.
003200             88  BDG-ACT-REHIRE       VALUE 'R'.
003300             88  BDG-ACT-TRANSFER     VALUE 'X'.
003400             88  BDG-ACT-TERM         VALUE 'T'.
003500             88  BDG-ACT-REKEY        VALUE 'K'.
003600         10  BDG-REVOKE-SW           PIC X(01).
003700             88  BDG-REVOKE-IMMEDIATE VALUE 'Y'.
003800         10  BDG-EMP-NAME            PIC X(30).
003900         10  BDG-DEPT-CODE           PIC X(04).
004000         10  BDG-OLD-DEPT-CODE       PIC X(04).
004100         10  BDG-EFFECTIVE-DATE      PIC 9(08).
004200         10  BDG-TERM-DATE           PIC 9(08).
004300         10  BDG-OLD-EMP-ID          PIC X(06).
004400         10  FILLER                  PIC X(09).
004500     05  BDG-HEADER-DATA REDEFINES BDG-DETAIL-DATA.
004600         10  BDG-BUSINESS-DATE       PIC 9(08).
004700         10  BDG-RUN-NUMBER          PIC 9(06).
004800         10  FILLER                  PIC X(63).
004900     05  BDG-TRAILER-DATA REDEFINES BDG-DETAIL-DATA.
005000         10  BDG-RECORD-COUNT        PIC 9(08).
005100         10  BDG-ADD-COUNT           PIC 9(06).
005200         10  BDG-REHIRE-COUNT        PIC 9(06).
005300         10  BDG-TRANSFER-COUNT      PIC 9(06).
005400         10  BDG-TERM-COUNT          PIC 9(06).
005500         10  BDG-REKEY-COUNT         PIC 9(06).
005600         10  BDG-HASH-TOTAL          PIC 9(12).
005700         10  FILLER                  PIC X(27).
