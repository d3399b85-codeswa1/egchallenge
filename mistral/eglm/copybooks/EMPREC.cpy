001405*                    THE 104-BYTE LAYOUT, NOW THAT SEVERAL
001406*                    SOURCE SYSTEMS FEED THE OVERNIGHT RUN.
001407*                    NO TRAILING FILLER REMAINS.
001408*    2026-10-15 DK   ADDED THE RE-KEY TRANSACTION CODE 'K' TO
001409*                    MOVE A MASTER RECORD TO A CORRECTED
001410*                    EMPLOYEE ID.  ON A RE-KEY THE DEGREE AREA
001411*                    CARRIES THE NEW ID (EMP-NEW-ID) - THE
001412*                    RECORD LENGTH IS UNCHANGED.
001413******************************************************************
001500 01  EMP-RECORD.
001600     05  EMP-ID                      PIC X(06).
001700     05  EMP-NAME                    PIC X(30).
001800     05  EMP-DEGREE                  PIC X(30).
001810     05  EMP-NEW-ID REDEFINES EMP-DEGREE
001820                                     PIC X(06).
001900     05  EMP-HIRE-DATE.
002000         10  EMP-HIRE-YYYY           PIC 9(04).
002100         10  EMP-HIRE-MM             PIC 9(02).
002500         88  EMP-TRANS-CHANGE         VALUE 'C'.
002600         88  EMP-TRANS-TERM           VALUE 'T'.
002610         88  EMP-TRANS-REHIRE         VALUE 'R'.
002620         88  EMP-TRANS-REKEY          VALUE 'K'.
002700     05  EMP-STATUS-SW               PIC X(01).
002800         88  EMP-ST-ACTIVE            VALUES 'A' SPACE.
002900         88  EMP-ST-TERMINATED        VALUE 'T'.
