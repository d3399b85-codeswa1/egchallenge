001592*                    RUN NUMBER ZERO - THEY ARE NOT HELLO RUNS.
001593*    2026-09-02 DK   ADDED THE ORIGINATING SOURCE SYSTEM NOW
001594*                    THAT SEVERAL SOURCES FEED THE RUN.
001595*    2026-10-15 DK   ADDED THE RE-KEY ACTION 'K'.  JRN-EMP-ID IS
001596*                    THE NEW ID; THE BEFORE-IMAGE CARRIES THE
001597*                    OLD ID, THE AFTER-IMAGE THE NEW ONE.
001600******************************************************************
001700 01  JOURNAL-RECORD.
001800     05  JRN-TIMESTAMP               PIC X(26).
002400         88  JRN-ACTION-TERM          VALUE 'T'.
002500         88  JRN-ACTION-PURGE         VALUE 'P'.
002510         88  JRN-ACTION-REHIRE        VALUE 'R'.
002520         88  JRN-ACTION-REKEY         VALUE 'K'.
002600     05  JRN-EMP-ID                  PIC X(06).
002700     05  JRN-BEFORE-IMAGE            PIC X(104).
002800     05  JRN-AFTER-IMAGE             PIC X(104).
