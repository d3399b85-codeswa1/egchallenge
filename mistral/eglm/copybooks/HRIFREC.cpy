001095*    2026-09-02 DK   ADDED THE ORIGINATING SOURCE SYSTEM NOW
001096*                    THAT SEVERAL SOURCES FEED THE RUN - THE
001097*                    RECORD GROWS FROM 94 TO 95 BYTES.
001098*    2026-10-15 DK   ADDED THE PRIOR ID FOR A RE-KEY (ACTION 'K')
001099*                    - THE RECORD GROWS FROM 95 TO 101 BYTES.
001100******************************************************************
001200 01  HR-INTERFACE-RECORD.
001300     05  HR-EMP-ID                   PIC X(06).
001800     05  HR-TERM-DATE                PIC X(08).
001900     05  HR-DEPT-CODE                PIC X(04).
001950     05  HR-SOURCE-SYSTEM            PIC X(08).
001960     05  HR-OLD-EMP-ID               PIC X(06).
