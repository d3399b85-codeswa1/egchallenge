000230*              OPERATOR ACTIVITY TOTAL AT THE END, SO AN AUDIT
000240*              QUESTION IS A JOB SUBMISSION INSTEAD OF AN
000250*              AFTERNOON IN AN ISPF BROWSE.
000251*              THE LOG IS KEPT AS DATED GENERATIONS AND THE JOB
000252*              READS THE GDG BASE, SO EVERY RETAINED GENERATION
000253*              IS SEARCHED - NEWEST GENERATION FIRST, LOG ORDER
000254*              WITHIN EACH.  THE CONTROL RECORDS THAT OPEN AND
000255*              CLOSE A GENERATION (COPYBOOK AUDITCTL) ARE SKIPPED.
000260*MODIFICATION HISTORY:
000270*DATE       INIT DESCRIPTION
000280*---------- ---- ------------------------------------------------
000290*2026-08-21 DK   ORIGINAL PROGRAM.
000291*2026-10-15 DK   SEARCH EVERY RETAINED AUDITLOG GENERATION.  THE
000292*                GENERATION CONTROL RECORDS ARE SKIPPED, EACH
000293*                GENERATION STARTS A FRESH SESSION GROUPING, AND
000294*                THE FOOTER COUNTS THE GENERATIONS READ.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. HELLOAQ.
000540 FD  AUDIT-LOG-FILE
000550     RECORDING MODE IS F.
000560     COPY AUDITREC.
000564     COPY AUDITCTL.
000570
000580 FD  REPORT-FILE
000590     RECORDING MODE IS F.
000720         88  WS-FILES-OK                   VALUE 'Y'.
000730     05  WS-SELECT-SW               PIC X(01) VALUE 'N'.
000740         88  WS-ENTRY-SELECTED             VALUE 'Y'.
000743     05  WS-IN-GEN-SW               PIC X(01) VALUE 'N'.
000746         88  WS-IN-GEN                     VALUE 'Y'.
000750
000760*SELECTION CRITERIA, TAKEN FROM SYSIN AT INITIALIZATION.
000770 01  WS-FROM-DATE                   PIC X(08) VALUE SPACES.
000920     05  WS-ENTRIES-READ            PIC 9(08) COMP VALUE ZERO.
000930     05  WS-ENTRIES-LISTED          PIC 9(08) COMP VALUE ZERO.
000940     05  WS-SESSION-COUNT           PIC 9(08) COMP VALUE ZERO.
000944     05  WS-GENERATION-COUNT        PIC 9(08) COMP VALUE ZERO.
000950
000960*PER-OPERATOR ACTIVITY TOTALS.  THE OCCURS CEILING BELOW (50)
000970*MUST MATCH WS-OPER-TABLE-MAX.
001700     05  FILLER                     PIC X(12)
001710             VALUE "  SESSIONS: ".
001720     05  FT-SESSION-COUNT           PIC ZZZ,ZZ9.
001722     05  FILLER                     PIC X(15)
001724             VALUE "  GENERATIONS: ".
001726     05  FT-GENERATION-COUNT        PIC ZZZ,ZZ9.
001730
001740 PROCEDURE DIVISION.
001750
002300
002310******************************************************************
002320*2000-LIST-ONE-ENTRY
002330*SKIPS A GENERATION CONTROL RECORD (2050), OTHERWISE
002334*APPLIES THE SELECTION TO THE ENTRY JUST READ, PRINTS IT
002340*(UNDER A NEW SESSION HEADING WHEN THE OPERATOR/TERMINAL
002350*PAIR CHANGED), THEN READS THE NEXT ONE.
002360******************************************************************
002370 2000-LIST-ONE-ENTRY.
002371     IF AUC-CONTROL-RECORD
002372         PERFORM 2050-NOTE-GENERATION THRU 2050-EXIT
002373         GO TO 2000-NEXT
002374     END-IF.
002375     IF NOT WS-IN-GEN
002376         PERFORM 2060-START-GENERATION THRU 2060-EXIT
002377     END-IF.
002380     ADD 1 TO WS-ENTRIES-READ.
002390     PERFORM 2200-TEST-SELECTION THRU 2200-EXIT.
002400     IF NOT WS-ENTRY-SELECTED
002500     PERFORM 2100-READ-AUDIT-ENTRY THRU 2100-EXIT.
002510 2000-EXIT.
002520     EXIT.
002521
002522******************************************************************
002523*2050-NOTE-GENERATION
002524*AN OPENING RECORD STARTS A GENERATION, A CLOSING RECORD ENDS ONE.
002525*EVERY GENERATION IS SEEDED WITH AN OPENING RECORD; AN ENTRY SEEN
002526*OUTSIDE ONE (A LOG WHOSE OPENING RECORD IS LOST) STARTS ONE TOO
002527*(2060).  A SESSION NEVER RUNS ACROSS A GENERATION BOUNDARY.
002528******************************************************************
002529 2050-NOTE-GENERATION.
002530     IF AUC-OPENING
002531         PERFORM 2060-START-GENERATION THRU 2060-EXIT
002532     ELSE
002533         MOVE 'N' TO WS-IN-GEN-SW
002534     END-IF.
002535 2050-EXIT.
002536     EXIT.
002537
002538 2060-START-GENERATION.
002539     SET WS-IN-GEN TO TRUE.
002540     ADD 1 TO WS-GENERATION-COUNT.
002541     MOVE LOW-VALUES TO WS-PRIOR-SESSION.
002542 2060-EXIT.
002543     EXIT.
002544
002545 2100-READ-AUDIT-ENTRY.
002550     READ AUDIT-LOG-FILE
002560         AT END
002570             SET WS-END-OF-AUDIT TO TRUE
004030         MOVE WS-ENTRIES-READ   TO FT-ENTRIES-READ
004040         MOVE WS-ENTRIES-LISTED TO FT-ENTRIES-LISTED
004050         MOVE WS-SESSION-COUNT  TO FT-SESSION-COUNT
004054         MOVE WS-GENERATION-COUNT TO FT-GENERATION-COUNT
004060         WRITE REPORT-LINE FROM WS-FOOTER-LINE
004070             AFTER ADVANCING 2 LINES
004080     END-IF.
