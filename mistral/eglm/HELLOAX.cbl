000100******************************************************************
000110*PROGRAM:      HELLOAX
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      AUDIT-LOG GENERATION CLOSE FOR THE ROLLOVER JOB
000170*              (HELLOAXJ).  READS THE CURRENT AUDITLOG
000180*              GENERATION, COUNTS ITS ENTRIES ON FROM THE
000190*              OPENING COUNT AND RUNS THE HASH OVER THEM FROM
000200*              THE OPENING HASH THE GENERATION CARRIED
000210*              FORWARD, THEN APPENDS THE
000220*              *GEN-CLOSING* CONTROL RECORD (COPYBOOK
000230*              AUDITCTL) AND WRITES THE *GEN-OPENING* RECORD
000240*              THAT STARTS THE NEXT GENERATION TO AUDITNXT -
000250*              THE JOB COPIES IT TO THE NEW GENERATION ONLY
000260*              WHEN THIS STEP ENDS CLEAN.  THE FIRST
000270*              GENERATION'S OPENING RECORD (GENERATION 1, ZERO
000280*              COUNT AND HASH) IS SEEDED BY HELLODEF OR, ON A
000290*              LIVE LOG, BY THE HELLOAMG CUTOVER.  THE HASH TAKES
000300*              EVERY BYTE OF EVERY ENTRY IN ORDER:
000310*                HASH = (HASH * 31 + BYTE) MOD 999999937
000320*              SO AN ENTRY ALTERED, REMOVED, ADDED OR MOVED
000330*              AFTER THE CLOSE CHANGES THE TOTALS HELLOAV
000340*              RECOMPUTES.  A GENERATION THAT IS ALREADY
000350*              CLOSED, DOES NOT START WITH AN OPENING RECORD
000360*              OR HOLDS A SECOND ONE, IS REFUSED WITH RETURN
000370*              CODE 8 AND LEFT UNTOUCHED.
000380*MODIFICATION HISTORY:
000390*DATE       INIT DESCRIPTION
000400*---------- ---- ------------------------------------------------
000410*2026-10-15 DK   ORIGINAL PROGRAM.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. HELLOAX.
000450 AUTHOR. D. KOWALSKI.
000460 INSTALLATION. CORPORATE APPLICATIONS.
000470 DATE-WRITTEN. 2026-10-15.
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-AUDIT-STATUS.
000580
000590     SELECT NEXT-OPENING-FILE ASSIGN TO "AUDITNXT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-NEXT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650
000660*THE CURRENT GENERATION - READ THROUGH, THEN REOPENED EXTEND
000670*FOR THE CLOSING RECORD.
000680 FD  AUDIT-LOG-FILE
000690     RECORDING MODE IS F.
000700     COPY AUDITREC.
000710     COPY AUDITCTL.
000720
000730*THE OPENING RECORD FOR THE NEXT GENERATION.
000740 FD  NEXT-OPENING-FILE
000750     RECORDING MODE IS F.
000760 01  NEXT-OPENING-RECORD            PIC X(95).
000770
000780 WORKING-STORAGE SECTION.
000790
000800 01  WS-FILE-STATUSES.
000810     05  WS-AUDIT-STATUS            PIC X(02).
000820     05  WS-NEXT-STATUS             PIC X(02).
000830
000840 01  WS-SWITCHES.
000850     05  WS-EOF-SW                  PIC X(01) VALUE 'N'.
000860         88  WS-END-OF-AUDIT               VALUE 'Y'.
000870     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
000880         88  WS-FILES-OK                   VALUE 'Y'.
000890     05  WS-GEN-OK-SW               PIC X(01) VALUE 'Y'.
000900         88  WS-GEN-OK                     VALUE 'Y'.
000910
000920 01  WS-COUNTERS.
000930     05  WS-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
000940
000950*THE GENERATION BEING CLOSED - ITS NUMBER AND THE COUNT AND
000960*HASH ITS OPENING RECORD CARRIED FORWARD.
000970 01  WS-GENERATION.
000980     05  WS-GEN-NUMBER              PIC 9(06) VALUE ZERO.
000990     05  WS-GEN-OPEN-COUNT          PIC 9(09) VALUE ZERO.
001000     05  WS-GEN-OPEN-HASH           PIC 9(09) VALUE ZERO.
001010     05  WS-GEN-ENTRY-COUNT         PIC 9(09) VALUE ZERO.
001020
001030*RUNNING-HASH WORK AREA.  A BYTE IS MOVED INTO THE LOW HALF OF
001040*A HALFWORD WHOSE HIGH HALF IS LOW-VALUE, SO THE BINARY VIEW OF
001050*THE PAIR IS THE BYTE'S VALUE, 0 TO 255.
001060 01  WS-HASH-TOTAL                  PIC 9(09) VALUE ZERO.
001070 01  WS-HASH-PRODUCT                PIC 9(12) COMP VALUE ZERO.
001080 01  WS-HASH-QUOTIENT               PIC 9(12) COMP VALUE ZERO.
001090 01  WS-HASH-MODULUS                PIC 9(09) COMP
001100                                    VALUE 999999937.
001110 01  WS-HASH-SUB                    PIC 9(04) COMP VALUE ZERO.
001120 01  WS-HASH-RECORD                 PIC X(95).
001130 01  WS-HASH-RECORD-R REDEFINES WS-HASH-RECORD.
001140     05  WS-HASH-BYTE               PIC X(01) OCCURS 95 TIMES.
001150 01  WS-BYTE-PAIR.
001160     05  FILLER                     PIC X(01) VALUE LOW-VALUE.
001170     05  WS-BYTE-CHAR               PIC X(01) VALUE LOW-VALUE.
001180 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
001190                                    PIC 9(04) COMP.
001200
001210 01  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001220 01  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001230 01  WS-TIMESTAMP                   PIC X(26) VALUE SPACES.
001240
001250 PROCEDURE DIVISION.
001260
001270******************************************************************
001280*0000-MAINLINE
001290*RUNS THE HASH OVER THE CURRENT GENERATION, CLOSES IT AND
001300*WRITES THE NEXT GENERATION'S OPENING RECORD.  RETURN CODE 8
001310*WHEN THE GENERATION CANNOT BE CLOSED, 16 WHEN A FILE FAILS.
001320******************************************************************
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     IF NOT WS-FILES-OK
001360         DISPLAY "HELLOAX1 ONE OR MORE FILES FAILED TO OPEN - "
001370             "RUN TERMINATED"
001380         MOVE 16 TO RETURN-CODE
001390         GO TO 0000-TERMINATE
001400     END-IF.
001410     PERFORM 2000-READ-GENERATION THRU 2000-EXIT.
001420     CLOSE AUDIT-LOG-FILE.
001430     IF NOT WS-GEN-OK
001440         DISPLAY "HELLOAX2 GENERATION " WS-GEN-NUMBER
001450             " NOT CLOSED - NO NEW GENERATION STARTED"
001460         MOVE 8 TO RETURN-CODE
001470         GO TO 0000-TERMINATE
001480     END-IF.
001490     PERFORM 3000-CLOSE-GENERATION THRU 3000-EXIT.
001500     IF NOT WS-FILES-OK
001510         MOVE 16 TO RETURN-CODE
001520         GO TO 0000-TERMINATE
001530     END-IF.
001540     PERFORM 4000-OPEN-NEXT-GENERATION THRU 4000-EXIT.
001550     IF NOT WS-FILES-OK
001560         MOVE 16 TO RETURN-CODE
001570     END-IF.
001580 0000-TERMINATE.
001590     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001600     GOBACK.
001610 0000-EXIT.
001620     EXIT.
001630
001640 1000-INITIALIZE.
001650     OPEN INPUT AUDIT-LOG-FILE.
001660     IF WS-AUDIT-STATUS NOT = "00"
001670         DISPLAY "HELLOAX1 ERROR OPENING AUDIT-LOG-FILE - "
001680             "STATUS " WS-AUDIT-STATUS
001690         MOVE 'N' TO WS-FILES-OK-SW
001700     END-IF.
001710     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001720     ACCEPT WS-CURRENT-TIME FROM TIME.
001730     STRING WS-CURRENT-DATE DELIMITED BY SIZE
001740            "-"             DELIMITED BY SIZE
001750            WS-CURRENT-TIME DELIMITED BY SIZE
001760         INTO WS-TIMESTAMP
001770     END-STRING.
001780 1000-EXIT.
001790     EXIT.
001800
001810******************************************************************
001820*2000-READ-GENERATION
001830*THE GENERATION MUST START WITH ITS OPENING RECORD, WHICH SETS
001840*THE GENERATION NUMBER AND THE COUNT AND HASH CARRIED FORWARD.
001850*A CLOSING RECORD ANYWHERE MEANS THE GENERATION WAS CLOSED
001860*ALREADY.
001870******************************************************************
001880 2000-READ-GENERATION.
001890     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
001900     IF WS-END-OF-AUDIT OR NOT AUC-OPENING
001910         DISPLAY "HELLOAXB GENERATION DOES NOT START WITH AN "
001920             "OPENING RECORD"
001930         MOVE 'N' TO WS-GEN-OK-SW
001940         GO TO 2000-EXIT
001950     END-IF.
001960     MOVE AUC-GEN-NUMBER  TO WS-GEN-NUMBER.
001970     MOVE AUC-ENTRY-COUNT TO WS-GEN-OPEN-COUNT.
001980     MOVE AUC-HASH-TOTAL  TO WS-GEN-OPEN-HASH.
001990     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
002000     MOVE WS-GEN-OPEN-HASH TO WS-HASH-TOTAL.
002010     PERFORM 2200-HASH-ONE-RECORD THRU 2200-EXIT
002020         UNTIL WS-END-OF-AUDIT OR NOT WS-GEN-OK.
002030 2000-EXIT.
002040     EXIT.
002050
002060 2100-READ-AUDIT-RECORD.
002070     READ AUDIT-LOG-FILE
002080         AT END
002090             SET WS-END-OF-AUDIT TO TRUE
002100     END-READ.
002110     IF NOT WS-END-OF-AUDIT
002120         ADD 1 TO WS-RECORDS-READ
002130     END-IF.
002140 2100-EXIT.
002150     EXIT.
002160
002170 2200-HASH-ONE-RECORD.
002180     IF AUC-CLOSING
002190         DISPLAY "HELLOAX3 GENERATION " WS-GEN-NUMBER
002200             " IS ALREADY CLOSED (RECORD " WS-RECORDS-READ ")"
002210         MOVE 'N' TO WS-GEN-OK-SW
002220         GO TO 2200-EXIT
002230     END-IF.
002240     IF AUC-OPENING
002250         DISPLAY "HELLOAX4 SECOND OPENING RECORD IN GENERATION "
002260             WS-GEN-NUMBER " (RECORD " WS-RECORDS-READ ")"
002270         MOVE 'N' TO WS-GEN-OK-SW
002280         GO TO 2200-EXIT
002290     END-IF.
002300     ADD 1 TO WS-GEN-ENTRY-COUNT.
002310     MOVE AUDIT-LOG-RECORD TO WS-HASH-RECORD.
002320     PERFORM 2210-HASH-ONE-BYTE THRU 2210-EXIT
002330         VARYING WS-HASH-SUB FROM 1 BY 1
002340         UNTIL WS-HASH-SUB > 95.
002350     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
002360 2200-EXIT.
002370     EXIT.
002380
002390 2210-HASH-ONE-BYTE.
002400     MOVE WS-HASH-BYTE (WS-HASH-SUB) TO WS-BYTE-CHAR.
002410     COMPUTE WS-HASH-PRODUCT = WS-HASH-TOTAL * 31
002420                             + WS-BYTE-VALUE.
002430     DIVIDE WS-HASH-PRODUCT BY WS-HASH-MODULUS
002440         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-TOTAL.
002450 2210-EXIT.
002460     EXIT.
002470
002480******************************************************************
002490*3000-CLOSE-GENERATION
002500*APPENDS THE CLOSING RECORD - THE RUNNING ENTRY COUNT (THE
002510*OPENING COUNT PLUS THIS GENERATION'S ENTRIES) AND THE HASH
002520*RUN OVER THEM.
002530******************************************************************
002540 3000-CLOSE-GENERATION.
002550     OPEN EXTEND AUDIT-LOG-FILE.
002560     IF WS-AUDIT-STATUS NOT = "00"
002570         DISPLAY "HELLOAX1 ERROR REOPENING AUDIT-LOG-FILE - "
002580             "STATUS " WS-AUDIT-STATUS
002590         MOVE 'N' TO WS-FILES-OK-SW
002600         GO TO 3000-EXIT
002610     END-IF.
002620     MOVE SPACES             TO AUDIT-CONTROL-RECORD.
002630     MOVE WS-TIMESTAMP       TO AUC-TIMESTAMP.
002640     MOVE "HELLOAX"          TO AUC-PROGRAM-ID.
002650     MOVE "ROLLOVER"         TO AUC-ORIGIN.
002660     SET AUC-CLOSING         TO TRUE.
002670     MOVE WS-GEN-NUMBER      TO AUC-GEN-NUMBER.
002680     MOVE WS-CURRENT-DATE    TO AUC-GEN-DATE.
002690     COMPUTE AUC-ENTRY-COUNT = WS-GEN-OPEN-COUNT
002700                             + WS-GEN-ENTRY-COUNT.
002710     MOVE WS-HASH-TOTAL      TO AUC-HASH-TOTAL.
002720     WRITE AUDIT-CONTROL-RECORD.
002730     IF WS-AUDIT-STATUS NOT = "00"
002740         DISPLAY "HELLOAX5 CLOSING RECORD WRITE FAILED - "
002750             "STATUS " WS-AUDIT-STATUS
002760         MOVE 'N' TO WS-FILES-OK-SW
002770     END-IF.
002780     CLOSE AUDIT-LOG-FILE.
002790 3000-EXIT.
002800     EXIT.
002810
002820******************************************************************
002830*4000-OPEN-NEXT-GENERATION
002840*THE NEXT GENERATION OPENS WITH THIS ONE'S CLOSING VALUES.
002850******************************************************************
002860 4000-OPEN-NEXT-GENERATION.
002870     OPEN OUTPUT NEXT-OPENING-FILE.
002880     IF WS-NEXT-STATUS NOT = "00"
002890         DISPLAY "HELLOAX1 ERROR OPENING NEXT-OPENING-FILE - "
002900             "STATUS " WS-NEXT-STATUS
002910         MOVE 'N' TO WS-FILES-OK-SW
002920         GO TO 4000-EXIT
002930     END-IF.
002940     SET AUC-OPENING TO TRUE.
002950     ADD 1 TO AUC-GEN-NUMBER.
002960     MOVE AUDIT-CONTROL-RECORD TO NEXT-OPENING-RECORD.
002970     WRITE NEXT-OPENING-RECORD.
002980     IF WS-NEXT-STATUS NOT = "00"
002990         DISPLAY "HELLOAX5 OPENING RECORD WRITE FAILED - "
003000             "STATUS " WS-NEXT-STATUS
003010         MOVE 'N' TO WS-FILES-OK-SW
003020     END-IF.
003030     CLOSE NEXT-OPENING-FILE.
003040 4000-EXIT.
003050     EXIT.
003060
003070 8000-TERMINATE.
003080     DISPLAY "HELLOAX6 GENERATION       = " WS-GEN-NUMBER.
003090     DISPLAY "HELLOAX7 OPENING COUNT    = " WS-GEN-OPEN-COUNT.
003100     DISPLAY "HELLOAX8 OPENING HASH     = " WS-GEN-OPEN-HASH.
003110     DISPLAY "HELLOAX9 ENTRIES CLOSED   = " WS-GEN-ENTRY-COUNT.
003120     DISPLAY "HELLOAXA CLOSING HASH     = " WS-HASH-TOTAL.
003130 8000-EXIT.
003140     EXIT.
003150
003160 END PROGRAM HELLOAX.
