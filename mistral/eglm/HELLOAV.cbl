000100******************************************************************
000110*PROGRAM:      HELLOAV
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      AUDIT-LOG CHAIN VERIFIER.  READS EVERY RETAINED
000170*              AUDITLOG GENERATION (THE GDG BASE - THE ORDER
000180*              THE GENERATIONS ARRIVE IN DOES NOT MATTER),
000190*              RECOMPUTES EACH ONE'S RUNNING ENTRY COUNT AND
000200*              HASH FROM ITS OPENING RECORD EXACTLY AS HELLOAX
000210*              DID WHEN IT CLOSED THE GENERATION (COPYBOOK
000220*              AUDITCTL), AND REPORTS:
000230*                - A CLOSED GENERATION WHOSE ENTRIES NO LONGER
000240*                  ADD UP TO ITS CLOSING COUNT AND HASH
000250*                - A GENERATION WHOSE OPENING VALUES ARE NOT
000260*                  THE PRIOR GENERATION'S CLOSING VALUES
000270*                - A GENERATION NUMBER MISSING FROM THE CHAIN
000280*                  OR APPEARING TWICE
000290*                - A GENERATION WITH NO OPENING RECORD, OR A
000300*                  CLOSING RECORD CARRYING THE WRONG
000310*                  GENERATION NUMBER
000320*                - ANY GENERATION LEFT OPEN BUT THE NEWEST.
000330*              THE NEWEST GENERATION IS STILL BEING WRITTEN
000340*              AND IS REPORTED AS OPEN, NOT FLAGGED.  WHEN THE
000350*              OLDEST RETAINED GENERATION IS NOT THE FIRST, ITS
000360*              OPENING VALUES START THE CHAIN - THE GENERATIONS
000370*              BEFORE IT WERE VERIFIED BEFORE THEY ROLLED OFF.
000380*              ANY FINDING ENDS THE RUN WITH RETURN CODE 8 SO
000390*              THE ROLLOVER JOB (HELLOAXJ) REFUSES TO CLOSE THE
000400*              CURRENT GENERATION.
000410*MODIFICATION HISTORY:
000420*DATE       INIT DESCRIPTION
000430*---------- ---- ------------------------------------------------
000440*2026-10-15 DK   ORIGINAL PROGRAM.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. HELLOAV.
000480 AUTHOR. D. KOWALSKI.
000490 INSTALLATION. CORPORATE APPLICATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000510
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-AUDIT-STATUS.
000610
000620     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-RPT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680
000690 FD  AUDIT-LOG-FILE
000700     RECORDING MODE IS F.
000710     COPY AUDITREC.
000720     COPY AUDITCTL.
000730
000740 FD  REPORT-FILE
000750     RECORDING MODE IS F.
000760 01  REPORT-LINE                    PIC X(132).
000770
000780 WORKING-STORAGE SECTION.
000790
000800 01  WS-FILE-STATUSES.
000810     05  WS-AUDIT-STATUS            PIC X(02).
000820     05  WS-RPT-STATUS              PIC X(02).
000830
000840 01  WS-SWITCHES.
000850     05  WS-EOF-SW                  PIC X(01) VALUE 'N'.
000860         88  WS-END-OF-AUDIT               VALUE 'Y'.
000870     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
000880         88  WS-FILES-OK                   VALUE 'Y'.
000890     05  WS-TABLE-FULL-SW           PIC X(01) VALUE 'N'.
000900         88  WS-TABLE-FULL                 VALUE 'Y'.
000910     05  WS-IN-GEN-SW               PIC X(01) VALUE 'N'.
000920         88  WS-IN-GEN                     VALUE 'Y'.
000930     05  WS-PRIOR-FOUND-SW          PIC X(01) VALUE 'N'.
000940         88  WS-PRIOR-FOUND                VALUE 'Y'.
000950
000960 01  WS-COUNTERS.
000970     05  WS-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
000980     05  WS-ENTRIES-READ            PIC 9(09) COMP VALUE ZERO.
000990     05  WS-OPEN-GENS               PIC 9(04) COMP VALUE ZERO.
001000     05  WS-FINDINGS                PIC 9(08) COMP VALUE ZERO.
001010
001020*THE GENERATION RECORDS ARE BEING ADDED TO, AND THE SUBSCRIPTS
001030*THE CHECKS WALK THE TABLE WITH.
001040 01  WS-CUR-GEN                     PIC 9(04) COMP VALUE ZERO.
001050 01  WS-GEN-SUB                     PIC 9(04) COMP VALUE ZERO.
001060 01  WS-OTHER-SUB                   PIC 9(04) COMP VALUE ZERO.
001070 01  WS-PRIOR-SUB                   PIC 9(04) COMP VALUE ZERO.
001080 01  WS-LOWEST-GEN                  PIC 9(06) VALUE ZERO.
001090 01  WS-HIGHEST-GEN                 PIC 9(06) VALUE ZERO.
001100 01  WS-PRIOR-GEN-NUMBER            PIC 9(06) VALUE ZERO.
001110
001120*ONE ENTRY PER GENERATION FOUND.  A GENERATION WITH NO OPENING
001130*RECORD TAKES ITS NUMBER FROM ITS CLOSING RECORD, OR STAYS ZERO
001140*WHEN IT HAS NEITHER.  THE OCCURS CEILING BELOW (255) MUST
001150*MATCH WS-GEN-TABLE-MAX - THE MOST GENERATIONS A GDG RETAINS.
001160 01  WS-GEN-TABLE-MAX               PIC 9(04) COMP VALUE 255.
001170 01  WS-GEN-TABLE-CONTROL.
001180     05  WS-GEN-TABLE-COUNT         PIC 9(04) COMP VALUE ZERO.
001190 01  WS-GEN-TABLE.
001200     05  WS-GEN-ENTRY OCCURS 1 TO 255 TIMES
001210             DEPENDING ON WS-GEN-TABLE-COUNT.
001220         10  WS-GEN-NUMBER-T        PIC 9(06).
001230         10  WS-GEN-OPENED-T        PIC X(01).
001240         10  WS-GEN-CLOSED-T        PIC X(01).
001250         10  WS-GEN-OPEN-COUNT-T    PIC 9(09).
001260         10  WS-GEN-OPEN-HASH-T     PIC 9(09).
001270         10  WS-GEN-ENTRIES-T       PIC 9(09).
001280         10  WS-GEN-RUN-COUNT-T     PIC 9(09).
001290         10  WS-GEN-RUN-HASH-T      PIC 9(09).
001300         10  WS-GEN-CLOSE-NUMBER-T  PIC 9(06).
001310         10  WS-GEN-CLOSE-DATE-T    PIC 9(08).
001320         10  WS-GEN-CLOSE-COUNT-T   PIC 9(09).
001330         10  WS-GEN-CLOSE-HASH-T    PIC 9(09).
001340
001350*RUNNING-HASH WORK AREA - THE SAME ARITHMETIC AS HELLOAX.  A
001360*BYTE IS MOVED INTO THE LOW HALF OF A HALFWORD WHOSE HIGH HALF
001370*IS LOW-VALUE, SO THE BINARY VIEW OF THE PAIR IS THE BYTE'S
001380*VALUE, 0 TO 255.
001390 01  WS-HASH-TOTAL                  PIC 9(09) VALUE ZERO.
001400 01  WS-HASH-PRODUCT                PIC 9(12) COMP VALUE ZERO.
001410 01  WS-HASH-QUOTIENT               PIC 9(12) COMP VALUE ZERO.
001420 01  WS-HASH-MODULUS                PIC 9(09) COMP
001430                                    VALUE 999999937.
001440 01  WS-HASH-SUB                    PIC 9(04) COMP VALUE ZERO.
001450 01  WS-HASH-RECORD                 PIC X(95).
001460 01  WS-HASH-RECORD-R REDEFINES WS-HASH-RECORD.
001470     05  WS-HASH-BYTE               PIC X(01) OCCURS 95 TIMES.
001480 01  WS-BYTE-PAIR.
001490     05  FILLER                     PIC X(01) VALUE LOW-VALUE.
001500     05  WS-BYTE-CHAR               PIC X(01) VALUE LOW-VALUE.
001510 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
001520                                    PIC 9(04) COMP.
001530
001540 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
001550 01  WS-LINE-COUNT                  PIC 9(02) COMP VALUE ZERO.
001560 01  WS-MAX-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
001570 01  WS-PAGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
001580
001590*REPORT HEADING LINES.
001600 01  WS-HEADING-1.
001610     05  FILLER                     PIC X(30) VALUE SPACES.
001620     05  FILLER                     PIC X(34)
001630             VALUE "AUDIT LOG CHAIN VERIFICATION".
001640     05  FILLER                     PIC X(10) VALUE SPACES.
001650     05  FILLER                     PIC X(05) VALUE "PAGE ".
001660     05  H1-PAGE-NUMBER             PIC ZZZ9.
001670
001680 01  WS-HEADING-2.
001690     05  FILLER                     PIC X(30) VALUE SPACES.
001700     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
001710     05  H2-RUN-DATE                PIC 9(08).
001720
001730 01  WS-HEADING-3.
001740     05  FILLER                     PIC X(24)
001750             VALUE "     GEN STATE   CLOSED ".
001760     05  FILLER                     PIC X(24)
001770             VALUE "    OPEN CNT  OPEN HASH ".
001780     05  FILLER                     PIC X(24)
001790             VALUE "     ENTRIES     RUN CNT".
001800     05  FILLER                     PIC X(24)
001810             VALUE "   RUN HASH    CLOSE CNT".
001820     05  FILLER                     PIC X(11)
001830             VALUE " CLOSE HASH".
001840
001850 01  WS-DETAIL-LINE.
001860     05  FILLER                     PIC X(02) VALUE SPACES.
001870     05  DL-GEN-NUMBER              PIC 9(06).
001880     05  FILLER                     PIC X(01) VALUE SPACE.
001890     05  DL-STATE                   PIC X(06).
001900     05  FILLER                     PIC X(01) VALUE SPACE.
001910     05  DL-CLOSE-DATE              PIC X(08).
001920     05  FILLER                     PIC X(01) VALUE SPACE.
001930     05  DL-OPEN-COUNT              PIC ZZZ,ZZZ,ZZ9.
001940     05  FILLER                     PIC X(02) VALUE SPACES.
001950     05  DL-OPEN-HASH               PIC 9(09).
001960     05  FILLER                     PIC X(02) VALUE SPACES.
001970     05  DL-ENTRIES                 PIC ZZZ,ZZZ,ZZ9.
001980     05  FILLER                     PIC X(01) VALUE SPACE.
001990     05  DL-RUN-COUNT               PIC ZZZ,ZZZ,ZZ9.
002000     05  FILLER                     PIC X(02) VALUE SPACES.
002010     05  DL-RUN-HASH                PIC 9(09).
002020     05  FILLER                     PIC X(02) VALUE SPACES.
002030     05  DL-CLOSE-COUNT             PIC ZZZ,ZZZ,ZZ9.
002040     05  FILLER                     PIC X(02) VALUE SPACES.
002050     05  DL-CLOSE-HASH              PIC X(09).
002060
002070 01  WS-FINDING-LINE.
002080     05  FILLER                     PIC X(10) VALUE "      *** ".
002090     05  FL-FINDING                 PIC X(40).
002100     05  FILLER                     PIC X(06) VALUE " GEN: ".
002110     05  FL-GEN-NUMBER              PIC 9(06).
002120
002130 01  WS-FOOTER-LINE.
002140     05  FILLER                     PIC X(10)
002150             VALUE "RECS READ:".
002160     05  FT-RECORDS-READ            PIC ZZZ,ZZZ,ZZ9.
002170     05  FILLER                     PIC X(11)
002180             VALUE "  ENTRIES: ".
002190     05  FT-ENTRIES-READ            PIC ZZZ,ZZZ,ZZ9.
002200     05  FILLER                     PIC X(15)
002210             VALUE "  GENERATIONS: ".
002220     05  FT-GENERATIONS             PIC ZZ,ZZ9.
002230     05  FILLER                     PIC X(08)
002240             VALUE "  OPEN: ".
002250     05  FT-OPEN-GENS               PIC ZZ,ZZ9.
002260     05  FILLER                     PIC X(12)
002270             VALUE "  FINDINGS: ".
002280     05  FT-FINDINGS                PIC ZZZ,ZZ9.
002290
002300 PROCEDURE DIVISION.
002310
002320******************************************************************
002330*0000-MAINLINE
002340*SORTS EVERY RECORD INTO ITS GENERATION, RECOMPUTING THE
002350*TOTALS AS IT GOES, THEN CHECKS EACH GENERATION AND THE CHAIN
002360*BETWEEN THEM.  ANY FINDING LEAVES RETURN CODE 8.
002370******************************************************************
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002400     IF NOT WS-FILES-OK
002410         DISPLAY "HELLOAV1 ONE OR MORE FILES FAILED TO OPEN - "
002420             "RUN TERMINATED"
002430         MOVE 16 TO RETURN-CODE
002440         GO TO 0000-TERMINATE
002450     END-IF.
002460     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
002470     PERFORM 2000-SORT-ONE-RECORD THRU 2000-EXIT
002480         UNTIL WS-END-OF-AUDIT OR WS-TABLE-FULL.
002490     IF WS-TABLE-FULL
002500         MOVE 16 TO RETURN-CODE
002510         GO TO 0000-TERMINATE
002520     END-IF.
002530     PERFORM 4000-CHECK-GENERATIONS THRU 4000-EXIT.
002540     IF WS-FINDINGS > ZERO
002550         MOVE 8 TO RETURN-CODE
002560     END-IF.
002570 0000-TERMINATE.
002580     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002590     GOBACK.
002600 0000-EXIT.
002610     EXIT.
002620
002630 1000-INITIALIZE.
002640     OPEN INPUT AUDIT-LOG-FILE.
002650     IF WS-AUDIT-STATUS NOT = "00"
002660         DISPLAY "HELLOAV1 ERROR OPENING AUDIT-LOG-FILE - "
002670             "STATUS " WS-AUDIT-STATUS
002680         MOVE 'N' TO WS-FILES-OK-SW
002690     END-IF.
002700     OPEN OUTPUT REPORT-FILE.
002710     IF WS-RPT-STATUS NOT = "00"
002720         DISPLAY "HELLOAV1 ERROR OPENING REPORT-FILE - STATUS "
002730             WS-RPT-STATUS
002740         MOVE 'N' TO WS-FILES-OK-SW
002750     END-IF.
002760     IF NOT WS-FILES-OK
002770         GO TO 1000-EXIT
002780     END-IF.
002790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002800     PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT.
002810 1000-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850*2000-SORT-ONE-RECORD
002860*AN OPENING RECORD STARTS A GENERATION AND A CLOSING RECORD
002870*ENDS ONE.  AN ENTRY OR A CLOSING RECORD ARRIVING OUTSIDE ANY
002880*GENERATION STARTS ONE WITH NO OPENING RECORD, WHICH 4000
002890*REPORTS - EVERY GENERATION, THE FIRST INCLUDED, OPENS WITH ONE,
002900*SO THE GENERATIONS STAY APART HOWEVER THEY ARE CONCATENATED.
002910******************************************************************
002920 2000-SORT-ONE-RECORD.
002930     IF AUC-OPENING
002940         PERFORM 2200-START-GENERATION THRU 2200-EXIT
002950         GO TO 2000-NEXT
002960     END-IF.
002970     IF NOT WS-IN-GEN
002980         PERFORM 2300-ADD-GENERATION THRU 2300-EXIT
002990         IF WS-TABLE-FULL
003000             GO TO 2000-EXIT
003010         END-IF
003020     END-IF.
003030     IF AUC-CLOSING
003040         PERFORM 2500-CLOSE-GENERATION THRU 2500-EXIT
003050     ELSE
003060         PERFORM 2600-HASH-ENTRY THRU 2600-EXIT
003070     END-IF.
003080 2000-NEXT.
003090     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
003100 2000-EXIT.
003110     EXIT.
003120
003130 2100-READ-AUDIT-RECORD.
003140     READ AUDIT-LOG-FILE
003150         AT END
003160             SET WS-END-OF-AUDIT TO TRUE
003170     END-READ.
003180     IF NOT WS-END-OF-AUDIT
003190         ADD 1 TO WS-RECORDS-READ
003200     END-IF.
003210 2100-EXIT.
003220     EXIT.
003230
003240 2200-START-GENERATION.
003250     PERFORM 2300-ADD-GENERATION THRU 2300-EXIT.
003260     IF WS-TABLE-FULL
003270         GO TO 2200-EXIT
003280     END-IF.
003290     MOVE 'Y'             TO WS-GEN-OPENED-T (WS-CUR-GEN).
003300     MOVE AUC-GEN-NUMBER  TO WS-GEN-NUMBER-T (WS-CUR-GEN).
003310     MOVE AUC-ENTRY-COUNT TO WS-GEN-OPEN-COUNT-T (WS-CUR-GEN)
003320                             WS-GEN-RUN-COUNT-T (WS-CUR-GEN).
003330     MOVE AUC-HASH-TOTAL  TO WS-GEN-OPEN-HASH-T (WS-CUR-GEN)
003340                             WS-GEN-RUN-HASH-T (WS-CUR-GEN).
003350 2200-EXIT.
003360     EXIT.
003370
003380*A NEW TABLE ENTRY, ALL TOTALS ZERO.  A LOG WITH MORE
003390*GENERATIONS THAN THE TABLE STOPS THE RUN - CHECKING PART OF
003400*THE CHAIN WOULD REPORT FALSE FINDINGS.
003410 2300-ADD-GENERATION.
003420     IF WS-GEN-TABLE-COUNT >= WS-GEN-TABLE-MAX
003430         DISPLAY "HELLOAV2 GENERATION TABLE FULL AT "
003440             WS-GEN-TABLE-MAX " ENTRIES - RUN TERMINATED"
003450         SET WS-TABLE-FULL TO TRUE
003460         GO TO 2300-EXIT
003470     END-IF.
003480     ADD 1 TO WS-GEN-TABLE-COUNT.
003490     MOVE WS-GEN-TABLE-COUNT TO WS-CUR-GEN.
003500     MOVE ZERO TO WS-GEN-NUMBER-T (WS-CUR-GEN)
003510                  WS-GEN-OPEN-COUNT-T (WS-CUR-GEN)
003520                  WS-GEN-OPEN-HASH-T (WS-CUR-GEN)
003530                  WS-GEN-ENTRIES-T (WS-CUR-GEN)
003540                  WS-GEN-RUN-COUNT-T (WS-CUR-GEN)
003550                  WS-GEN-RUN-HASH-T (WS-CUR-GEN)
003560                  WS-GEN-CLOSE-NUMBER-T (WS-CUR-GEN)
003570                  WS-GEN-CLOSE-DATE-T (WS-CUR-GEN)
003580                  WS-GEN-CLOSE-COUNT-T (WS-CUR-GEN)
003590                  WS-GEN-CLOSE-HASH-T (WS-CUR-GEN).
003600     MOVE 'N' TO WS-GEN-OPENED-T (WS-CUR-GEN)
003610                 WS-GEN-CLOSED-T (WS-CUR-GEN).
003620     SET WS-IN-GEN TO TRUE.
003630 2300-EXIT.
003640     EXIT.
003650
003660 2500-CLOSE-GENERATION.
003670     MOVE 'Y'             TO WS-GEN-CLOSED-T (WS-CUR-GEN).
003680     MOVE AUC-GEN-NUMBER  TO WS-GEN-CLOSE-NUMBER-T (WS-CUR-GEN).
003690     MOVE AUC-GEN-DATE    TO WS-GEN-CLOSE-DATE-T (WS-CUR-GEN).
003700     MOVE AUC-ENTRY-COUNT TO WS-GEN-CLOSE-COUNT-T (WS-CUR-GEN).
003710     MOVE AUC-HASH-TOTAL  TO WS-GEN-CLOSE-HASH-T (WS-CUR-GEN).
003720     IF WS-GEN-OPENED-T (WS-CUR-GEN) = 'N'
003730         MOVE AUC-GEN-NUMBER TO WS-GEN-NUMBER-T (WS-CUR-GEN)
003740     END-IF.
003750     MOVE 'N' TO WS-IN-GEN-SW.
003760 2500-EXIT.
003770     EXIT.
003780
003790 2600-HASH-ENTRY.
003800     ADD 1 TO WS-ENTRIES-READ.
003810     ADD 1 TO WS-GEN-ENTRIES-T (WS-CUR-GEN)
003820              WS-GEN-RUN-COUNT-T (WS-CUR-GEN).
003830     MOVE WS-GEN-RUN-HASH-T (WS-CUR-GEN) TO WS-HASH-TOTAL.
003840     MOVE AUDIT-LOG-RECORD TO WS-HASH-RECORD.
003850     PERFORM 2610-HASH-ONE-BYTE THRU 2610-EXIT
003860         VARYING WS-HASH-SUB FROM 1 BY 1
003870         UNTIL WS-HASH-SUB > 95.
003880     MOVE WS-HASH-TOTAL TO WS-GEN-RUN-HASH-T (WS-CUR-GEN).
003890 2600-EXIT.
003900     EXIT.
003910
003920 2610-HASH-ONE-BYTE.
003930     MOVE WS-HASH-BYTE (WS-HASH-SUB) TO WS-BYTE-CHAR.
003940     COMPUTE WS-HASH-PRODUCT = WS-HASH-TOTAL * 31
003950                             + WS-BYTE-VALUE.
003960     DIVIDE WS-HASH-PRODUCT BY WS-HASH-MODULUS
003970         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-TOTAL.
003980 2610-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020*3000-WRITE-HEADINGS
004030******************************************************************
004040 3000-WRITE-HEADINGS.
004050     ADD 1 TO WS-PAGE-COUNT.
004060     MOVE WS-PAGE-COUNT TO H1-PAGE-NUMBER.
004070     MOVE WS-RUN-DATE   TO H2-RUN-DATE.
004080     WRITE REPORT-LINE FROM WS-HEADING-1
004090         AFTER ADVANCING PAGE.
004100     WRITE REPORT-LINE FROM WS-HEADING-2
004110         AFTER ADVANCING 1 LINE.
004120     WRITE REPORT-LINE FROM WS-HEADING-3
004130         AFTER ADVANCING 2 LINES.
004140     MOVE SPACES TO REPORT-LINE.
004150     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
004160     MOVE ZERO TO WS-LINE-COUNT.
004170 3000-EXIT.
004180     EXIT.
004190
004200******************************************************************
004210*4000-CHECK-GENERATIONS
004220*FINDS THE LOWEST AND HIGHEST GENERATION NUMBERS, THEN PRINTS
004230*EACH GENERATION IN THE ORDER READ WITH ANY FINDINGS AGAINST
004240*IT.  GENERATION ZERO IS ONE WITH NEITHER CONTROL RECORD.
004250******************************************************************
004260 4000-CHECK-GENERATIONS.
004270     IF WS-GEN-TABLE-COUNT = ZERO
004280         GO TO 4000-EXIT
004290     END-IF.
004300     PERFORM 4050-NOTE-RANGE THRU 4050-EXIT
004310         VARYING WS-GEN-SUB FROM 1 BY 1
004320         UNTIL WS-GEN-SUB > WS-GEN-TABLE-COUNT.
004330     PERFORM 4100-CHECK-ONE-GENERATION THRU 4100-EXIT
004340         VARYING WS-GEN-SUB FROM 1 BY 1
004350         UNTIL WS-GEN-SUB > WS-GEN-TABLE-COUNT.
004360     IF WS-LOWEST-GEN > 1
004370         MOVE "CHAIN STARTS AT RETAINED GENERATION"
004380             TO FL-FINDING
004390         MOVE WS-LOWEST-GEN TO FL-GEN-NUMBER
004400         PERFORM 4900-PRINT-LINE THRU 4900-EXIT
004410     END-IF.
004420 4000-EXIT.
004430     EXIT.
004440
004450 4050-NOTE-RANGE.
004460     IF WS-GEN-NUMBER-T (WS-GEN-SUB) = ZERO
004470         GO TO 4050-EXIT
004480     END-IF.
004490     IF WS-LOWEST-GEN = ZERO
004500        OR WS-GEN-NUMBER-T (WS-GEN-SUB) < WS-LOWEST-GEN
004510         MOVE WS-GEN-NUMBER-T (WS-GEN-SUB) TO WS-LOWEST-GEN
004520     END-IF.
004530     IF WS-GEN-NUMBER-T (WS-GEN-SUB) > WS-HIGHEST-GEN
004540         MOVE WS-GEN-NUMBER-T (WS-GEN-SUB) TO WS-HIGHEST-GEN
004550     END-IF.
004560 4050-EXIT.
004570     EXIT.
004580
004590 4100-CHECK-ONE-GENERATION.
004600     PERFORM 4200-PRINT-GENERATION THRU 4200-EXIT.
004610     MOVE WS-GEN-NUMBER-T (WS-GEN-SUB) TO FL-GEN-NUMBER.
004620     IF WS-GEN-CLOSED-T (WS-GEN-SUB) = 'Y'
004630         IF WS-GEN-RUN-COUNT-T (WS-GEN-SUB)
004640                 NOT = WS-GEN-CLOSE-COUNT-T (WS-GEN-SUB)
004650            OR WS-GEN-RUN-HASH-T (WS-GEN-SUB)
004660                 NOT = WS-GEN-CLOSE-HASH-T (WS-GEN-SUB)
004670             MOVE "CONTROL TOTALS DO NOT AGREE" TO FL-FINDING
004680             PERFORM 4800-PRINT-FINDING THRU 4800-EXIT
004690         END-IF
004700         IF WS-GEN-CLOSE-NUMBER-T (WS-GEN-SUB)
004710                 NOT = WS-GEN-NUMBER-T (WS-GEN-SUB)
004720             MOVE "CLOSING RECORD HAS WRONG GENERATION"
004730                 TO FL-FINDING
004740             PERFORM 4800-PRINT-FINDING THRU 4800-EXIT
004750         END-IF
004760     ELSE
004770         ADD 1 TO WS-OPEN-GENS
004780         IF WS-GEN-TABLE-COUNT > 1
004790            AND (WS-GEN-NUMBER-T (WS-GEN-SUB) = ZERO
004800              OR WS-GEN-NUMBER-T (WS-GEN-SUB) < WS-HIGHEST-GEN)
004810             MOVE "GENERATION LEFT OPEN" TO FL-FINDING
004820             PERFORM 4800-PRINT-FINDING THRU 4800-EXIT
004830         END-IF
004840     END-IF.
004850     IF WS-GEN-OPENED-T (WS-GEN-SUB) = 'N'
004860         MOVE "OPENING RECORD MISSING" TO FL-FINDING
004870         PERFORM 4800-PRINT-FINDING THRU 4800-EXIT
004880     END-IF.
004890     IF WS-GEN-NUMBER-T (WS-GEN-SUB) = ZERO
004900         GO TO 4100-EXIT
004910     END-IF.
004920     PERFORM 4300-FIND-DUPLICATE THRU 4300-EXIT
004930         VARYING WS-OTHER-SUB FROM 1 BY 1
004940         UNTIL WS-OTHER-SUB > WS-GEN-TABLE-COUNT.
004950     IF WS-GEN-NUMBER-T (WS-GEN-SUB) > WS-LOWEST-GEN
004960         PERFORM 4400-CHECK-CHAIN THRU 4400-EXIT
004970     END-IF.
004980 4100-EXIT.
004990     EXIT.
005000
005010 4200-PRINT-GENERATION.
005020     MOVE WS-GEN-NUMBER-T (WS-GEN-SUB) TO DL-GEN-NUMBER.
005030     MOVE WS-GEN-OPEN-COUNT-T (WS-GEN-SUB) TO DL-OPEN-COUNT.
005040     MOVE WS-GEN-OPEN-HASH-T (WS-GEN-SUB) TO DL-OPEN-HASH.
005050     MOVE WS-GEN-ENTRIES-T (WS-GEN-SUB) TO DL-ENTRIES.
005060     MOVE WS-GEN-RUN-COUNT-T (WS-GEN-SUB) TO DL-RUN-COUNT.
005070     MOVE WS-GEN-RUN-HASH-T (WS-GEN-SUB) TO DL-RUN-HASH.
005080     IF WS-GEN-CLOSED-T (WS-GEN-SUB) = 'Y'
005090         MOVE "CLOSED" TO DL-STATE
005100         MOVE WS-GEN-CLOSE-DATE-T (WS-GEN-SUB) TO DL-CLOSE-DATE
005110         MOVE WS-GEN-CLOSE-COUNT-T (WS-GEN-SUB) TO DL-CLOSE-COUNT
005120         MOVE WS-GEN-CLOSE-HASH-T (WS-GEN-SUB) TO DL-CLOSE-HASH
005130     ELSE
005140         MOVE "OPEN"   TO DL-STATE
005150         MOVE SPACES   TO DL-CLOSE-DATE DL-CLOSE-HASH
005160         MOVE ZERO     TO DL-CLOSE-COUNT
005170     END-IF.
005180     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
005190         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
005200     END-IF.
005210     WRITE REPORT-LINE FROM WS-DETAIL-LINE
005220         AFTER ADVANCING 1 LINE.
005230     ADD 1 TO WS-LINE-COUNT.
005240 4200-EXIT.
005250     EXIT.
005260
005270*THE SAME NUMBER ON A LATER ENTRY IS REPORTED ONCE, AGAINST
005280*THE FIRST.
005290 4300-FIND-DUPLICATE.
005300     IF WS-OTHER-SUB > WS-GEN-SUB
005310        AND WS-GEN-NUMBER-T (WS-OTHER-SUB)
005320            = WS-GEN-NUMBER-T (WS-GEN-SUB)
005330         MOVE "GENERATION NUMBER APPEARS TWICE" TO FL-FINDING
005340         PERFORM 4800-PRINT-FINDING THRU 4800-EXIT
005350     END-IF.
005360 4300-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400*4400-CHECK-CHAIN
005410*THE GENERATION BEFORE THIS ONE MUST BE RETAINED, AND THIS
005420*ONE'S OPENING VALUES MUST BE ITS CLOSING VALUES.  A PRIOR
005430*GENERATION LEFT OPEN IS ALREADY REPORTED AGAINST ITSELF.
005440******************************************************************
005450 4400-CHECK-CHAIN.
005460     COMPUTE WS-PRIOR-GEN-NUMBER =
005470         WS-GEN-NUMBER-T (WS-GEN-SUB) - 1.
005480     MOVE 'N' TO WS-PRIOR-FOUND-SW.
005490     PERFORM 4410-FIND-PRIOR THRU 4410-EXIT
005500         VARYING WS-OTHER-SUB FROM 1 BY 1
005510         UNTIL WS-OTHER-SUB > WS-GEN-TABLE-COUNT
005520            OR WS-PRIOR-FOUND.
005530     IF NOT WS-PRIOR-FOUND
005540         MOVE "PRIOR GENERATION MISSING" TO FL-FINDING
005550         PERFORM 4800-PRINT-FINDING THRU 4800-EXIT
005560         GO TO 4400-EXIT
005570     END-IF.
005580     IF WS-GEN-CLOSED-T (WS-PRIOR-SUB) = 'N'
005590        OR WS-GEN-OPENED-T (WS-GEN-SUB) = 'N'
005600         GO TO 4400-EXIT
005610     END-IF.
005620     IF WS-GEN-OPEN-COUNT-T (WS-GEN-SUB)
005630             NOT = WS-GEN-CLOSE-COUNT-T (WS-PRIOR-SUB)
005640        OR WS-GEN-OPEN-HASH-T (WS-GEN-SUB)
005650             NOT = WS-GEN-CLOSE-HASH-T (WS-PRIOR-SUB)
005660         MOVE "OPENING VALUES BREAK THE CHAIN" TO FL-FINDING
005670         PERFORM 4800-PRINT-FINDING THRU 4800-EXIT
005680     END-IF.
005690 4400-EXIT.
005700     EXIT.
005710
005720 4410-FIND-PRIOR.
005730     IF WS-GEN-NUMBER-T (WS-OTHER-SUB) = WS-PRIOR-GEN-NUMBER
005740         SET WS-PRIOR-FOUND TO TRUE
005750         MOVE WS-OTHER-SUB TO WS-PRIOR-SUB
005760     END-IF.
005770 4410-EXIT.
005780     EXIT.
005790
005800 4800-PRINT-FINDING.
005810     ADD 1 TO WS-FINDINGS.
005820     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
005830 4800-EXIT.
005840     EXIT.
005850
005860 4900-PRINT-LINE.
005870     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
005880         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
005890     END-IF.
005900     WRITE REPORT-LINE FROM WS-FINDING-LINE
005910         AFTER ADVANCING 1 LINE.
005920     ADD 1 TO WS-LINE-COUNT.
005930 4900-EXIT.
005940     EXIT.
005950
005960 8000-TERMINATE.
005970     IF WS-FILES-OK
005980         MOVE WS-RECORDS-READ    TO FT-RECORDS-READ
005990         MOVE WS-ENTRIES-READ    TO FT-ENTRIES-READ
006000         MOVE WS-GEN-TABLE-COUNT TO FT-GENERATIONS
006010         MOVE WS-OPEN-GENS       TO FT-OPEN-GENS
006020         MOVE WS-FINDINGS        TO FT-FINDINGS
006030         WRITE REPORT-LINE FROM WS-FOOTER-LINE
006040             AFTER ADVANCING 2 LINES
006050     END-IF.
006060     CLOSE AUDIT-LOG-FILE REPORT-FILE.
006070     DISPLAY "HELLOAV3 RECORDS READ     = " WS-RECORDS-READ.
006080     DISPLAY "HELLOAV4 ENTRIES READ     = " WS-ENTRIES-READ.
006090     DISPLAY "HELLOAV5 GENERATIONS      = " WS-GEN-TABLE-COUNT.
006100     DISPLAY "HELLOAV6 OPEN GENERATIONS = " WS-OPEN-GENS.
006110     DISPLAY "HELLOAV7 FINDINGS         = " WS-FINDINGS.
006120 8000-EXIT.
006130     EXIT.
006140
006150 END PROGRAM HELLOAV.
