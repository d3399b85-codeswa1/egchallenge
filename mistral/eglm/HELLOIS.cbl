000100******************************************************************
000110*PROGRAM:      HELLOIS
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      MONTHLY INTEGRITY SCAN OF THE EMPMSTR MASTER.
000170*              WALKS THE WHOLE CLUSTER IN EMPLOYEE-ID ORDER AND
000180*              TESTS EVERY RECORD ALREADY ON FILE AGAINST THE
000190*              RULES THE NIGHTLY EDITS ONLY APPLY TO NEW WORK -
000200*              STATUS AGAINST TERMINATION DATE, HIRE AND TERM
000210*              DATES AS CALENDAR DATES AND AGAINST EACH OTHER,
000220*              HIRE DATE NOT IN THE FUTURE, DEPARTMENT AND
000230*              DEGREE ON THEIR REFERENCE FILES, SOURCE SYSTEM
000240*              PRESENT AND KNOWN, AND THE NAME REACHABLE ON THE
000250*              EMP-NAME ALTERNATE INDEX.  EVERY BROKEN RULE IS
000260*              ONE LINE ON THE REPORT AND ONE RECORD ON THE
000270*              INTEGRITY WORKLIST GENERATION (INTWREC), AND THE
000280*              FINDINGS ARE COUNTED BY RULE.  SYSIN CARRIES THE
000290*              KNOWN SOURCE SYSTEMS, ONE PER LINE, ENDED BY
000300*              "END" OR A BLANK LINE; WITH NONE GIVEN THE
000310*              UNKNOWN-SOURCE RULE IS NOT APPLIED.  ANY FINDING
000320*              ENDS THE RUN WITH RETURN CODE 8.
000330*MODIFICATION HISTORY:
000340*DATE       INIT DESCRIPTION
000350*---------- ---- ------------------------------------------------
000360*2026-10-15 DK   ORIGINAL PROGRAM.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. HELLOIS.
000400 AUTHOR. D. KOWALSKI.
000410 INSTALLATION. CORPORATE APPLICATIONS.
000420 DATE-WRITTEN. 2026-10-15.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT EMPMSTR-FILE ASSIGN TO "EMPMSTR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS EMP-ID
000540         ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
000550         FILE STATUS IS WS-EMPMSTR-STATUS.
000560
000570     SELECT DEGREE-CODES-FILE ASSIGN TO "DEGCODES"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS DC-DEGREE-CODE
000610         FILE STATUS IS WS-DEGCOD-STATUS.
000620
000630     SELECT DEPT-CODES-FILE ASSIGN TO "DEPTCODE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS DPT-DEPT-CODE
000670         FILE STATUS IS WS-DPTCOD-STATUS.
000680
000690     SELECT WORKLIST-FILE ASSIGN TO "WRKLFILE"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-WRKL-STATUS.
000720
000730     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-RPT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790
000800 FD  EMPMSTR-FILE.
000810     COPY EMPREC REPLACING
000820         ==EMP-RECORD== BY ==EMP-MASTER-RECORD==.
000830
000840 FD  DEGREE-CODES-FILE.
000850     COPY DEGCODE.
000860
000870 FD  DEPT-CODES-FILE.
000880     COPY DEPTCODE.
000890
000900*INTEGRITY WORKLIST - ONE RECORD PER BROKEN RULE.
000910 FD  WORKLIST-FILE
000920     RECORDING MODE IS F.
000930     COPY INTWREC.
000940
000950 FD  REPORT-FILE
000960     RECORDING MODE IS F.
000970 01  REPORT-LINE                    PIC X(132).
000980
000990 WORKING-STORAGE SECTION.
001000
001010 01  WS-FILE-STATUSES.
001020     05  WS-EMPMSTR-STATUS          PIC X(02).
001030     05  WS-DEGCOD-STATUS           PIC X(02).
001040     05  WS-DPTCOD-STATUS           PIC X(02).
001050     05  WS-WRKL-STATUS             PIC X(02).
001060     05  WS-RPT-STATUS              PIC X(02).
001070
001080 01  WS-SWITCHES.
001090     05  WS-EOF-MSTR-SW             PIC X(01) VALUE 'N'.
001100         88  WS-END-OF-MASTER              VALUE 'Y'.
001110     05  WS-EOF-DEGCOD-SW           PIC X(01) VALUE 'N'.
001120         88  WS-EOF-DEGCOD                 VALUE 'Y'.
001130     05  WS-EOF-DPTCOD-SW           PIC X(01) VALUE 'N'.
001140         88  WS-EOF-DPTCOD                 VALUE 'Y'.
001150     05  WS-EOF-SOURCES-SW          PIC X(01) VALUE 'N'.
001160         88  WS-EOF-SOURCES                VALUE 'Y'.
001170     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
001180         88  WS-FILES-OK                   VALUE 'Y'.
001190     05  WS-PARM-OK-SW              PIC X(01) VALUE 'Y'.
001200         88  WS-PARM-OK                    VALUE 'Y'.
001210     05  WS-DATE-VALID-SW           PIC X(01) VALUE 'N'.
001220         88  WS-DATE-VALID                 VALUE 'Y'.
001230     05  WS-HIRE-VALID-SW           PIC X(01) VALUE 'N'.
001240         88  WS-HIRE-VALID                 VALUE 'Y'.
001250     05  WS-TERM-VALID-SW           PIC X(01) VALUE 'N'.
001260         88  WS-TERM-VALID                 VALUE 'Y'.
001270     05  WS-NAME-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
001280         88  WS-NAME-SCAN-DONE             VALUE 'Y'.
001290     05  WS-NAME-FOUND-SW           PIC X(01) VALUE 'N'.
001300         88  WS-NAME-FOUND                 VALUE 'Y'.
001310
001320 01  WS-COUNTERS.
001330     05  WS-MASTER-READ             PIC 9(08) COMP VALUE ZERO.
001340     05  WS-RECORDS-FLAGGED         PIC 9(08) COMP VALUE ZERO.
001350     05  WS-FINDINGS-TOTAL          PIC 9(08) COMP VALUE ZERO.
001360     05  WS-WORKLIST-WRITTEN        PIC 9(08) COMP VALUE ZERO.
001370     05  WS-RECORD-FINDINGS         PIC 9(04) COMP VALUE ZERO.
001380
001390 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
001400
001410*THE RULES, IN THE ORDER THEY ARE TESTED.  THE RULE NUMBER IS
001420*THE SUBSCRIPT; THE COUNTS ARE KEPT ALONGSIDE.  THE OCCURS
001430*CEILING (12) MUST MATCH WS-RULE-MAX.
001440 01  WS-RULE-MAX                    PIC 9(04) COMP VALUE 12.
001450 01  WS-RULE-TEXT-VALUES.
001460     05  FILLER                     PIC X(36)
001470             VALUE "STATUS NOT A OR T".
001480     05  FILLER                     PIC X(36)
001490             VALUE "TERMINATED WITH NO TERM DATE".
001500     05  FILLER                     PIC X(36)
001510             VALUE "ACTIVE BUT CARRYING A TERM DATE".
001520     05  FILLER                     PIC X(36)
001530             VALUE "TERM DATE NOT A CALENDAR DATE".
001540     05  FILLER                     PIC X(36)
001550             VALUE "TERM DATE BEFORE HIRE DATE".
001560     05  FILLER                     PIC X(36)
001570             VALUE "HIRE DATE NOT A CALENDAR DATE".
001580     05  FILLER                     PIC X(36)
001590             VALUE "HIRE DATE IN THE FUTURE".
001600     05  FILLER                     PIC X(36)
001610             VALUE "DEPARTMENT NOT ON DEPTCODE".
001620     05  FILLER                     PIC X(36)
001630             VALUE "DEGREE NOT ON DEGCODES".
001640     05  FILLER                     PIC X(36)
001650             VALUE "SOURCE SYSTEM BLANK".
001660     05  FILLER                     PIC X(36)
001670             VALUE "SOURCE SYSTEM UNKNOWN".
001680     05  FILLER                     PIC X(36)
001690             VALUE "NAME NOT FOUND ON ALTERNATE INDEX".
001700 01  WS-RULE-TEXT-TABLE REDEFINES WS-RULE-TEXT-VALUES.
001710     05  WS-RULE-TEXT               PIC X(36) OCCURS 12 TIMES.
001720 01  WS-RULE-COUNT-TABLE.
001730     05  WS-RULE-COUNT              PIC 9(08) COMP
001740             OCCURS 12 TIMES.
001750 01  WS-RULE-SUB                    PIC 9(04) COMP VALUE ZERO.
001760
001770*ONE FINDING BEING FILED.
001780 01  WS-FINDING.
001790     05  WS-FND-RULE                PIC 9(02).
001800     05  WS-FND-FIELD-NAME          PIC X(10).
001810     05  WS-FND-FIELD-VALUE         PIC X(30).
001820
001830*THE RECORD UNDER TEST, KEPT WHILE THE NAME PROBE MOVES THE
001840*FILE OFF IT.
001850 01  WS-SAVE-EMP-ID                 PIC X(06) VALUE SPACES.
001860 01  WS-SAVE-EMP-NAME               PIC X(30) VALUE SPACES.
001870
001880*DATE UNDER TEST, AND THE CALENDAR CHECK.
001890 01  WS-CHECK-DATE                  PIC 9(08) VALUE ZERO.
001900 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
001910     05  WS-CHECK-YYYY              PIC 9(04).
001920     05  WS-CHECK-MM                PIC 9(02).
001930     05  WS-CHECK-DD                PIC 9(02).
001940 01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE
001950                                    PIC X(08).
001960 01  WS-HIRE-DATE                   PIC 9(08) VALUE ZERO.
001970 01  WS-MAX-DAY                     PIC 9(02) VALUE ZERO.
001980
001990*DAYS IN EACH MONTH; FEBRUARY IS ADJUSTED FOR LEAP YEARS.
002000 01  WS-DAYS-IN-MONTH-VALUES.
002010     05  FILLER                     PIC X(24)
002020             VALUE "312831303130313130313031".
002030 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
002040     05  WS-DAYS-IN-MONTH           PIC 9(02) OCCURS 12 TIMES.
002050 01  WS-LEAP-WORK.
002060     05  WS-LEAP-QUOTIENT           PIC 9(04) COMP.
002070     05  WS-LEAP-REM-4              PIC 9(04) COMP.
002080     05  WS-LEAP-REM-100            PIC 9(04) COMP.
002090     05  WS-LEAP-REM-400            PIC 9(04) COMP.
002100
002110*DEGREE TABLE - EVERY CODE ON THE DEGREE-CODES FILE, ACTIVE OR
002120*NOT.  EMP-DEGREE MAY HOLD EITHER THE CODE OR THE TITLE, SO
002130*BOTH ARE KEPT.  THE OCCURS CEILING BELOW (200) MUST MATCH
002140*WS-DEG-TABLE-MAX.
002150 01  WS-DEG-TABLE-MAX               PIC 9(04) COMP VALUE 200.
002160 01  WS-DEG-TABLE-CONTROL.
002170     05  WS-DEG-TABLE-COUNT         PIC 9(04) COMP VALUE ZERO.
002180 01  WS-DEG-TABLE.
002190     05  WS-DEG-TABLE-ENTRY OCCURS 1 TO 200 TIMES
002200             DEPENDING ON WS-DEG-TABLE-COUNT
002210             INDEXED BY WS-DEG-IDX.
002220         10  WS-DEG-CODE-T          PIC X(10).
002230         10  WS-DEG-TITLE-T         PIC X(30).
002240
002250*DEPARTMENT TABLE - EVERY CODE ON THE DEPT-CODES FILE, ACTIVE
002260*OR NOT, IN KEY ORDER FOR A BINARY SEARCH.  THE OCCURS CEILING
002270*BELOW (200) MUST MATCH WS-DEPT-TABLE-MAX.
002280 01  WS-DEPT-TABLE-MAX              PIC 9(04) COMP VALUE 200.
002290 01  WS-DEPT-TABLE-CONTROL.
002300     05  WS-DEPT-TABLE-COUNT        PIC 9(04) COMP VALUE ZERO.
002310 01  WS-DEPT-TABLE.
002320     05  WS-DEPT-TABLE-ENTRY OCCURS 1 TO 200 TIMES
002330             DEPENDING ON WS-DEPT-TABLE-COUNT
002340             ASCENDING KEY IS WS-DEPT-CODE-T
002350             INDEXED BY WS-DEPT-IDX.
002360         10  WS-DEPT-CODE-T         PIC X(04).
002370
002380*KNOWN SOURCE SYSTEMS FROM SYSIN.  THE OCCURS CEILING BELOW
002390*(50) MUST MATCH WS-SRC-TABLE-MAX.
002400 01  WS-SOURCE-INPUT                PIC X(08) VALUE SPACES.
002410 01  WS-SRC-TABLE-MAX               PIC 9(04) COMP VALUE 50.
002420 01  WS-SRC-TABLE-CONTROL.
002430     05  WS-SRC-TABLE-COUNT         PIC 9(04) COMP VALUE ZERO.
002440 01  WS-SRC-TABLE.
002450     05  WS-SRC-TABLE-ENTRY OCCURS 1 TO 50 TIMES
002460             DEPENDING ON WS-SRC-TABLE-COUNT
002470             INDEXED BY WS-SRC-IDX.
002480         10  WS-SRC-SYSTEM-T        PIC X(08).
002490
002500 01  WS-LINE-COUNT                  PIC 9(02) COMP VALUE ZERO.
002510 01  WS-MAX-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
002520 01  WS-PAGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
002530
002540*REPORT HEADING LINES.
002550 01  WS-HEADING-1.
002560     05  FILLER                     PIC X(30) VALUE SPACES.
002570     05  FILLER                     PIC X(34)
002580             VALUE "EMPMSTR INTEGRITY SCAN".
002590     05  FILLER                     PIC X(10) VALUE SPACES.
002600     05  FILLER                     PIC X(05) VALUE "PAGE ".
002610     05  H1-PAGE-NUMBER             PIC ZZZ9.
002620
002630 01  WS-HEADING-2.
002640     05  FILLER                     PIC X(30) VALUE SPACES.
002650     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
002660     05  H2-RUN-DATE                PIC 9(08).
002670
002680 01  WS-HEADING-3.
002690     05  FILLER                     PIC X(08) VALUE "EMP ID".
002700     05  FILLER                     PIC X(32) VALUE "NAME".
002710     05  FILLER                     PIC X(06) VALUE "RULE".
002720     05  FILLER                     PIC X(38) VALUE "FINDING".
002730     05  FILLER                     PIC X(12) VALUE "FIELD".
002740     05  FILLER                     PIC X(30) VALUE "VALUE".
002750
002760 01  WS-DETAIL-LINE.
002770     05  DL-EMP-ID                  PIC X(06).
002780     05  FILLER                     PIC X(02) VALUE SPACES.
002790     05  DL-EMP-NAME                PIC X(30).
002800     05  FILLER                     PIC X(02) VALUE SPACES.
002810     05  DL-RULE                    PIC 9(02).
002820     05  FILLER                     PIC X(04) VALUE SPACES.
002830     05  DL-RULE-TEXT               PIC X(36).
002840     05  FILLER                     PIC X(02) VALUE SPACES.
002850     05  DL-FIELD-NAME              PIC X(10).
002860     05  FILLER                     PIC X(02) VALUE SPACES.
002870     05  DL-FIELD-VALUE             PIC X(30).
002880
002890 01  WS-SUMMARY-HEADING.
002900     05  FILLER                     PIC X(40)
002910             VALUE "FINDINGS BY RULE".
002920
002930 01  WS-SUMMARY-LINE.
002940     05  FILLER                     PIC X(02) VALUE SPACES.
002950     05  SL-RULE                    PIC 9(02).
002960     05  FILLER                     PIC X(02) VALUE SPACES.
002970     05  SL-RULE-TEXT               PIC X(36).
002980     05  FILLER                     PIC X(02) VALUE SPACES.
002990     05  SL-COUNT                   PIC ZZZ,ZZ9.
003000
003010 01  WS-NO-SOURCES-LINE.
003020     05  FILLER                     PIC X(36)
003030             VALUE "*** NO KNOWN SOURCE SYSTEMS GIVEN - ".
003040     05  FILLER                     PIC X(26)
003050             VALUE "RULE 11 NOT APPLIED ***".
003060
003070 01  WS-FOOTER-LINE.
003080     05  FILLER                     PIC X(10)
003090             VALUE "MSTR READ:".
003100     05  FT-MASTER-READ             PIC ZZZ,ZZ9.
003110     05  FILLER                     PIC X(12)
003120             VALUE "  FLAGGED:  ".
003130     05  FT-FLAGGED                 PIC ZZZ,ZZ9.
003140     05  FILLER                     PIC X(12)
003150             VALUE "  FINDINGS: ".
003160     05  FT-FINDINGS                PIC ZZZ,ZZ9.
003170     05  FILLER                     PIC X(12)
003180             VALUE "  WORKLIST: ".
003190     05  FT-WORKLIST                PIC ZZZ,ZZ9.
003200
003210 PROCEDURE DIVISION.
003220
003230******************************************************************
003240*0000-MAINLINE
003250*LOADS THE REFERENCE TABLES AND THE KNOWN SOURCES, SCANS THE
003260*MASTER, THEN PRINTS THE COUNTS BY RULE.  RETURN CODE 8 WHEN
003270*ANY RULE IS BROKEN, 16 WHEN THE RUN CANNOT BE MADE.
003280******************************************************************
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003310     IF NOT WS-FILES-OK OR NOT WS-PARM-OK
003320         DISPLAY "HELLOIS1 RUN REFUSED - SEE PRIOR MESSAGES"
003330         MOVE 16 TO RETURN-CODE
003340         GO TO 0000-TERMINATE
003350     END-IF.
003360     PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT.
003370     PERFORM 2000-SCAN-MASTER THRU 2000-EXIT.
003380     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
003390     IF WS-FINDINGS-TOTAL > ZERO
003400         MOVE 8 TO RETURN-CODE
003410     END-IF.
003420 0000-TERMINATE.
003430     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003440     GOBACK.
003450 0000-EXIT.
003460     EXIT.
003470
003480 1000-INITIALIZE.
003490     OPEN INPUT EMPMSTR-FILE.
003500     IF WS-EMPMSTR-STATUS NOT = "00"
003510         DISPLAY "HELLOIS2 ERROR OPENING EMPMSTR-FILE - STATUS "
003520             WS-EMPMSTR-STATUS
003530         MOVE 'N' TO WS-FILES-OK-SW
003540     END-IF.
003550     OPEN INPUT DEGREE-CODES-FILE.
003560     IF WS-DEGCOD-STATUS NOT = "00"
003570         DISPLAY "HELLOIS2 ERROR OPENING DEGREE-CODES-FILE - "
003580             "STATUS " WS-DEGCOD-STATUS
003590         MOVE 'N' TO WS-FILES-OK-SW
003600     END-IF.
003610     OPEN INPUT DEPT-CODES-FILE.
003620     IF WS-DPTCOD-STATUS NOT = "00"
003630         DISPLAY "HELLOIS2 ERROR OPENING DEPT-CODES-FILE - "
003640             "STATUS " WS-DPTCOD-STATUS
003650         MOVE 'N' TO WS-FILES-OK-SW
003660     END-IF.
003670     OPEN OUTPUT WORKLIST-FILE.
003680     IF WS-WRKL-STATUS NOT = "00"
003690         DISPLAY "HELLOIS2 ERROR OPENING WORKLIST-FILE - STATUS "
003700             WS-WRKL-STATUS
003710         MOVE 'N' TO WS-FILES-OK-SW
003720     END-IF.
003730     OPEN OUTPUT REPORT-FILE.
003740     IF WS-RPT-STATUS NOT = "00"
003750         DISPLAY "HELLOIS2 ERROR OPENING REPORT-FILE - STATUS "
003760             WS-RPT-STATUS
003770         MOVE 'N' TO WS-FILES-OK-SW
003780     END-IF.
003790     IF NOT WS-FILES-OK
003800         GO TO 1000-EXIT
003810     END-IF.
003820     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003830     MOVE ZERO TO WS-RULE-SUB.
003840     PERFORM 1050-CLEAR-RULE-COUNT THRU 1050-EXIT
003850         WS-RULE-MAX TIMES.
003860     PERFORM 1100-LOAD-SOURCES THRU 1100-EXIT.
003870     IF NOT WS-PARM-OK
003880         GO TO 1000-EXIT
003890     END-IF.
003900     PERFORM 1200-LOAD-DEGREE-TABLE THRU 1200-EXIT.
003910     IF NOT WS-PARM-OK
003920         GO TO 1000-EXIT
003930     END-IF.
003940     PERFORM 1300-LOAD-DEPT-TABLE THRU 1300-EXIT.
003950 1000-EXIT.
003960     EXIT.
003970
003980 1050-CLEAR-RULE-COUNT.
003990     ADD 1 TO WS-RULE-SUB.
004000     MOVE ZERO TO WS-RULE-COUNT (WS-RULE-SUB).
004010 1050-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050*1100-LOAD-SOURCES
004060*READS THE KNOWN SOURCE-SYSTEM NAMES FROM SYSIN UNTIL "END" OR
004070*A BLANK LINE.  MORE NAMES THAN THE TABLE HOLDS REFUSE THE RUN
004080*RATHER THAN FLAG A GOOD SOURCE AS UNKNOWN.
004090******************************************************************
004100 1100-LOAD-SOURCES.
004110     DISPLAY "ENTER KNOWN SOURCE SYSTEMS, ONE PER LINE, "
004120         "END TO FINISH: ".
004130     MOVE ZERO TO WS-SRC-TABLE-COUNT.
004140     PERFORM 1110-READ-ONE-SOURCE THRU 1110-EXIT
004150         UNTIL WS-EOF-SOURCES.
004160     IF WS-SRC-TABLE-COUNT = ZERO
004170         DISPLAY "HELLOIS3 NO KNOWN SOURCE SYSTEMS GIVEN - "
004180             "UNKNOWN-SOURCE RULE NOT APPLIED"
004190     ELSE
004200         DISPLAY "HELLOIS4 KNOWN SOURCE SYSTEMS = "
004210             WS-SRC-TABLE-COUNT
004220     END-IF.
004230 1100-EXIT.
004240     EXIT.
004250
004260 1110-READ-ONE-SOURCE.
004270     MOVE SPACES TO WS-SOURCE-INPUT.
004280     ACCEPT WS-SOURCE-INPUT.
004290     INSPECT WS-SOURCE-INPUT CONVERTING
004300         "abcdefghijklmnopqrstuvwxyz"
004310         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004320     IF WS-SOURCE-INPUT = SPACES OR WS-SOURCE-INPUT = "END"
004330         SET WS-EOF-SOURCES TO TRUE
004340         GO TO 1110-EXIT
004350     END-IF.
004360     IF WS-SRC-TABLE-COUNT >= WS-SRC-TABLE-MAX
004370         DISPLAY "HELLOIS5 SOURCE-SYSTEM TABLE FULL AT "
004380             WS-SRC-TABLE-MAX " ENTRIES"
004390         MOVE 'N' TO WS-PARM-OK-SW
004400         SET WS-EOF-SOURCES TO TRUE
004410         GO TO 1110-EXIT
004420     END-IF.
004430     ADD 1 TO WS-SRC-TABLE-COUNT.
004440     MOVE WS-SOURCE-INPUT
004450         TO WS-SRC-SYSTEM-T (WS-SRC-TABLE-COUNT).
004460 1110-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500*1200-LOAD-DEGREE-TABLE
004510*LOADS EVERY DEGREE ON THE FILE, ACTIVE OR NOT - THE RULE IS
004520*THAT THE DEGREE IS ON DEGCODES.  A FULL TABLE REFUSES THE RUN.
004530******************************************************************
004540 1200-LOAD-DEGREE-TABLE.
004550     MOVE ZERO TO WS-DEG-TABLE-COUNT.
004560     PERFORM 1210-READ-DEGREE-CODE THRU 1210-EXIT.
004570     PERFORM 1220-ADD-DEGREE-ENTRY THRU 1220-EXIT
004580         UNTIL WS-EOF-DEGCOD.
004590 1200-EXIT.
004600     EXIT.
004610
004620 1210-READ-DEGREE-CODE.
004630     READ DEGREE-CODES-FILE NEXT RECORD
004640         AT END
004650             SET WS-EOF-DEGCOD TO TRUE
004660     END-READ.
004670 1210-EXIT.
004680     EXIT.
004690
004700 1220-ADD-DEGREE-ENTRY.
004710     IF WS-DEG-TABLE-COUNT >= WS-DEG-TABLE-MAX
004720         DISPLAY "HELLOIS6 DEGREE-CODES TABLE FULL AT "
004730             WS-DEG-TABLE-MAX " ENTRIES"
004740         MOVE 'N' TO WS-PARM-OK-SW
004750         SET WS-EOF-DEGCOD TO TRUE
004760         GO TO 1220-EXIT
004770     END-IF.
004780     ADD 1 TO WS-DEG-TABLE-COUNT.
004790     MOVE DC-DEGREE-CODE  TO WS-DEG-CODE-T (WS-DEG-TABLE-COUNT).
004800     MOVE DC-DEGREE-TITLE TO WS-DEG-TITLE-T (WS-DEG-TABLE-COUNT).
004810     PERFORM 1210-READ-DEGREE-CODE THRU 1210-EXIT.
004820 1220-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860*1300-LOAD-DEPT-TABLE
004870*LOADS EVERY DEPARTMENT ON THE FILE, ACTIVE OR NOT, IN KEY
004880*ORDER.  A FULL TABLE REFUSES THE RUN.
004890******************************************************************
004900 1300-LOAD-DEPT-TABLE.
004910     MOVE ZERO TO WS-DEPT-TABLE-COUNT.
004920     PERFORM 1310-READ-DEPT-CODE THRU 1310-EXIT.
004930     PERFORM 1320-ADD-DEPT-ENTRY THRU 1320-EXIT
004940         UNTIL WS-EOF-DPTCOD.
004950 1300-EXIT.
004960     EXIT.
004970
004980 1310-READ-DEPT-CODE.
004990     READ DEPT-CODES-FILE NEXT RECORD
005000         AT END
005010             SET WS-EOF-DPTCOD TO TRUE
005020     END-READ.
005030 1310-EXIT.
005040     EXIT.
005050
005060 1320-ADD-DEPT-ENTRY.
005070     IF WS-DEPT-TABLE-COUNT >= WS-DEPT-TABLE-MAX
005080         DISPLAY "HELLOIS7 DEPT-CODES TABLE FULL AT "
005090             WS-DEPT-TABLE-MAX " ENTRIES"
005100         MOVE 'N' TO WS-PARM-OK-SW
005110         SET WS-EOF-DPTCOD TO TRUE
005120         GO TO 1320-EXIT
005130     END-IF.
005140     ADD 1 TO WS-DEPT-TABLE-COUNT.
005150     MOVE DPT-DEPT-CODE TO WS-DEPT-CODE-T (WS-DEPT-TABLE-COUNT).
005160     PERFORM 1310-READ-DEPT-CODE THRU 1310-EXIT.
005170 1320-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210*2000-SCAN-MASTER
005220*POSITIONS AT THE FIRST EMPLOYEE ID AND TESTS EVERY RECORD.
005230******************************************************************
005240 2000-SCAN-MASTER.
005250     MOVE LOW-VALUES TO EMP-ID.
005260     START EMPMSTR-FILE KEY NOT LESS THAN EMP-ID
005270         INVALID KEY
005280             SET WS-END-OF-MASTER TO TRUE
005290     END-START.
005300     IF NOT WS-END-OF-MASTER
005310         PERFORM 2100-READ-MASTER THRU 2100-EXIT
005320     END-IF.
005330     PERFORM 2200-CHECK-ONE-RECORD THRU 2200-EXIT
005340         UNTIL WS-END-OF-MASTER.
005350 2000-EXIT.
005360     EXIT.
005370
005380 2100-READ-MASTER.
005390     READ EMPMSTR-FILE NEXT RECORD
005400         AT END
005410             SET WS-END-OF-MASTER TO TRUE
005420     END-READ.
005430 2100-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470*2200-CHECK-ONE-RECORD
005480*APPLIES EVERY RULE TO THE RECORD IN HAND, THEN PROBES THE
005490*NAME INDEX - WHICH MOVES THE FILE - AND RE-POSITIONS ON THE
005500*PRIMARY KEY JUST PAST THE RECORD BEFORE READING THE NEXT.
005510******************************************************************
005520 2200-CHECK-ONE-RECORD.
005530     ADD 1 TO WS-MASTER-READ.
005540     MOVE ZERO     TO WS-RECORD-FINDINGS.
005550     MOVE EMP-ID   TO WS-SAVE-EMP-ID.
005560     MOVE EMP-NAME TO WS-SAVE-EMP-NAME.
005570     PERFORM 2300-CHECK-STATUS THRU 2300-EXIT.
005580     PERFORM 2400-CHECK-DATES THRU 2400-EXIT.
005590     PERFORM 2500-CHECK-REFERENCES THRU 2500-EXIT.
005600     PERFORM 2600-CHECK-SOURCE THRU 2600-EXIT.
005610     PERFORM 2700-CHECK-NAME-INDEX THRU 2700-EXIT.
005620     IF WS-RECORD-FINDINGS > ZERO
005630         ADD 1 TO WS-RECORDS-FLAGGED
005640     END-IF.
005650     MOVE WS-SAVE-EMP-ID TO EMP-ID.
005660     START EMPMSTR-FILE KEY GREATER THAN EMP-ID
005670         INVALID KEY
005680             SET WS-END-OF-MASTER TO TRUE
005690             GO TO 2200-EXIT
005700     END-START.
005710     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
005720 2200-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760*2300-CHECK-STATUS
005770*RULES 1-3: A KNOWN STATUS, AND A TERMINATION DATE EXACTLY
005780*WHEN THE EMPLOYEE IS TERMINATED.
005790******************************************************************
005800 2300-CHECK-STATUS.
005810     IF NOT EMP-ST-ACTIVE AND NOT EMP-ST-TERMINATED
005820         MOVE 01              TO WS-FND-RULE
005830         MOVE "STATUS"        TO WS-FND-FIELD-NAME
005840         MOVE EMP-STATUS-SW   TO WS-FND-FIELD-VALUE
005850         PERFORM 5000-FILE-FINDING THRU 5000-EXIT
005860         GO TO 2300-EXIT
005870     END-IF.
005880     IF EMP-ST-TERMINATED
005890        AND (EMP-TERM-DATE NOT NUMERIC
005900             OR EMP-TERM-DATE = ZERO)
005910         MOVE 02              TO WS-FND-RULE
005920         MOVE "TERM-DATE"     TO WS-FND-FIELD-NAME
005930         MOVE EMP-TERM-DATE   TO WS-FND-FIELD-VALUE
005940         PERFORM 5000-FILE-FINDING THRU 5000-EXIT
005950     END-IF.
005960     IF EMP-ST-ACTIVE
005970        AND NOT (EMP-TERM-DATE NUMERIC
005980                 AND EMP-TERM-DATE = ZERO)
005990         MOVE 03              TO WS-FND-RULE
006000         MOVE "TERM-DATE"     TO WS-FND-FIELD-NAME
006010         MOVE EMP-TERM-DATE   TO WS-FND-FIELD-VALUE
006020         PERFORM 5000-FILE-FINDING THRU 5000-EXIT
006030     END-IF.
006040 2300-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080*2400-CHECK-DATES
006090*RULES 4-7: THE HIRE DATE IS A CALENDAR DATE NOT AFTER THE RUN
006100*DATE; ANY TERMINATION DATE IS A CALENDAR DATE NOT BEFORE THE
006110*HIRE DATE.  A ZERO TERMINATION DATE MEANS NONE.
006120******************************************************************
006130 2400-CHECK-DATES.
006140     MOVE 'N' TO WS-HIRE-VALID-SW.
006150     MOVE 'N' TO WS-TERM-VALID-SW.
006160     MOVE EMP-HIRE-DATE TO WS-CHECK-DATE-X.
006170     PERFORM 2450-VALIDATE-DATE THRU 2450-EXIT.
006180     IF WS-DATE-VALID
006190         SET WS-HIRE-VALID TO TRUE
006200         MOVE WS-CHECK-DATE TO WS-HIRE-DATE
006210     ELSE
006220         MOVE 06              TO WS-FND-RULE
006230         MOVE "HIRE-DATE"     TO WS-FND-FIELD-NAME
006240         MOVE EMP-HIRE-DATE   TO WS-FND-FIELD-VALUE
006250         PERFORM 5000-FILE-FINDING THRU 5000-EXIT
006260     END-IF.
006270     IF WS-HIRE-VALID AND WS-HIRE-DATE > WS-RUN-DATE
006280         MOVE 07              TO WS-FND-RULE
006290         MOVE "HIRE-DATE"     TO WS-FND-FIELD-NAME
006300         MOVE EMP-HIRE-DATE   TO WS-FND-FIELD-VALUE
006310         PERFORM 5000-FILE-FINDING THRU 5000-EXIT
006320     END-IF.
006330     IF EMP-TERM-DATE NUMERIC AND EMP-TERM-DATE = ZERO
006340         GO TO 2400-EXIT
006350     END-IF.
006360     MOVE EMP-TERM-DATE TO WS-CHECK-DATE-X.
006370     PERFORM 2450-VALIDATE-DATE THRU 2450-EXIT.
006380     IF WS-DATE-VALID
006390         SET WS-TERM-VALID TO TRUE
006400     ELSE
006410         MOVE 04              TO WS-FND-RULE
006420         MOVE "TERM-DATE"     TO WS-FND-FIELD-NAME
006430         MOVE EMP-TERM-DATE   TO WS-FND-FIELD-VALUE
006440         PERFORM 5000-FILE-FINDING THRU 5000-EXIT
006450     END-IF.
006460     IF WS-TERM-VALID AND WS-HIRE-VALID
006470        AND EMP-TERM-DATE < WS-HIRE-DATE
006480         MOVE 05              TO WS-FND-RULE
006490         MOVE "TERM-DATE"     TO WS-FND-FIELD-NAME
006500         MOVE EMP-TERM-DATE   TO WS-FND-FIELD-VALUE
006510         PERFORM 5000-FILE-FINDING THRU 5000-EXIT
006520     END-IF.
006530 2400-EXIT.
006540     EXIT.
006550
006560******************************************************************
006570*2450-VALIDATE-DATE
006580*SETS WS-DATE-VALID WHEN WS-CHECK-DATE IS NUMERIC WITH A
006590*NON-ZERO YEAR, A MONTH 01-12 AND A DAY THAT MONTH HAS.
006600******************************************************************
006610 2450-VALIDATE-DATE.
006620     MOVE 'N' TO WS-DATE-VALID-SW.
006630     IF WS-CHECK-DATE-X NOT NUMERIC
006640         GO TO 2450-EXIT
006650     END-IF.
006660     IF WS-CHECK-YYYY = ZERO
006670        OR WS-CHECK-MM < 01 OR WS-CHECK-MM > 12
006680        OR WS-CHECK-DD < 01
006690         GO TO 2450-EXIT
006700     END-IF.
006710     MOVE WS-DAYS-IN-MONTH (WS-CHECK-MM) TO WS-MAX-DAY.
006720     IF WS-CHECK-MM = 02
006730         DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
006740             REMAINDER WS-LEAP-REM-4
006750         DIVIDE WS-CHECK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
006760             REMAINDER WS-LEAP-REM-100
006770         DIVIDE WS-CHECK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
006780             REMAINDER WS-LEAP-REM-400
006790         IF WS-LEAP-REM-400 = ZERO
006800            OR (WS-LEAP-REM-4 = ZERO
006810                AND WS-LEAP-REM-100 NOT = ZERO)
006820             MOVE 29 TO WS-MAX-DAY
006830         END-IF
006840     END-IF.
006850     IF WS-CHECK-DD > WS-MAX-DAY
006860         GO TO 2450-EXIT
006870     END-IF.
006880     SET WS-DATE-VALID TO TRUE.
006890 2450-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930*2500-CHECK-REFERENCES
006940*RULES 8-9: DEPARTMENT ON DEPTCODE; DEGREE ON DEGCODES BY CODE
006950*OR BY TITLE.
006960******************************************************************
006970 2500-CHECK-REFERENCES.
006980     SEARCH ALL WS-DEPT-TABLE-ENTRY
006990         AT END
007000             MOVE 08              TO WS-FND-RULE
007010             MOVE "DEPT-CODE"     TO WS-FND-FIELD-NAME
007020             MOVE EMP-DEPT-CODE   TO WS-FND-FIELD-VALUE
007030             PERFORM 5000-FILE-FINDING THRU 5000-EXIT
007040         WHEN WS-DEPT-CODE-T (WS-DEPT-IDX) = EMP-DEPT-CODE
007050             CONTINUE
007060     END-SEARCH.
007070     SET WS-DEG-IDX TO 1.
007080     SEARCH WS-DEG-TABLE-ENTRY
007090         AT END
007100             MOVE 09              TO WS-FND-RULE
007110             MOVE "DEGREE"        TO WS-FND-FIELD-NAME
007120             MOVE EMP-DEGREE      TO WS-FND-FIELD-VALUE
007130             PERFORM 5000-FILE-FINDING THRU 5000-EXIT
007140         WHEN WS-DEG-CODE-T (WS-DEG-IDX) = EMP-DEGREE
007150             CONTINUE
007160         WHEN WS-DEG-TITLE-T (WS-DEG-IDX) = EMP-DEGREE
007170             CONTINUE
007180     END-SEARCH.
007190 2500-EXIT.
007200     EXIT.
007210
007220******************************************************************
007230*2600-CHECK-SOURCE
007240*RULES 10-11: A SOURCE SYSTEM IS PRESENT, AND IS ONE OF THOSE
007250*GIVEN ON SYSIN WHEN ANY WERE GIVEN.
007260******************************************************************
007270 2600-CHECK-SOURCE.
007280     IF EMP-SOURCE-SYSTEM = SPACES
007290         MOVE 10                TO WS-FND-RULE
007300         MOVE "SOURCE"          TO WS-FND-FIELD-NAME
007310         MOVE EMP-SOURCE-SYSTEM TO WS-FND-FIELD-VALUE
007320         PERFORM 5000-FILE-FINDING THRU 5000-EXIT
007330         GO TO 2600-EXIT
007340     END-IF.
007350     IF WS-SRC-TABLE-COUNT = ZERO
007360         GO TO 2600-EXIT
007370     END-IF.
007380     SET WS-SRC-IDX TO 1.
007390     SEARCH WS-SRC-TABLE-ENTRY
007400         AT END
007410             MOVE 11                TO WS-FND-RULE
007420             MOVE "SOURCE"          TO WS-FND-FIELD-NAME
007430             MOVE EMP-SOURCE-SYSTEM TO WS-FND-FIELD-VALUE
007440             PERFORM 5000-FILE-FINDING THRU 5000-EXIT
007450         WHEN WS-SRC-SYSTEM-T (WS-SRC-IDX) = EMP-SOURCE-SYSTEM
007460             CONTINUE
007470     END-SEARCH.
007480 2600-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520*2700-CHECK-NAME-INDEX
007530*RULE 12: THE RECORD CAN BE REACHED THROUGH THE EMP-NAME
007540*ALTERNATE INDEX THE HELLOEQ NAME INQUIRY AND THE HELLO
007550*DUPLICATE SCREEN USE - A BROKEN OR STALE INDEX HIDES IT.
007560******************************************************************
007570 2700-CHECK-NAME-INDEX.
007580     MOVE 'N' TO WS-NAME-SCAN-DONE-SW.
007590     MOVE 'N' TO WS-NAME-FOUND-SW.
007600     MOVE WS-SAVE-EMP-NAME TO EMP-NAME.
007610     START EMPMSTR-FILE KEY NOT LESS THAN EMP-NAME
007620         INVALID KEY
007630             SET WS-NAME-SCAN-DONE TO TRUE
007640     END-START.
007650     PERFORM 2750-MATCH-ONE-NAME THRU 2750-EXIT
007660         UNTIL WS-NAME-SCAN-DONE OR WS-NAME-FOUND.
007670     IF NOT WS-NAME-FOUND
007680         MOVE 12               TO WS-FND-RULE
007690         MOVE "NAME"           TO WS-FND-FIELD-NAME
007700         MOVE WS-SAVE-EMP-NAME TO WS-FND-FIELD-VALUE
007710         PERFORM 5000-FILE-FINDING THRU 5000-EXIT
007720     END-IF.
007730 2700-EXIT.
007740     EXIT.
007750
007760 2750-MATCH-ONE-NAME.
007770     READ EMPMSTR-FILE NEXT RECORD
007780         AT END
007790             SET WS-NAME-SCAN-DONE TO TRUE
007800             GO TO 2750-EXIT
007810     END-READ.
007820     IF EMP-NAME NOT = WS-SAVE-EMP-NAME
007830         SET WS-NAME-SCAN-DONE TO TRUE
007840         GO TO 2750-EXIT
007850     END-IF.
007860     IF EMP-ID = WS-SAVE-EMP-ID
007870         SET WS-NAME-FOUND TO TRUE
007880     END-IF.
007890 2750-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930*4000-PRINT-SUMMARY
007940*THE COUNT FOR EVERY RULE, BROKEN OR NOT, ON THE REPORT AND
007950*THE JOB LOG.
007960******************************************************************
007970 4000-PRINT-SUMMARY.
007980     IF WS-LINE-COUNT + WS-RULE-MAX + 4 > WS-MAX-LINES-PER-PAGE
007990         PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT
008000     END-IF.
008010     WRITE REPORT-LINE FROM WS-SUMMARY-HEADING
008020         AFTER ADVANCING 2 LINES.
008030     ADD 2 TO WS-LINE-COUNT.
008040     MOVE ZERO TO WS-RULE-SUB.
008050     PERFORM 4100-PRINT-ONE-RULE THRU 4100-EXIT
008060         WS-RULE-MAX TIMES.
008070     IF WS-SRC-TABLE-COUNT = ZERO
008080         WRITE REPORT-LINE FROM WS-NO-SOURCES-LINE
008090             AFTER ADVANCING 2 LINES
008100         ADD 2 TO WS-LINE-COUNT
008110     END-IF.
008120 4000-EXIT.
008130     EXIT.
008140
008150 4100-PRINT-ONE-RULE.
008160     ADD 1 TO WS-RULE-SUB.
008170     MOVE WS-RULE-SUB                TO SL-RULE.
008180     MOVE WS-RULE-TEXT (WS-RULE-SUB) TO SL-RULE-TEXT.
008190     MOVE WS-RULE-COUNT (WS-RULE-SUB) TO SL-COUNT.
008200     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
008210         AFTER ADVANCING 1 LINE.
008220     ADD 1 TO WS-LINE-COUNT.
008230     DISPLAY "HELLOIS8 RULE " SL-RULE " " SL-RULE-TEXT
008240         " = " WS-RULE-COUNT (WS-RULE-SUB).
008250 4100-EXIT.
008260     EXIT.
008270
008280******************************************************************
008290*5000-FILE-FINDING
008300*COUNTS THE FINDING IN WS-FINDING AND WRITES IT TO THE REPORT
008310*AND THE WORKLIST.
008320******************************************************************
008330 5000-FILE-FINDING.
008340     ADD 1 TO WS-RULE-COUNT (WS-FND-RULE).
008350     ADD 1 TO WS-FINDINGS-TOTAL.
008360     ADD 1 TO WS-RECORD-FINDINGS.
008370     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008380         PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT
008390     END-IF.
008400     MOVE WS-SAVE-EMP-ID              TO DL-EMP-ID.
008410     MOVE WS-SAVE-EMP-NAME            TO DL-EMP-NAME.
008420     MOVE WS-FND-RULE                 TO DL-RULE.
008430     MOVE WS-RULE-TEXT (WS-FND-RULE)  TO DL-RULE-TEXT.
008440     MOVE WS-FND-FIELD-NAME           TO DL-FIELD-NAME.
008450     MOVE WS-FND-FIELD-VALUE          TO DL-FIELD-VALUE.
008460     WRITE REPORT-LINE FROM WS-DETAIL-LINE
008470         AFTER ADVANCING 1 LINE.
008480     ADD 1 TO WS-LINE-COUNT.
008490     MOVE SPACES TO INTEGRITY-WORKLIST-RECORD.
008500     MOVE WS-SAVE-EMP-ID              TO IW-EMP-ID.
008510     MOVE WS-FND-RULE                 TO IW-RULE-NUMBER.
008520     MOVE WS-RULE-TEXT (WS-FND-RULE)  TO IW-RULE-TEXT.
008530     MOVE WS-FND-FIELD-NAME           TO IW-FIELD-NAME.
008540     MOVE WS-FND-FIELD-VALUE          TO IW-FIELD-VALUE.
008550     MOVE WS-RUN-DATE                 TO IW-SCAN-DATE.
008560     WRITE INTEGRITY-WORKLIST-RECORD.
008570     IF WS-WRKL-STATUS = "00"
008580         ADD 1 TO WS-WORKLIST-WRITTEN
008590     ELSE
008600         DISPLAY "HELLOIS9 WORKLIST WRITE FAILED - STATUS "
008610             WS-WRKL-STATUS " EMP " WS-SAVE-EMP-ID
008620     END-IF.
008630 5000-EXIT.
008640     EXIT.
008650
008660******************************************************************
008670*6000-WRITE-HEADINGS
008680******************************************************************
008690 6000-WRITE-HEADINGS.
008700     ADD 1 TO WS-PAGE-COUNT.
008710     MOVE WS-PAGE-COUNT  TO H1-PAGE-NUMBER.
008720     MOVE WS-RUN-DATE    TO H2-RUN-DATE.
008730     WRITE REPORT-LINE FROM WS-HEADING-1
008740         AFTER ADVANCING PAGE.
008750     WRITE REPORT-LINE FROM WS-HEADING-2
008760         AFTER ADVANCING 1 LINE.
008770     WRITE REPORT-LINE FROM WS-HEADING-3
008780         AFTER ADVANCING 2 LINES.
008790     MOVE SPACES TO REPORT-LINE.
008800     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008810     MOVE 5 TO WS-LINE-COUNT.
008820 6000-EXIT.
008830     EXIT.
008840
008850 8000-TERMINATE.
008860     IF WS-FILES-OK AND WS-PARM-OK
008870         MOVE WS-MASTER-READ      TO FT-MASTER-READ
008880         MOVE WS-RECORDS-FLAGGED  TO FT-FLAGGED
008890         MOVE WS-FINDINGS-TOTAL   TO FT-FINDINGS
008900         MOVE WS-WORKLIST-WRITTEN TO FT-WORKLIST
008910         WRITE REPORT-LINE FROM WS-FOOTER-LINE
008920             AFTER ADVANCING 2 LINES
008930     END-IF.
008940     CLOSE EMPMSTR-FILE DEGREE-CODES-FILE DEPT-CODES-FILE
008950           WORKLIST-FILE REPORT-FILE.
008960     DISPLAY "HELLOISA MASTER READ      = " WS-MASTER-READ.
008970     DISPLAY "HELLOISB RECORDS FLAGGED  = " WS-RECORDS-FLAGGED.
008980     DISPLAY "HELLOISC FINDINGS         = " WS-FINDINGS-TOTAL.
008990     DISPLAY "HELLOISD WORKLIST WRITTEN = " WS-WORKLIST-WRITTEN.
009000 8000-EXIT.
009010     EXIT.
009020
009030 END PROGRAM HELLOIS.
