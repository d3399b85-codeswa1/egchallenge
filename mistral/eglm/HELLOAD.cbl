000100******************************************************************
000110*PROGRAM:      HELLOAD
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      CERTIFICATE OF DESTRUCTION FOR A PRIVACY
000170*              ANONYMIZATION RUN - THE LAST STEP OF THE JOB
000180*              HELLOAN BUILDS.  READS THE RUN'S CONTROL LIST
000190*              (ANONIDS) AND THE CERTIFICATE DETAIL THE SCRUB
000200*              STEPS WROTE (CERTDTL, SORTED SCRUBBED-ID RECORDS
000210*              FIRST IN ID ORDER, THEN DATASET RECORDS IN STEP
000220*              ORDER) AND PRINTS:
000230*                - THE RUN DATE, RETENTION PERIOD, CUTOFF DATE
000240*                  AND THE TOKEN THE VALUES WERE REPLACED WITH;
000250*                - EVERY SCRUBBED EMPLOYEE ID WITH EACH FILE
000260*                  AND DATASET IT WAS FOUND IN AND HOW MANY
000270*                  RECORDS WERE SCRUBBED THERE;
000280*                - EVERY DATASET SELECTED WITH ITS RECORDS READ
000290*                  AND SCRUBBED AND, FOR AUDITLOG GENERATIONS,
000300*                  THE SEAL BEFORE AND AFTER;
000303*                - THE FILES LEFT OUT OF THE SCRUB ON PURPOSE,
000306*                  WITH THE REASON;
000310*                - A SIGN-OFF BLOCK.
000320*              NO NAME IS PRINTED - THE ID IS WHAT IS CERTIFIED.
000330*              A DATASET WITH NO DETAIL RECORD WAS NOT PROCESSED
000340*              (ITS STEP FAILED OR WAS BYPASSED) AND IS PRINTED
000350*              AS SUCH; THAT, OR A GENERATION WHOSE SEAL DID NOT
000360*              HOLD, ENDS THE RUN WITH RETURN CODE 8 AND THE
000370*              CERTIFICATE IS NOT TO BE SIGNED UNTIL THE RUN IS
000380*              COMPLETED.
000390*MODIFICATION HISTORY:
000400*DATE       INIT DESCRIPTION
000410*---------- ---- ------------------------------------------------
000420*2026-10-15 DK   ORIGINAL PROGRAM.
000425*2026-10-15 DK   PRINT THE FILES LEFT OUT OF THE SCRUB ON PURPOSE.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. HELLOAD.
000460 AUTHOR. D. KOWALSKI.
000470 INSTALLATION. CORPORATE APPLICATIONS.
000480 DATE-WRITTEN. 2026-10-15.
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT ANON-LIST-FILE ASSIGN TO "ANONIDS"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-LIST-STATUS.
000590
000600     SELECT CERT-DETAIL-FILE ASSIGN TO "CERTDTL"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-CERT-STATUS.
000630
000640     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-RPT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700
000710 FD  ANON-LIST-FILE
000720     RECORDING MODE IS F.
000730     COPY ANONLIST.
000740
000750 FD  CERT-DETAIL-FILE
000760     RECORDING MODE IS F.
000770     COPY ANONCERT.
000780
000790 FD  REPORT-FILE
000800     RECORDING MODE IS F.
000810 01  REPORT-LINE                    PIC X(132).
000820
000830 WORKING-STORAGE SECTION.
000840
000850 01  WS-FILE-STATUSES.
000860     05  WS-LIST-STATUS             PIC X(02).
000870     05  WS-CERT-STATUS             PIC X(02).
000880     05  WS-RPT-STATUS              PIC X(02).
000890
000900 01  WS-SWITCHES.
000910     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
000920         88  WS-FILES-OK                   VALUE 'Y'.
000930     05  WS-RUN-OK-SW               PIC X(01) VALUE 'Y'.
000940         88  WS-RUN-OK                     VALUE 'Y'.
000950     05  WS-LIST-EOF-SW             PIC X(01) VALUE 'N'.
000960         88  WS-END-OF-LIST                VALUE 'Y'.
000970     05  WS-CERT-EOF-SW             PIC X(01) VALUE 'N'.
000980         88  WS-END-OF-CERT                VALUE 'Y'.
000990     05  WS-HEADER-SW               PIC X(01) VALUE 'N'.
001000         88  WS-HEADER-FOUND               VALUE 'Y'.
001010
001020 01  WS-COUNTERS.
001030     05  WS-IDS-SCRUBBED            PIC 9(05) COMP VALUE ZERO.
001040     05  WS-IDS-NOT-FOUND           PIC 9(05) COMP VALUE ZERO.
001050     05  WS-ID-RECORDS              PIC 9(09) COMP VALUE ZERO.
001060     05  WS-TOTAL-SCRUBBED          PIC 9(09) COMP VALUE ZERO.
001070     05  WS-DATASETS-DONE           PIC 9(04) COMP VALUE ZERO.
001080     05  WS-DATASETS-MISSED         PIC 9(04) COMP VALUE ZERO.
001090     05  WS-SEALS-BROKEN            PIC 9(04) COMP VALUE ZERO.
001100     05  WS-STRAY-RECORDS           PIC 9(05) COMP VALUE ZERO.
001110
001120*THE SAME LITERAL AS HELLOAN, HELLOAZ AND HELLOAY.
001130 01  WS-ANON-TOKEN                  PIC X(30)
001140                                    VALUE "*ANONYMIZED*".
001150
001160 01  WS-RUN-HEADER.
001170     05  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001180     05  WS-RETAIN-YEARS            PIC 9(02) VALUE ZERO.
001190     05  WS-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
001200     05  WS-LIST-ID-COUNT           PIC 9(05) VALUE ZERO.
001210     05  WS-LIST-DATASET-COUNT      PIC 9(04) VALUE ZERO.
001220 01  WS-PRINT-DATE                  PIC 9(08) VALUE ZERO.
001230
001240*THE EMPLOYEE IDS ON THE CONTROL LIST, IN ID ORDER.  THE OCCURS
001250*CEILING BELOW (9999) MUST MATCH WS-AI-TABLE-MAX.
001260 01  WS-AI-TABLE-MAX                PIC 9(04) COMP VALUE 9999.
001270 01  WS-AI-TABLE-CONTROL.
001280     05  WS-AI-COUNT                PIC 9(04) COMP VALUE ZERO.
001290 01  WS-AI-TABLE.
001300     05  WS-AI-ENTRY OCCURS 1 TO 9999 TIMES
001310             DEPENDING ON WS-AI-COUNT.
001320         10  WS-AI-EMP-ID           PIC X(06).
001330         10  WS-AI-TERM-DATE        PIC 9(08).
001340         10  WS-AI-ID-BASIS         PIC X(01).
001350         10  WS-AI-ARCHIVED-EMP-ID  PIC X(06).
001360 01  WS-AI-SUB                      PIC 9(04) COMP VALUE ZERO.
001370 01  WS-AI-LINES                    PIC 9(04) COMP VALUE ZERO.
001380
001390*THE DATASETS ON THE CONTROL LIST, BY STEP SEQUENCE, WITH WHAT
001400*THEIR STEPS REPORTED.  THE OCCURS CEILING BELOW (250) MUST
001410*MATCH WS-DS-TABLE-MAX AND HELLOAN'S.
001420 01  WS-DS-TABLE-MAX                PIC 9(04) COMP VALUE 250.
001430 01  WS-DS-TABLE-CONTROL.
001440     05  WS-DS-COUNT                PIC 9(04) COMP VALUE ZERO.
001450 01  WS-DS-TABLE.
001460     05  WS-DS-ENTRY OCCURS 250 TIMES.
001470         10  WS-DS-FILE-TYPE        PIC X(08).
001480         10  WS-DS-NAME             PIC X(44).
001490         10  WS-DS-DONE-SW          PIC X(01).
001500             88  WS-DS-DONE                VALUE 'Y'.
001510         10  WS-DS-RECORDS-READ     PIC 9(09).
001520         10  WS-DS-RECORDS-SCRUBBED PIC 9(09).
001530         10  WS-DS-SEAL-STATUS      PIC X(01).
001540         10  WS-DS-GEN-NUMBER       PIC 9(06).
001550         10  WS-DS-OLD-HASH         PIC 9(09).
001551         10  WS-DS-NEW-HASH         PIC 9(09).
001552 01  WS-DS-SUB                      PIC 9(04) COMP VALUE ZERO.
001553
001554*THE FILES THAT CAN HOLD A FORMER EMPLOYEE'S NAME BUT ARE NOT
001555*SCRUBBED, WITH THE REASON - PRINTED SO THE CERTIFICATE SAYS WHAT
001556*IT DOES NOT COVER.  KEEP IN STEP WITH HELLOAN'S FILE-TYPE TABLE.
001557 01  WS-EXCLUDED-VALUES.
001558     05  FILLER                     PIC X(44)
001559             VALUE "PROD.EMP.INTAKE.DAILY".
001560     05  FILLER                     PIC X(44)
001561             VALUE "INBOUND FEED - REPLACED EACH NIGHT".
001562     05  FILLER                     PIC X(44)
001563             VALUE "PROD.EMP.EXCPRPT".
001564     05  FILLER                     PIC X(44)
001565             VALUE "PRINT IMAGE, NOT FIELDED - GDG LIMIT 7".
001566     05  FILLER                     PIC X(44)
001567             VALUE "PROD.EMP.AUDITLOG.PREGDG".
001568     05  FILLER                     PIC X(44)
001569             VALUE "PRE-GDG LOG - DELETED AFTER FIRST ROLLOVER".
001570     05  FILLER                     PIC X(44)
001571             VALUE "PROD.EMP.AUDITLOG.RETIRED".
001572     05  FILLER                     PIC X(44)
001573             VALUE "OLD LAYOUT - HELLOMIG FALLBACK COPY ONLY".
001574     05  FILLER                     PIC X(44)
001575             VALUE "PROD.EMP.JOURNAL.RETIRED".
001576     05  FILLER                     PIC X(44)
001577             VALUE "OLD LAYOUT - HELLOMIG FALLBACK COPY ONLY".
001578     05  FILLER                     PIC X(44)
001579             VALUE "PROD.EMPMSTR.RETIRED.BACKUP".
001580     05  FILLER                     PIC X(44)
001581             VALUE "OLD LAYOUT - HELLOMIG FALLBACK COPY ONLY".
001582 01  WS-EXCLUDED-TABLE REDEFINES WS-EXCLUDED-VALUES.
001583     05  WS-EX-ENTRY OCCURS 6 TIMES.
001584         10  WS-EX-DS-NAME          PIC X(44).
001585         10  WS-EX-REASON           PIC X(44).
001586 01  WS-EX-COUNT                    PIC 9(02) COMP VALUE 6.
001587 01  WS-EX-SUB                      PIC 9(02) COMP VALUE ZERO.
001588
001590 01  WS-LINE-COUNT                  PIC 9(02) COMP VALUE ZERO.
001600 01  WS-MAX-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
001610 01  WS-PAGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
001620 01  WS-LINES-NEEDED                PIC 9(02) COMP VALUE ZERO.
001630
001640*REPORT HEADING LINES.
001650 01  WS-HEADING-1.
001660     05  FILLER                     PIC X(30) VALUE SPACES.
001670     05  FILLER                     PIC X(34)
001680             VALUE "CERTIFICATE OF DESTRUCTION".
001690     05  FILLER                     PIC X(10) VALUE SPACES.
001700     05  FILLER                     PIC X(05) VALUE "PAGE ".
001710     05  H1-PAGE-NUMBER             PIC ZZZ9.
001720
001730 01  WS-HEADING-2.
001740     05  FILLER                     PIC X(30) VALUE SPACES.
001750     05  FILLER                     PIC X(34)
001760             VALUE "PERSONAL DATA OF FORMER EMPLOYEES".
001770     05  FILLER                     PIC X(10) VALUE SPACES.
001780     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
001790     05  H2-RUN-DATE                PIC 9(08).
001800
001810 01  WS-PARM-LINE-1.
001820     05  FILLER                     PIC X(02) VALUE SPACES.
001830     05  FILLER                     PIC X(30)
001840             VALUE "EMPLOYEES TERMINATED BEFORE  ".
001850     05  PL-CUTOFF-DATE             PIC 9(08).
001860     05  FILLER                     PIC X(02) VALUE SPACES.
001870     05  FILLER                     PIC X(11) VALUE "RETENTION: ".
001880     05  PL-RETAIN-YEARS            PIC Z9.
001890     05  FILLER                     PIC X(06) VALUE " YEARS".
001900
001910 01  WS-PARM-LINE-2.
001920     05  FILLER                     PIC X(02) VALUE SPACES.
001930     05  FILLER                     PIC X(28) VALUE
001940             "NAME AND IDENTIFYING VALUES ".
001950     05  FILLER                     PIC X(30) VALUE
001960             "REPLACED WITH THE TOKEN ".
001970     05  PL-TOKEN                   PIC X(30).
001980
001990 01  WS-PARM-LINE-3.
002000     05  FILLER                     PIC X(02) VALUE SPACES.
002010     05  FILLER                     PIC X(46) VALUE
002020             "EMPLOYEE IDS, DATES AND RECORD COUNTS ARE KEPT".
002030     05  FILLER                     PIC X(50) VALUE
002040             " SO THE JOURNAL, STATISTICS AND LOG SEALS BALANCE".
002050
002060 01  WS-SECTION-LINE.
002070     05  FILLER                     PIC X(02) VALUE SPACES.
002080     05  SL-TITLE                   PIC X(60).
002090
002100 01  WS-ID-HEADING.
002110     05  FILLER                     PIC X(24)
002120             VALUE "  EMP ID  TERM DATE BASI".
002130     05  FILLER                     PIC X(24)
002140             VALUE "S              SEQ  FILE".
002150     05  FILLER                     PIC X(24)
002160             VALUE "      DATASET           ".
002170     05  FILLER                     PIC X(24)
002180             VALUE "                        ".
002190     05  FILLER                     PIC X(13)
002200             VALUE "      RECORDS".
002210
002220 01  WS-ID-LINE.
002230     05  FILLER                     PIC X(02) VALUE SPACES.
002240     05  IL-EMP-ID                  PIC X(06).
002250     05  FILLER                     PIC X(02) VALUE SPACES.
002260     05  IL-TERM-DATE               PIC X(08).
002270     05  FILLER                     PIC X(02) VALUE SPACES.
002280     05  IL-BASIS                   PIC X(16).
002290     05  FILLER                     PIC X(02) VALUE SPACES.
002300     05  IL-DS-SEQUENCE             PIC X(04).
002310     05  FILLER                     PIC X(02) VALUE SPACES.
002320     05  IL-FILE-TYPE               PIC X(08).
002330     05  FILLER                     PIC X(02) VALUE SPACES.
002340     05  IL-DS-NAME                 PIC X(44).
002350     05  FILLER                     PIC X(02) VALUE SPACES.
002360     05  IL-RECORDS                 PIC X(09).
002370 01  WS-ID-RECORDS-EDIT             PIC Z,ZZZ,ZZ9.
002380 01  WS-BASIS-TEXT.
002390     05  FILLER                     PIC X(09) VALUE "LINKED TO".
002400     05  FILLER                     PIC X(01) VALUE SPACE.
002410     05  BT-ARCHIVED-EMP-ID         PIC X(06).
002420
002430 01  WS-DS-HEADING.
002440     05  FILLER                     PIC X(24)
002450             VALUE "   SEQ  FILE      DATASE".
002460     05  FILLER                     PIC X(24)
002470             VALUE "T                       ".
002480     05  FILLER                     PIC X(24)
002490             VALUE "                      RE".
002500     05  FILLER                     PIC X(24)
002510             VALUE "AD  SCRUBBED  SEAL      ".
002520     05  FILLER                     PIC X(24)
002530             VALUE "             GEN  OLD HA".
002540     05  FILLER                     PIC X(12)
002550             VALUE "SH  NEW HASH".
002560
002570 01  WS-DS-LINE.
002580     05  FILLER                     PIC X(02) VALUE SPACES.
002590     05  DL-DS-SEQUENCE             PIC 9(04).
002600     05  FILLER                     PIC X(02) VALUE SPACES.
002610     05  DL-FILE-TYPE               PIC X(08).
002620     05  FILLER                     PIC X(02) VALUE SPACES.
002630     05  DL-DS-NAME                 PIC X(44).
002640     05  FILLER                     PIC X(01) VALUE SPACE.
002650     05  DL-RECORDS-READ            PIC X(11).
002660     05  FILLER                     PIC X(01) VALUE SPACE.
002670     05  DL-RECORDS-SCRUBBED        PIC X(09).
002680     05  FILLER                     PIC X(02) VALUE SPACES.
002690     05  DL-SEAL-TEXT               PIC X(19).
002700     05  FILLER                     PIC X(01) VALUE SPACE.
002710     05  DL-GEN-NUMBER              PIC X(06).
002720     05  FILLER                     PIC X(01) VALUE SPACE.
002730     05  DL-OLD-HASH                PIC X(09).
002740     05  FILLER                     PIC X(01) VALUE SPACE.
002750     05  DL-NEW-HASH                PIC X(09).
002760 01  WS-DS-READ-EDIT                PIC ZZZ,ZZZ,ZZ9.
002770 01  WS-DS-SCRUBBED-EDIT            PIC Z,ZZZ,ZZ9.
002780 01  WS-DS-NUMBER-EDIT              PIC 9(09).
002790 01  WS-DS-GEN-EDIT                 PIC 9(06).
002800
002801 01  WS-EX-LINE.
002802     05  FILLER                     PIC X(08) VALUE SPACES.
002803     05  XL-DS-NAME                 PIC X(44).
002804     05  FILLER                     PIC X(02) VALUE SPACES.
002805     05  XL-REASON                  PIC X(44).
002807
002810 01  WS-FINDING-LINE.
002820     05  FILLER                     PIC X(10) VALUE "      *** ".
002830     05  FL-FINDING                 PIC X(60).
002840     05  FILLER                     PIC X(01) VALUE SPACE.
002850     05  FL-VALUE                   PIC X(44).
002860
002870 01  WS-TOTAL-LINE.
002880     05  FILLER                     PIC X(02) VALUE SPACES.
002890     05  TL-LABEL                   PIC X(40).
002900     05  TL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
002910
002920 01  WS-RESULT-LINE.
002930     05  FILLER                     PIC X(02) VALUE SPACES.
002940     05  RL-TEXT                    PIC X(80).
002950
002960 01  WS-SIGN-LINE-1.
002970     05  FILLER                     PIC X(02) VALUE SPACES.
002980     05  FILLER                     PIC X(48) VALUE
002990             "CERTIFIED BY  ________________________________".
003000     05  FILLER                     PIC X(06) VALUE "DATE  ".
003010     05  FILLER                     PIC X(12) VALUE "__________".
003020
003030 01  WS-SIGN-LINE-2.
003040     05  FILLER                     PIC X(02) VALUE SPACES.
003050     05  FILLER                     PIC X(48) VALUE
003060             "TITLE         ________________________________".
003070     05  FILLER                     PIC X(06) VALUE "DATE  ".
003080     05  FILLER                     PIC X(12) VALUE "__________".
003090
003100*-----------------------------------------------------------------
003110*PROCEDURE DIVISION
003120*-----------------------------------------------------------------
003130 PROCEDURE DIVISION.
003140
003150******************************************************************
003160*0000-MAINLINE
003170******************************************************************
003180 0000-MAINLINE.
003190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003200     IF NOT WS-FILES-OK OR NOT WS-RUN-OK
003210         MOVE 16 TO RETURN-CODE
003220         GO TO 0000-TERMINATE
003230     END-IF.
003240     PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT.
003250     PERFORM 3100-WRITE-RUN-BLOCK THRU 3100-EXIT.
003260     PERFORM 4000-PRINT-EMPLOYEES THRU 4000-EXIT.
003270     PERFORM 5000-PRINT-DATASETS THRU 5000-EXIT.
003275     PERFORM 5500-PRINT-EXCLUDED THRU 5500-EXIT.
003280     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
003290     IF WS-DATASETS-MISSED > ZERO
003300        OR WS-SEALS-BROKEN > ZERO
003310        OR WS-STRAY-RECORDS > ZERO
003320         MOVE 8 TO RETURN-CODE
003330     END-IF.
003340 0000-TERMINATE.
003350     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003360     GOBACK.
003370 0000-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410*1000-INITIALIZE
003420*OPENS THE FILES AND LOADS THE CONTROL LIST.
003430******************************************************************
003440 1000-INITIALIZE.
003450     OPEN INPUT ANON-LIST-FILE.
003460     IF WS-LIST-STATUS NOT = "00"
003470         DISPLAY "HELLOAD1 ERROR OPENING ANON-LIST-FILE - STATUS "
003480             WS-LIST-STATUS
003490         MOVE 'N' TO WS-FILES-OK-SW
003500     END-IF.
003510     OPEN INPUT CERT-DETAIL-FILE.
003520     IF WS-CERT-STATUS NOT = "00"
003530         DISPLAY "HELLOAD1 ERROR OPENING CERT-DETAIL-FILE - "
003540             "STATUS " WS-CERT-STATUS
003550         MOVE 'N' TO WS-FILES-OK-SW
003560     END-IF.
003570     OPEN OUTPUT REPORT-FILE.
003580     IF WS-RPT-STATUS NOT = "00"
003590         DISPLAY "HELLOAD1 ERROR OPENING REPORT-FILE - STATUS "
003600             WS-RPT-STATUS
003610         MOVE 'N' TO WS-FILES-OK-SW
003620     END-IF.
003630     IF NOT WS-FILES-OK
003640         GO TO 1000-EXIT
003650     END-IF.
003660     ACCEPT WS-PRINT-DATE FROM DATE YYYYMMDD.
003670     PERFORM 1100-READ-LIST THRU 1100-EXIT.
003680     PERFORM 1200-LOAD-LIST-RECORD THRU 1200-EXIT
003690         UNTIL WS-END-OF-LIST OR NOT WS-RUN-OK.
003700     IF NOT WS-RUN-OK
003710         GO TO 1000-EXIT
003720     END-IF.
003730     IF NOT WS-HEADER-FOUND
003740         DISPLAY "HELLOAD2 CONTROL LIST HAS NO HEADER RECORD"
003750         MOVE 'N' TO WS-RUN-OK-SW
003760         GO TO 1000-EXIT
003770     END-IF.
003780     PERFORM 2100-READ-CERT THRU 2100-EXIT.
003790 1000-EXIT.
003800     EXIT.
003810
003820 1100-READ-LIST.
003830     READ ANON-LIST-FILE
003840         AT END
003850             SET WS-END-OF-LIST TO TRUE
003860     END-READ.
003870 1100-EXIT.
003880     EXIT.
003890
003900 1200-LOAD-LIST-RECORD.
003910     EVALUATE TRUE
003920         WHEN ANL-HEADER
003930             SET WS-HEADER-FOUND TO TRUE
003940             MOVE ANL-RUN-DATE      TO WS-RUN-DATE
003950             MOVE ANL-RETAIN-YEARS  TO WS-RETAIN-YEARS
003960             MOVE ANL-CUTOFF-DATE   TO WS-CUTOFF-DATE
003970             MOVE ANL-ID-COUNT      TO WS-LIST-ID-COUNT
003980             MOVE ANL-DATASET-COUNT TO WS-LIST-DATASET-COUNT
003990         WHEN ANL-EMPLOYEE
004000             IF WS-AI-COUNT >= WS-AI-TABLE-MAX
004010                 DISPLAY "HELLOAD3 CONTROL LIST HOLDS MORE "
004020                     "THAN " WS-AI-TABLE-MAX " IDS"
004030                 MOVE 'N' TO WS-RUN-OK-SW
004040                 GO TO 1200-EXIT
004050             END-IF
004060             ADD 1 TO WS-AI-COUNT
004070             MOVE ANL-EMP-ID    TO WS-AI-EMP-ID (WS-AI-COUNT)
004080             MOVE ANL-TERM-DATE TO WS-AI-TERM-DATE (WS-AI-COUNT)
004090             MOVE ANL-ID-BASIS  TO WS-AI-ID-BASIS (WS-AI-COUNT)
004100             MOVE ANL-ARCHIVED-EMP-ID
004110                 TO WS-AI-ARCHIVED-EMP-ID (WS-AI-COUNT)
004120         WHEN ANL-DATASET
004130             IF ANL-DS-SEQUENCE NOT = WS-DS-COUNT + 1
004140                OR WS-DS-COUNT >= WS-DS-TABLE-MAX
004150                 DISPLAY "HELLOAD4 CONTROL LIST DATASET "
004160                     ANL-DS-SEQUENCE " OUT OF SEQUENCE"
004170                 MOVE 'N' TO WS-RUN-OK-SW
004180                 GO TO 1200-EXIT
004190             END-IF
004200             ADD 1 TO WS-DS-COUNT
004210             MOVE ANL-DS-FILE-TYPE
004220                 TO WS-DS-FILE-TYPE (WS-DS-COUNT)
004230             MOVE ANL-DS-NAME      TO WS-DS-NAME (WS-DS-COUNT)
004240             MOVE 'N'              TO WS-DS-DONE-SW (WS-DS-COUNT)
004250             MOVE ZERO TO WS-DS-RECORDS-READ (WS-DS-COUNT)
004260                          WS-DS-RECORDS-SCRUBBED (WS-DS-COUNT)
004270                          WS-DS-GEN-NUMBER (WS-DS-COUNT)
004280                          WS-DS-OLD-HASH (WS-DS-COUNT)
004290                          WS-DS-NEW-HASH (WS-DS-COUNT)
004300             MOVE SPACE TO WS-DS-SEAL-STATUS (WS-DS-COUNT)
004310     END-EVALUATE.
004320     PERFORM 1100-READ-LIST THRU 1100-EXIT.
004330 1200-EXIT.
004340     EXIT.
004350
004360 2100-READ-CERT.
004370     READ CERT-DETAIL-FILE
004380         AT END
004390             SET WS-END-OF-CERT TO TRUE
004400     END-READ.
004410 2100-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450*3000-WRITE-HEADINGS
004460******************************************************************
004470 3000-WRITE-HEADINGS.
004480     ADD 1 TO WS-PAGE-COUNT.
004490     MOVE WS-PAGE-COUNT TO H1-PAGE-NUMBER.
004500     MOVE WS-RUN-DATE   TO H2-RUN-DATE.
004510     WRITE REPORT-LINE FROM WS-HEADING-1
004520         AFTER ADVANCING PAGE.
004530     WRITE REPORT-LINE FROM WS-HEADING-2
004540         AFTER ADVANCING 1 LINE.
004550     MOVE SPACES TO REPORT-LINE.
004560     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
004570     MOVE ZERO TO WS-LINE-COUNT.
004580 3000-EXIT.
004590     EXIT.
004600
004610*STARTS A NEW PAGE WHEN WS-LINES-NEEDED WILL NOT FIT.
004620 3050-CHECK-PAGE.
004630     IF WS-LINE-COUNT + WS-LINES-NEEDED > WS-MAX-LINES-PER-PAGE
004640         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
004650     END-IF.
004660 3050-EXIT.
004670     EXIT.
004680
004690 3100-WRITE-RUN-BLOCK.
004700     MOVE WS-CUTOFF-DATE  TO PL-CUTOFF-DATE.
004710     MOVE WS-RETAIN-YEARS TO PL-RETAIN-YEARS.
004720     MOVE WS-ANON-TOKEN   TO PL-TOKEN.
004730     WRITE REPORT-LINE FROM WS-PARM-LINE-1
004740         AFTER ADVANCING 1 LINE.
004750     WRITE REPORT-LINE FROM WS-PARM-LINE-2
004760         AFTER ADVANCING 1 LINE.
004770     WRITE REPORT-LINE FROM WS-PARM-LINE-3
004780         AFTER ADVANCING 1 LINE.
004790     ADD 3 TO WS-LINE-COUNT.
004800 3100-EXIT.
004810     EXIT.
004820
004830******************************************************************
004840*4000-PRINT-EMPLOYEES
004850*ONE BLOCK PER ID ON THE CONTROL LIST, MATCHED AGAINST THE
004860*SCRUBBED-ID RECORDS, WHICH ARRIVE IN THE SAME ID ORDER.
004870******************************************************************
004880 4000-PRINT-EMPLOYEES.
004890     MOVE 4 TO WS-LINES-NEEDED.
004900     PERFORM 3050-CHECK-PAGE THRU 3050-EXIT.
004910     MOVE "EMPLOYEE IDS SCRUBBED" TO SL-TITLE.
004920     WRITE REPORT-LINE FROM WS-SECTION-LINE
004930         AFTER ADVANCING 2 LINES.
004940     WRITE REPORT-LINE FROM WS-ID-HEADING
004950         AFTER ADVANCING 2 LINES.
004960     ADD 4 TO WS-LINE-COUNT.
004970     PERFORM 4100-PRINT-ONE-EMPLOYEE THRU 4100-EXIT
004980         VARYING WS-AI-SUB FROM 1 BY 1
004990         UNTIL WS-AI-SUB > WS-AI-COUNT.
005000     PERFORM 4400-SKIP-STRAY THRU 4400-EXIT
005010         UNTIL WS-END-OF-CERT OR NOT CRT-SCRUBBED-ID.
005020 4000-EXIT.
005030     EXIT.
005040
005050 4100-PRINT-ONE-EMPLOYEE.
005060     PERFORM 4400-SKIP-STRAY THRU 4400-EXIT
005070         UNTIL WS-END-OF-CERT
005080            OR NOT CRT-SCRUBBED-ID
005090            OR CRT-EMP-ID NOT < WS-AI-EMP-ID (WS-AI-SUB).
005100     MOVE SPACES TO WS-ID-LINE.
005110     MOVE WS-AI-EMP-ID (WS-AI-SUB) TO IL-EMP-ID.
005120     MOVE WS-AI-TERM-DATE (WS-AI-SUB) TO IL-TERM-DATE.
005130     IF WS-AI-ID-BASIS (WS-AI-SUB) = 'K'
005140         MOVE WS-AI-ARCHIVED-EMP-ID (WS-AI-SUB)
005150             TO BT-ARCHIVED-EMP-ID
005160         MOVE WS-BASIS-TEXT TO IL-BASIS
005170     ELSE
005180         MOVE "ARCHIVED"    TO IL-BASIS
005190     END-IF.
005200     MOVE ZERO TO WS-AI-LINES WS-ID-RECORDS.
005210     MOVE 2 TO WS-LINES-NEEDED.
005220     PERFORM 3050-CHECK-PAGE THRU 3050-EXIT.
005230     MOVE SPACES TO REPORT-LINE.
005240     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
005250     ADD 1 TO WS-LINE-COUNT.
005260     PERFORM 4200-PRINT-ONE-FILE THRU 4200-EXIT
005270         UNTIL WS-END-OF-CERT
005280            OR NOT CRT-SCRUBBED-ID
005290            OR CRT-EMP-ID NOT = WS-AI-EMP-ID (WS-AI-SUB).
005300     IF WS-AI-LINES = ZERO
005310         MOVE "NO RECORDS FOUND IN THE DATASETS SELECTED"
005320             TO IL-DS-NAME
005330         PERFORM 4300-WRITE-ID-LINE THRU 4300-EXIT
005340         ADD 1 TO WS-IDS-NOT-FOUND
005350     ELSE
005360         ADD 1 TO WS-IDS-SCRUBBED
005370     END-IF.
005380 4100-EXIT.
005390     EXIT.
005400
005410 4200-PRINT-ONE-FILE.
005420     MOVE CRT-S-DS-SEQUENCE TO IL-DS-SEQUENCE.
005430     MOVE CRT-S-FILE-TYPE   TO IL-FILE-TYPE.
005440     MOVE CRT-S-DS-NAME     TO IL-DS-NAME.
005450     MOVE CRT-S-RECORDS     TO WS-ID-RECORDS-EDIT.
005460     MOVE WS-ID-RECORDS-EDIT TO IL-RECORDS.
005470     ADD CRT-S-RECORDS TO WS-ID-RECORDS WS-TOTAL-SCRUBBED.
005480     PERFORM 4300-WRITE-ID-LINE THRU 4300-EXIT.
005490     ADD 1 TO WS-AI-LINES.
005500     PERFORM 2100-READ-CERT THRU 2100-EXIT.
005510 4200-EXIT.
005520     EXIT.
005530
005540*THE ID, DATE AND BASIS PRINT ON THE FIRST LINE OF THE BLOCK
005550*ONLY.
005560 4300-WRITE-ID-LINE.
005570     MOVE 1 TO WS-LINES-NEEDED.
005580     PERFORM 3050-CHECK-PAGE THRU 3050-EXIT.
005590     WRITE REPORT-LINE FROM WS-ID-LINE
005600         AFTER ADVANCING 1 LINE.
005610     ADD 1 TO WS-LINE-COUNT.
005620     MOVE SPACES TO IL-EMP-ID IL-TERM-DATE IL-BASIS.
005630 4300-EXIT.
005640     EXIT.
005650
005660*A SCRUBBED-ID RECORD FOR AN ID NOT ON THE CONTROL LIST MEANS
005670*THE DETAIL FILE IS NOT THIS RUN'S.
005680 4400-SKIP-STRAY.
005690     MOVE 1 TO WS-LINES-NEEDED.
005700     PERFORM 3050-CHECK-PAGE THRU 3050-EXIT.
005710     MOVE "SCRUBBED-ID RECORD FOR AN ID NOT ON THE LIST"
005720         TO FL-FINDING.
005730     MOVE CRT-EMP-ID TO FL-VALUE.
005740     WRITE REPORT-LINE FROM WS-FINDING-LINE
005750         AFTER ADVANCING 1 LINE.
005760     ADD 1 TO WS-LINE-COUNT.
005770     ADD 1 TO WS-STRAY-RECORDS.
005780     PERFORM 2100-READ-CERT THRU 2100-EXIT.
005790 4400-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*5000-PRINT-DATASETS
005840*TAKES THE DATASET RECORDS INTO THE TABLE BY STEP SEQUENCE,
005850*THEN PRINTS EVERY DATASET SELECTED.
005860******************************************************************
005870 5000-PRINT-DATASETS.
005880     PERFORM 5100-POST-DATASET THRU 5100-EXIT
005890         UNTIL WS-END-OF-CERT.
005900     MOVE 4 TO WS-LINES-NEEDED.
005910     PERFORM 3050-CHECK-PAGE THRU 3050-EXIT.
005920     MOVE "DATASETS SCRUBBED" TO SL-TITLE.
005930     WRITE REPORT-LINE FROM WS-SECTION-LINE
005940         AFTER ADVANCING 2 LINES.
005950     WRITE REPORT-LINE FROM WS-DS-HEADING
005960         AFTER ADVANCING 2 LINES.
005970     ADD 4 TO WS-LINE-COUNT.
005980     PERFORM 5200-PRINT-ONE-DATASET THRU 5200-EXIT
005990         VARYING WS-DS-SUB FROM 1 BY 1
006000         UNTIL WS-DS-SUB > WS-DS-COUNT.
006010 5000-EXIT.
006020     EXIT.
006030
006040 5100-POST-DATASET.
006050     IF NOT CRT-DATASET-DONE
006060        OR CRT-D-DS-SEQUENCE = ZERO
006070        OR CRT-D-DS-SEQUENCE > WS-DS-COUNT
006080         ADD 1 TO WS-STRAY-RECORDS
006090         DISPLAY "HELLOAD5 DETAIL RECORD NOT FOR THIS RUN - "
006100             CRT-RECORD-TYPE " " CRT-D-DS-SEQUENCE
006110         GO TO 5100-READ-NEXT
006120     END-IF.
006130     MOVE CRT-D-DS-SEQUENCE TO WS-DS-SUB.
006140     IF CRT-D-DS-NAME NOT = WS-DS-NAME (WS-DS-SUB)
006150         ADD 1 TO WS-STRAY-RECORDS
006160         DISPLAY "HELLOAD5 DETAIL RECORD NOT FOR THIS RUN - "
006170             CRT-D-DS-NAME
006180         GO TO 5100-READ-NEXT
006190     END-IF.
006200     SET WS-DS-DONE (WS-DS-SUB) TO TRUE.
006210     MOVE CRT-D-RECORDS-READ TO WS-DS-RECORDS-READ (WS-DS-SUB).
006220     MOVE CRT-D-RECORDS-SCRUBBED
006230         TO WS-DS-RECORDS-SCRUBBED (WS-DS-SUB).
006240     MOVE CRT-D-SEAL-STATUS TO WS-DS-SEAL-STATUS (WS-DS-SUB).
006250     MOVE CRT-D-GEN-NUMBER  TO WS-DS-GEN-NUMBER (WS-DS-SUB).
006260     MOVE CRT-D-OLD-HASH    TO WS-DS-OLD-HASH (WS-DS-SUB).
006270     MOVE CRT-D-NEW-HASH    TO WS-DS-NEW-HASH (WS-DS-SUB).
006280 5100-READ-NEXT.
006290     PERFORM 2100-READ-CERT THRU 2100-EXIT.
006300 5100-EXIT.
006310     EXIT.
006320
006330 5200-PRINT-ONE-DATASET.
006340     MOVE SPACES TO WS-DS-LINE.
006350     MOVE WS-DS-SUB                 TO DL-DS-SEQUENCE.
006360     MOVE WS-DS-FILE-TYPE (WS-DS-SUB) TO DL-FILE-TYPE.
006370     MOVE WS-DS-NAME (WS-DS-SUB)    TO DL-DS-NAME.
006380     IF NOT WS-DS-DONE (WS-DS-SUB)
006390         MOVE "*** NOT PROCESSED"   TO DL-SEAL-TEXT
006400         ADD 1 TO WS-DATASETS-MISSED
006410         GO TO 5200-WRITE
006420     END-IF.
006430     ADD 1 TO WS-DATASETS-DONE.
006440     MOVE WS-DS-RECORDS-READ (WS-DS-SUB) TO WS-DS-READ-EDIT.
006450     MOVE WS-DS-READ-EDIT           TO DL-RECORDS-READ.
006460     MOVE WS-DS-RECORDS-SCRUBBED (WS-DS-SUB)
006470         TO WS-DS-SCRUBBED-EDIT.
006480     MOVE WS-DS-SCRUBBED-EDIT       TO DL-RECORDS-SCRUBBED.
006490     IF WS-DS-SEAL-STATUS (WS-DS-SUB) = SPACE
006500         GO TO 5200-WRITE
006510     END-IF.
006520     EVALUATE WS-DS-SEAL-STATUS (WS-DS-SUB)
006530         WHEN 'R'
006540             MOVE "RESEALED"             TO DL-SEAL-TEXT
006550         WHEN 'U'
006560             MOVE "SEAL UNCHANGED"       TO DL-SEAL-TEXT
006570         WHEN 'O'
006580             MOVE "OPEN - OPENING ONLY"  TO DL-SEAL-TEXT
006590         WHEN 'F'
006600             MOVE "*** OLD SEAL BROKEN"  TO DL-SEAL-TEXT
006610             ADD 1 TO WS-SEALS-BROKEN
006620         WHEN OTHER
006630             MOVE "*** NO OPENING REC"   TO DL-SEAL-TEXT
006640             ADD 1 TO WS-SEALS-BROKEN
006650     END-EVALUATE.
006660     MOVE WS-DS-GEN-NUMBER (WS-DS-SUB) TO WS-DS-GEN-EDIT.
006670     MOVE WS-DS-GEN-EDIT            TO DL-GEN-NUMBER.
006680     MOVE WS-DS-OLD-HASH (WS-DS-SUB) TO WS-DS-NUMBER-EDIT.
006690     MOVE WS-DS-NUMBER-EDIT         TO DL-OLD-HASH.
006700     MOVE WS-DS-NEW-HASH (WS-DS-SUB) TO WS-DS-NUMBER-EDIT.
006710     MOVE WS-DS-NUMBER-EDIT         TO DL-NEW-HASH.
006720 5200-WRITE.
006730     MOVE 1 TO WS-LINES-NEEDED.
006740     PERFORM 3050-CHECK-PAGE THRU 3050-EXIT.
006750     WRITE REPORT-LINE FROM WS-DS-LINE
006752         AFTER ADVANCING 1 LINE.
006754     ADD 1 TO WS-LINE-COUNT.
006756 5200-EXIT.
006758     EXIT.
006760
006764******************************************************************
006765*5500-PRINT-EXCLUDED
006766*THE FILES LEFT OUT OF THE SCRUB ON PURPOSE.  THEY DO NOT MAKE
006767*THE RUN INCOMPLETE.
006768******************************************************************
006769 5500-PRINT-EXCLUDED.
006770     MOVE 3 TO WS-LINES-NEEDED.
006771     PERFORM 3050-CHECK-PAGE THRU 3050-EXIT.
006772     MOVE "FILES NOT SCRUBBED - EXCLUDED BY DESIGN" TO SL-TITLE.
006773     WRITE REPORT-LINE FROM WS-SECTION-LINE
006774         AFTER ADVANCING 2 LINES.
006775     ADD 2 TO WS-LINE-COUNT.
006776     PERFORM 5510-PRINT-ONE-EXCLUDED THRU 5510-EXIT
006777         VARYING WS-EX-SUB FROM 1 BY 1
006778         UNTIL WS-EX-SUB > WS-EX-COUNT.
006779 5500-EXIT.
006780     EXIT.
006781
006782 5510-PRINT-ONE-EXCLUDED.
006783     MOVE WS-EX-DS-NAME (WS-EX-SUB) TO XL-DS-NAME.
006784     MOVE WS-EX-REASON (WS-EX-SUB)  TO XL-REASON.
006785     MOVE 1 TO WS-LINES-NEEDED.
006786     PERFORM 3050-CHECK-PAGE THRU 3050-EXIT.
006787     WRITE REPORT-LINE FROM WS-EX-LINE
006788         AFTER ADVANCING 1 LINE.
006789     ADD 1 TO WS-LINE-COUNT.
006790 5510-EXIT.
006791     EXIT.
006800
006810******************************************************************
006820*6000-PRINT-TOTALS
006830*TOTALS, THE RESULT, AND THE SIGN-OFF BLOCK ON A PAGE OF THEIR
006840*OWN WHEN THEY DO NOT FIT.
006850******************************************************************
006860 6000-PRINT-TOTALS.
006870     MOVE 20 TO WS-LINES-NEEDED.
006880     PERFORM 3050-CHECK-PAGE THRU 3050-EXIT.
006890     MOVE "TOTALS" TO SL-TITLE.
006900     WRITE REPORT-LINE FROM WS-SECTION-LINE
006910         AFTER ADVANCING 2 LINES.
006920     MOVE "EMPLOYEE IDS ON THE CONTROL LIST" TO TL-LABEL.
006930     MOVE WS-AI-COUNT TO TL-VALUE.
006940     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
006950     MOVE "  WITH RECORDS SCRUBBED" TO TL-LABEL.
006960     MOVE WS-IDS-SCRUBBED TO TL-VALUE.
006970     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
006980     MOVE "  WITH NO RECORDS FOUND" TO TL-LABEL.
006990     MOVE WS-IDS-NOT-FOUND TO TL-VALUE.
007000     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
007010     MOVE "RECORDS SCRUBBED" TO TL-LABEL.
007020     MOVE WS-TOTAL-SCRUBBED TO TL-VALUE.
007030     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
007040     MOVE "DATASETS SELECTED" TO TL-LABEL.
007050     MOVE WS-DS-COUNT TO TL-VALUE.
007060     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
007070     MOVE "  PROCESSED" TO TL-LABEL.
007080     MOVE WS-DATASETS-DONE TO TL-VALUE.
007090     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
007100     MOVE "  NOT PROCESSED" TO TL-LABEL.
007110     MOVE WS-DATASETS-MISSED TO TL-VALUE.
007120     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
007130     MOVE "AUDITLOG SEALS NOT RENEWED" TO TL-LABEL.
007140     MOVE WS-SEALS-BROKEN TO TL-VALUE.
007150     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
007160     IF WS-DATASETS-MISSED > ZERO
007170        OR WS-SEALS-BROKEN > ZERO
007180        OR WS-STRAY-RECORDS > ZERO
007190         MOVE "*** RUN INCOMPLETE - NOT TO BE SIGNED UNTIL DONE"
007200             TO RL-TEXT
007210     ELSE
007220         MOVE "ALL DATASETS SELECTED WERE PROCESSED" TO RL-TEXT
007230     END-IF.
007240     WRITE REPORT-LINE FROM WS-RESULT-LINE
007250         AFTER ADVANCING 2 LINES.
007260     WRITE REPORT-LINE FROM WS-SIGN-LINE-1
007270         AFTER ADVANCING 3 LINES.
007280     WRITE REPORT-LINE FROM WS-SIGN-LINE-2
007290         AFTER ADVANCING 3 LINES.
007300     ADD 10 TO WS-LINE-COUNT.
007310 6000-EXIT.
007320     EXIT.
007330
007340 6100-WRITE-TOTAL.
007350     WRITE REPORT-LINE FROM WS-TOTAL-LINE
007360         AFTER ADVANCING 1 LINE.
007370     ADD 1 TO WS-LINE-COUNT.
007380 6100-EXIT.
007390     EXIT.
007400
007410 8000-TERMINATE.
007420     IF WS-FILES-OK
007430         CLOSE ANON-LIST-FILE CERT-DETAIL-FILE REPORT-FILE
007440     END-IF.
007450     DISPLAY "HELLOAD6 EMPLOYEE IDS      = " WS-AI-COUNT.
007460     DISPLAY "HELLOAD7 RECORDS SCRUBBED  = " WS-TOTAL-SCRUBBED.
007470     DISPLAY "HELLOAD8 DATASETS DONE     = " WS-DATASETS-DONE.
007480     DISPLAY "HELLOAD9 NOT PROCESSED     = " WS-DATASETS-MISSED.
007490     DISPLAY "HELLOADA SEALS NOT RENEWED = " WS-SEALS-BROKEN.
007500 8000-EXIT.
007510     EXIT.
007520
007530 END PROGRAM HELLOAD.
