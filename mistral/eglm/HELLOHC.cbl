000100******************************************************************
000110*PROGRAM:      HELLOHC
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      MONTH-END HEADCOUNT ROLL-FORWARD BY DEPARTMENT.
000170*              FOR EVERY DEPARTMENT ON THE DEPT-CODES FILE IT
000180*              PROVES OPENING HEADCOUNT + HIRES + REHIRES -
000190*              TERMINATIONS + TRANSFERS IN - TRANSFERS OUT =
000200*              CLOSING HEADCOUNT FOR ONE CALENDAR MONTH, AND
000210*              LISTS THE EMPLOYEES BEHIND EVERY MOVEMENT.
000220*              HEADCOUNT MEANS ACTIVE EMPLOYEES.  THE OPENING
000230*              AND CLOSING BALANCES ARE EACH WORKED BACK FROM
000240*              EMPMSTR THROUGH THE JOURNAL (THE BEFORE-IMAGE OF
000250*              AN EMPLOYEE'S FIRST CHANGE RUN AFTER THE BALANCE
000260*              DATE, OR THE MASTER RECORD IF THERE IS NONE);
000270*              THE MOVEMENTS ARE THE MONTH'S JOURNAL RECORDS,
000280*              BEFORE-IMAGE AGAINST AFTER-IMAGE - A 'C' WHOSE
000290*              DEPARTMENT DIFFERS IS A TRANSFER.  A BREAK IN THE
000300*              JOURNAL THEREFORE SHOWS AS A DEPARTMENT OUT OF
000310*              BALANCE, AND ANY SUCH DEPARTMENT ENDS THE RUN
000320*              WITH RETURN CODE 8.  THE JRNLFILE DD NAMES THE
000330*              JOURNAL GDG BASE, SO EVERY RETAINED GENERATION IS
000340*              READ; ORDER DOES NOT MATTER.  SYSIN CARRIES THE
000350*              MONTH AS YYYYMM, OR A BLANK LINE FOR THE MONTH
000360*              BEFORE THE RUN DATE.
000370*MODIFICATION HISTORY:
000380*DATE       INIT DESCRIPTION
000390*---------- ---- ------------------------------------------------
000400*2026-10-15 DK   ORIGINAL PROGRAM.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. HELLOHC.
000440 AUTHOR. D. KOWALSKI.
000450 INSTALLATION. CORPORATE APPLICATIONS.
000460 DATE-WRITTEN. 2026-10-15.
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-JRNL-STATUS.
000570
000580     SELECT EMPMSTR-FILE ASSIGN TO "EMPMSTR"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS EMP-ID
000620         FILE STATUS IS WS-EMPMSTR-STATUS.
000630
000640     SELECT DEPT-CODES-FILE ASSIGN TO "DEPTCODE"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS DPT-DEPT-CODE
000680         FILE STATUS IS WS-DPTCOD-STATUS.
000690
000700     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-RPT-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760
000770 FD  JOURNAL-FILE
000780     RECORDING MODE IS F.
000790     COPY JRNLREC.
000800
000810 FD  EMPMSTR-FILE.
000820     COPY EMPREC REPLACING
000830         ==EMP-RECORD== BY ==EMP-MASTER-RECORD==.
000840
000850 FD  DEPT-CODES-FILE.
000860     COPY DEPTCODE.
000870
000880 FD  REPORT-FILE
000890     RECORDING MODE IS F.
000900 01  REPORT-LINE                    PIC X(132).
000910
000920 WORKING-STORAGE SECTION.
000930
000940*DECODED VIEW OF A JOURNAL OR MASTER IMAGE.
000950 COPY EMPREC REPLACING
000960         ==EMP-RECORD==     BY ==WS-IMAGE-RECORD==
000970         ==EMP-ID==         BY ==WS-IMG-EMP-ID==
000980         ==EMP-NAME==       BY ==WS-IMG-EMP-NAME==
000990         ==EMP-DEGREE==     BY ==WS-IMG-EMP-DEGREE==
001000         ==EMP-NEW-ID==     BY ==WS-IMG-EMP-NEW-ID==
001010         ==EMP-HIRE-DATE==  BY ==WS-IMG-EMP-HIRE-DATE==
001020         ==EMP-HIRE-YYYY==  BY ==WS-IMG-EMP-HIRE-YYYY==
001030         ==EMP-HIRE-MM==    BY ==WS-IMG-EMP-HIRE-MM==
001040         ==EMP-HIRE-DD==    BY ==WS-IMG-EMP-HIRE-DD==
001050         ==EMP-TRANS-CODE== BY ==WS-IMG-EMP-TRANS-CODE==
001060         ==EMP-TRANS-ADD==  BY ==WS-IMG-EMP-TRANS-ADD==
001070         ==EMP-TRANS-CHANGE== BY ==WS-IMG-EMP-TRANS-CHANGE==
001080         ==EMP-TRANS-TERM== BY ==WS-IMG-EMP-TRANS-TERM==
001090         ==EMP-TRANS-REHIRE== BY ==WS-IMG-EMP-TRANS-REHIRE==
001100         ==EMP-TRANS-REKEY== BY ==WS-IMG-EMP-TRANS-REKEY==
001110         ==EMP-STATUS-SW==  BY ==WS-IMG-EMP-STATUS-SW==
001120         ==EMP-ST-ACTIVE==  BY ==WS-IMG-EMP-ST-ACTIVE==
001130         ==EMP-ST-TERMINATED==
001140                            BY ==WS-IMG-EMP-ST-TERMINATED==
001150         ==EMP-TERM-DATE==  BY ==WS-IMG-EMP-TERM-DATE==
001160         ==EMP-DEPT-CODE==  BY ==WS-IMG-EMP-DEPT-CODE==
001170         ==EMP-EFFECTIVE-DATE== BY ==WS-IMG-EMP-EFF-DATE==
001180         ==EMP-SOURCE-SYSTEM== BY ==WS-IMG-EMP-SOURCE==.
001190
001200 01  WS-FILE-STATUSES.
001210     05  WS-JRNL-STATUS             PIC X(02).
001220     05  WS-EMPMSTR-STATUS          PIC X(02).
001230     05  WS-DPTCOD-STATUS           PIC X(02).
001240     05  WS-RPT-STATUS              PIC X(02).
001250
001260 01  WS-SWITCHES.
001270     05  WS-EOF-JRNL-SW             PIC X(01) VALUE 'N'.
001280         88  WS-END-OF-JOURNAL             VALUE 'Y'.
001290     05  WS-EOF-MSTR-SW             PIC X(01) VALUE 'N'.
001300         88  WS-END-OF-MASTER              VALUE 'Y'.
001310     05  WS-EOF-DPTCOD-SW           PIC X(01) VALUE 'N'.
001320         88  WS-EOF-DPTCOD                 VALUE 'Y'.
001330     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
001340         88  WS-FILES-OK                   VALUE 'Y'.
001350     05  WS-PARM-OK-SW              PIC X(01) VALUE 'Y'.
001360         88  WS-PARM-OK                    VALUE 'Y'.
001370     05  WS-EMP-FOUND-SW            PIC X(01) VALUE 'N'.
001380         88  WS-EMP-FOUND                  VALUE 'Y'.
001390     05  WS-DEPT-FOUND-SW           PIC X(01) VALUE 'N'.
001400         88  WS-DEPT-FOUND                 VALUE 'Y'.
001410     05  WS-SHIFT-DONE-SW           PIC X(01) VALUE 'N'.
001420         88  WS-SHIFT-DONE                 VALUE 'Y'.
001430     05  WS-COVERAGE-SW             PIC X(01) VALUE 'Y'.
001440         88  WS-COVERAGE-OK                VALUE 'Y'.
001450
001460 01  WS-COUNTERS.
001470     05  WS-JOURNAL-READ            PIC 9(08) COMP VALUE ZERO.
001480     05  WS-JOURNAL-IN-MONTH        PIC 9(08) COMP VALUE ZERO.
001490     05  WS-MASTER-READ             PIC 9(08) COMP VALUE ZERO.
001500     05  WS-DEPTS-OUT-OF-BALANCE    PIC 9(08) COMP VALUE ZERO.
001510     05  WS-MOVES-DROPPED           PIC 9(08) COMP VALUE ZERO.
001520
001530*THE MONTH BEING PROVED.  WS-MONTH-START IS ITS FIRST DAY,
001540*WS-MONTH-END ITS LAST; THE OPENING BALANCE STANDS AT THE
001550*START OF THE FIRST DAY, THE CLOSING AT THE END OF THE LAST.
001560 01  WS-PERIOD-INPUT                PIC X(06) VALUE SPACES.
001570 01  WS-PERIOD                      PIC 9(06) VALUE ZERO.
001580 01  WS-PERIOD-R REDEFINES WS-PERIOD.
001590     05  WS-PERIOD-YYYY             PIC 9(04).
001600     05  WS-PERIOD-MM               PIC 9(02).
001610 01  WS-MONTH-START                 PIC 9(08) VALUE ZERO.
001620 01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
001630     05  WS-MS-YYYYMM               PIC 9(06).
001640     05  WS-MS-DD                   PIC 9(02).
001650 01  WS-MONTH-END                   PIC 9(08) VALUE ZERO.
001660 01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
001670     05  WS-ME-YYYYMM               PIC 9(06).
001680     05  WS-ME-DD                   PIC 9(02).
001690
001700*DAYS IN EACH MONTH; FEBRUARY IS ADJUSTED FOR LEAP YEARS.
001710 01  WS-DAYS-IN-MONTH-VALUES.
001720     05  FILLER                     PIC X(24)
001730             VALUE "312831303130313130313031".
001740 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
001750     05  WS-DAYS-IN-MONTH           PIC 9(02) OCCURS 12 TIMES.
001760 01  WS-LEAP-WORK.
001770     05  WS-LEAP-QUOTIENT           PIC 9(04) COMP.
001780     05  WS-LEAP-REM-4              PIC 9(04) COMP.
001790     05  WS-LEAP-REM-100            PIC 9(04) COMP.
001800     05  WS-LEAP-REM-400            PIC 9(04) COMP.
001810
001820 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
001830 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001840     05  WS-RUN-YYYY                PIC 9(04).
001850     05  WS-RUN-MM                  PIC 9(02).
001860     05  WS-RUN-DD                  PIC 9(02).
001870
001880 01  WS-EARLIEST-RUN-DATE           PIC 9(08) VALUE ZERO.
001890
001900*DEPARTMENT TABLE - EVERY CODE ON THE DEPT-CODES FILE, ACTIVE
001910*OR NOT, WITH ITS ROLL-FORWARD TALLIES, AND ONE LAST ENTRY
001920*('????') FOR HEADCOUNT CARRYING A CODE NOT ON THE FILE.  THE
001930*OCCURS CEILING BELOW (200) MUST MATCH WS-DEPT-TABLE-MAX.
001940 01  WS-DEPT-TABLE-MAX              PIC 9(04) COMP VALUE 200.
001950 01  WS-DEPT-TABLE-CONTROL.
001960     05  WS-DEPT-TABLE-COUNT        PIC 9(04) COMP VALUE ZERO.
001970 01  WS-DEPT-TABLE.
001980     05  WS-DEPT-TABLE-ENTRY OCCURS 1 TO 200 TIMES
001990             DEPENDING ON WS-DEPT-TABLE-COUNT
002000             INDEXED BY WS-DEPT-IDX.
002010         10  WS-DEPT-CODE-T         PIC X(04).
002020         10  WS-DEPT-NAME-T         PIC X(30).
002030         10  WS-DEPT-OPENING-T      PIC 9(08) COMP.
002040         10  WS-DEPT-HIRES-T        PIC 9(08) COMP.
002050         10  WS-DEPT-REHIRES-T      PIC 9(08) COMP.
002060         10  WS-DEPT-TERMS-T        PIC 9(08) COMP.
002070         10  WS-DEPT-XFER-IN-T      PIC 9(08) COMP.
002080         10  WS-DEPT-XFER-OUT-T     PIC 9(08) COMP.
002090         10  WS-DEPT-CLOSING-T      PIC 9(08) COMP.
002100 01  WS-DEPT-SUB                    PIC 9(04) COMP VALUE ZERO.
002110 01  WS-UNKNOWN-DEPT-SUB            PIC 9(04) COMP VALUE ZERO.
002120 01  WS-LOOKUP-DEPT                 PIC X(04) VALUE SPACES.
002130
002140*ONE CHANGE OFF THE JOURNAL FOR ONE EMPLOYEE ID, AS IN HELLOAS -
002150*A RE-KEY IS TWO EVENTS (OLD ID OFF THE FILE, NEW ID ON IT).
002160 01  WS-EVENT.
002170     05  WS-EV-EMP-ID               PIC X(06).
002180     05  WS-EV-KEY.
002190         10  WS-EV-KEY-STAMP        PIC X(17).
002200         10  WS-EV-KEY-SEQ          PIC 9(08).
002210     05  WS-EV-BEFORE               PIC X(104).
002220
002230*EVERY EMPLOYEE THE JOURNAL TOUCHED ON OR AFTER THE FIRST OF
002240*THE MONTH, IN ID ORDER FOR A BINARY SEARCH.  THE OPENING AND
002250*CLOSING FIELDS HOLD THE KEY OF THE EARLIEST CHANGE FOUND SO
002260*FAR AFTER EACH BALANCE DATE AND THE ACTIVE DEPARTMENT ITS
002270*BEFORE-IMAGE SHOWS (SPACES - NOT IN ANY HEADCOUNT).  AN
002280*EMPLOYEE NOT TOUCHED AT ALL IS COUNTED STRAIGHT OFF EMPMSTR.
002290*THE OCCURS CEILING BELOW (9999) MUST MATCH WS-AE-TABLE-MAX.
002300 01  WS-AE-TABLE-MAX                PIC 9(04) COMP VALUE 9999.
002310 01  WS-AE-TABLE-CONTROL.
002320     05  WS-AE-COUNT                PIC 9(04) COMP VALUE ZERO.
002330 01  WS-AE-TABLE.
002340     05  WS-AE-ENTRY OCCURS 1 TO 9999 TIMES
002350             DEPENDING ON WS-AE-COUNT
002360             ASCENDING KEY IS WS-AE-EMP-ID
002370             INDEXED BY WS-AE-IDX.
002380         10  WS-AE-EMP-ID           PIC X(06).
002390         10  WS-AE-OPEN-SW          PIC X(01).
002400             88  WS-AE-OPEN-SET            VALUE 'Y'.
002410         10  WS-AE-OPEN-KEY         PIC X(25).
002420         10  WS-AE-OPEN-DEPT        PIC X(04).
002430         10  WS-AE-CLOSE-SW         PIC X(01).
002440             88  WS-AE-CLOSE-SET           VALUE 'Y'.
002450         10  WS-AE-CLOSE-KEY        PIC X(25).
002460         10  WS-AE-CLOSE-DEPT       PIC X(04).
002470 01  WS-AE-SUB                      PIC 9(04) COMP VALUE ZERO.
002480 01  WS-AE-POS                      PIC 9(04) COMP VALUE ZERO.
002490
002500*THE EMPLOYEES BEHIND THE MOVEMENTS, FOR THE LISTING.  A
002510*TRANSFER IS TWO ENTRIES, ONE UNDER EACH DEPARTMENT.  THE
002520*OCCURS CEILING BELOW (9999) MUST MATCH WS-MV-TABLE-MAX; THE
002530*TALLIES STAY EXACT WHEN IT FILLS, ONLY THE LISTING IS SHORT.
002540 01  WS-MV-TABLE-MAX                PIC 9(04) COMP VALUE 9999.
002550 01  WS-MV-TABLE-CONTROL.
002560     05  WS-MV-COUNT                PIC 9(04) COMP VALUE ZERO.
002570 01  WS-MV-TABLE.
002580     05  WS-MV-ENTRY OCCURS 1 TO 9999 TIMES
002590             DEPENDING ON WS-MV-COUNT
002600             INDEXED BY WS-MV-IDX.
002610         10  WS-MV-DEPT-SUB         PIC 9(04) COMP.
002620         10  WS-MV-TYPE             PIC X(01).
002630         10  WS-MV-EMP-ID           PIC X(06).
002640         10  WS-MV-EMP-NAME         PIC X(30).
002650         10  WS-MV-RUN-DATE         PIC 9(08).
002660         10  WS-MV-RUN-NUMBER       PIC 9(06).
002670         10  WS-MV-ACTION           PIC X(01).
002680         10  WS-MV-OTHER-DEPT       PIC X(04).
002690 01  WS-MV-SUB                      PIC 9(04) COMP VALUE ZERO.
002700
002710*ONE MOVEMENT BEING FILED.  WS-MOVE-TYPE IS H(IRE), R(EHIRE),
002720*T(ERMINATION), I (TRANSFER IN) OR O (TRANSFER OUT).
002730 01  WS-MOVE-WORK.
002740     05  WS-MOVE-TYPE               PIC X(01).
002750         88  WS-MOVE-HIRE                  VALUE 'H'.
002760         88  WS-MOVE-REHIRE                VALUE 'R'.
002770         88  WS-MOVE-TERM                  VALUE 'T'.
002780         88  WS-MOVE-XFER-IN               VALUE 'I'.
002790         88  WS-MOVE-XFER-OUT              VALUE 'O'.
002800     05  WS-MOVE-DEPT               PIC X(04).
002810     05  WS-MOVE-OTHER-DEPT         PIC X(04).
002820     05  WS-MOVE-EMP-NAME           PIC X(30).
002830 01  WS-BEFORE-DEPT                 PIC X(04) VALUE SPACES.
002840 01  WS-AFTER-DEPT                  PIC X(04) VALUE SPACES.
002850 01  WS-ACTIVE-DEPT                 PIC X(04) VALUE SPACES.
002860
002870*PROOF ARITHMETIC, AND THE ALL-DEPARTMENT TOTALS.
002880 01  WS-COMPUTED-CLOSING            PIC S9(09) COMP VALUE ZERO.
002890 01  WS-GRAND-TOTALS.
002900     05  WS-GT-OPENING              PIC 9(08) COMP VALUE ZERO.
002910     05  WS-GT-HIRES                PIC 9(08) COMP VALUE ZERO.
002920     05  WS-GT-REHIRES              PIC 9(08) COMP VALUE ZERO.
002930     05  WS-GT-TERMS                PIC 9(08) COMP VALUE ZERO.
002940     05  WS-GT-XFER-IN              PIC 9(08) COMP VALUE ZERO.
002950     05  WS-GT-XFER-OUT             PIC 9(08) COMP VALUE ZERO.
002960     05  WS-GT-CLOSING              PIC 9(08) COMP VALUE ZERO.
002970     05  WS-GT-COMPUTED             PIC S9(09) COMP VALUE ZERO.
002980
002990 01  WS-LINE-COUNT                  PIC 9(02) COMP VALUE ZERO.
003000 01  WS-MAX-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
003010 01  WS-PAGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
003020
003030*REPORT HEADING LINES.
003040 01  WS-HEADING-1.
003050     05  FILLER                     PIC X(30) VALUE SPACES.
003060     05  FILLER                     PIC X(34)
003070             VALUE "HEADCOUNT ROLL-FORWARD BY DEPT".
003080     05  FILLER                     PIC X(10) VALUE SPACES.
003090     05  FILLER                     PIC X(05) VALUE "PAGE ".
003100     05  H1-PAGE-NUMBER             PIC ZZZ9.
003110
003120 01  WS-HEADING-2.
003130     05  FILLER                     PIC X(30) VALUE SPACES.
003140     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
003150     05  H2-RUN-DATE                PIC 9(08).
003160     05  FILLER                     PIC X(10) VALUE "   MONTH: ".
003170     05  H2-MONTH-START             PIC 9(08).
003180     05  FILLER                     PIC X(04) VALUE " TO ".
003190     05  H2-MONTH-END               PIC 9(08).
003200
003210 01  WS-HEADING-3.
003220     05  FILLER                     PIC X(06) VALUE "DEPT".
003230     05  FILLER                     PIC X(32)
003240             VALUE "DEPARTMENT NAME".
003250     05  FILLER                     PIC X(09) VALUE "  OPENING".
003260     05  FILLER                     PIC X(09) VALUE "    HIRES".
003270     05  FILLER                     PIC X(09) VALUE "  REHIRES".
003280     05  FILLER                     PIC X(09) VALUE "    TERMS".
003290     05  FILLER                     PIC X(09) VALUE "  XFER IN".
003300     05  FILLER                     PIC X(09) VALUE " XFER OUT".
003310     05  FILLER                     PIC X(09) VALUE "  CLOSING".
003320     05  FILLER                     PIC X(09) VALUE " COMPUTED".
003330     05  FILLER                     PIC X(07) VALUE "  PROOF".
003340
003350 01  WS-SECTION-LINE                PIC X(132) VALUE SPACES.
003360
003370 01  WS-DEPT-LINE.
003380     05  DP-CODE                    PIC X(04).
003390     05  FILLER                     PIC X(02) VALUE SPACES.
003400     05  DP-NAME                    PIC X(30).
003410     05  FILLER                     PIC X(02) VALUE SPACES.
003420     05  DP-OPENING                 PIC ZZZ,ZZ9.
003430     05  FILLER                     PIC X(02) VALUE SPACES.
003440     05  DP-HIRES                   PIC ZZZ,ZZ9.
003450     05  FILLER                     PIC X(02) VALUE SPACES.
003460     05  DP-REHIRES                 PIC ZZZ,ZZ9.
003470     05  FILLER                     PIC X(02) VALUE SPACES.
003480     05  DP-TERMS                   PIC ZZZ,ZZ9.
003490     05  FILLER                     PIC X(02) VALUE SPACES.
003500     05  DP-XFER-IN                 PIC ZZZ,ZZ9.
003510     05  FILLER                     PIC X(02) VALUE SPACES.
003520     05  DP-XFER-OUT                PIC ZZZ,ZZ9.
003530     05  FILLER                     PIC X(02) VALUE SPACES.
003540     05  DP-CLOSING                 PIC ZZZ,ZZ9.
003550     05  FILLER                     PIC X(02) VALUE SPACES.
003560     05  DP-COMPUTED                PIC ---,--9.
003570     05  FILLER                     PIC X(02) VALUE SPACES.
003580     05  DP-PROOF                   PIC X(14).
003590
003600 01  WS-MOVE-LINE.
003610     05  FILLER                     PIC X(08) VALUE SPACES.
003620     05  ML-TYPE                    PIC X(10).
003630     05  FILLER                     PIC X(02) VALUE SPACES.
003640     05  ML-EMP-ID                  PIC X(06).
003650     05  FILLER                     PIC X(02) VALUE SPACES.
003660     05  ML-EMP-NAME                PIC X(30).
003670     05  FILLER                     PIC X(06) VALUE "  RUN ".
003680     05  ML-RUN-DATE                PIC 9(08).
003690     05  FILLER                     PIC X(01) VALUE "/".
003700     05  ML-RUN-NUMBER              PIC 9(06).
003710     05  FILLER                     PIC X(06) VALUE "  ACT ".
003720     05  ML-ACTION                  PIC X(01).
003730     05  FILLER                     PIC X(02) VALUE SPACES.
003740     05  ML-OTHER-TEXT              PIC X(08).
003750     05  ML-OTHER-DEPT              PIC X(04).
003760
003770 01  WS-COVERAGE-LINE.
003780     05  FILLER                     PIC X(41)
003790             VALUE "*** EARLIEST JOURNAL RECORD ON HAND RAN ".
003800     05  CV-EARLIEST                PIC 9(08).
003810     05  FILLER                     PIC X(50) VALUE
003820             " - AFTER THE MONTH BEGAN, BALANCES NOT PROVEN ***".
003830
003840 01  WS-FOOTER-LINE.
003850     05  FILLER                     PIC X(10)
003860             VALUE "JRNL READ:".
003870     05  FT-JOURNAL-READ            PIC ZZZ,ZZ9.
003880     05  FILLER                     PIC X(12)
003890             VALUE "  IN MONTH: ".
003900     05  FT-IN-MONTH                PIC ZZZ,ZZ9.
003910     05  FILLER                     PIC X(12)
003920             VALUE "  MSTR READ:".
003930     05  FT-MASTER-READ             PIC ZZZ,ZZ9.
003940     05  FILLER                     PIC X(18)
003950             VALUE "  OUT OF BALANCE: ".
003960     05  FT-OUT-OF-BALANCE          PIC ZZZ,ZZ9.
003970     05  FILLER                     PIC X(14)
003980             VALUE "  NOT LISTED: ".
003990     05  FT-DROPPED                 PIC ZZZ,ZZ9.
004000
004010 PROCEDURE DIVISION.
004020
004030******************************************************************
004040*0000-MAINLINE
004050*ONE PASS OF THE JOURNAL FOR THE MOVEMENTS AND THE CHANGES
004060*AFTER EACH BALANCE DATE, ONE PASS OF EMPMSTR FOR THE BALANCES,
004070*THEN THE PROOF.  RETURN CODE 8 WHEN ANY DEPARTMENT DOES NOT
004080*ROLL FORWARD, 4 WHEN THE JOURNAL ON HAND STARTS TOO LATE OR
004090*THE MOVEMENT LISTING WAS CUT SHORT.
004100******************************************************************
004110 0000-MAINLINE.
004120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004130     IF NOT WS-FILES-OK OR NOT WS-PARM-OK
004140         DISPLAY "HELLOHC1 RUN REFUSED - SEE PRIOR MESSAGES"
004150         MOVE 16 TO RETURN-CODE
004160         GO TO 0000-TERMINATE
004170     END-IF.
004180     PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT.
004190     IF WS-PARM-OK
004200         PERFORM 3000-LOAD-MASTER THRU 3000-EXIT
004210     END-IF.
004220     IF NOT WS-PARM-OK
004230         DISPLAY "HELLOHC1 RUN REFUSED - SEE PRIOR MESSAGES"
004240         MOVE 16 TO RETURN-CODE
004250         GO TO 0000-TERMINATE
004260     END-IF.
004270     PERFORM 3500-TALLY-TOUCHED THRU 3500-EXIT.
004280     PERFORM 4000-PRINT-ROLL-FORWARD THRU 4000-EXIT.
004290     IF WS-DEPTS-OUT-OF-BALANCE > ZERO
004300         MOVE 8 TO RETURN-CODE
004310     ELSE
004320         IF NOT WS-COVERAGE-OK
004330            OR WS-MOVES-DROPPED > ZERO
004340             MOVE 4 TO RETURN-CODE
004350         END-IF
004360     END-IF.
004370 0000-TERMINATE.
004380     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004390     GOBACK.
004400 0000-EXIT.
004410     EXIT.
004420
004430 1000-INITIALIZE.
004440     OPEN INPUT JOURNAL-FILE.
004450     IF WS-JRNL-STATUS NOT = "00"
004460         DISPLAY "HELLOHC2 ERROR OPENING JOURNAL-FILE - STATUS "
004470             WS-JRNL-STATUS
004480         MOVE 'N' TO WS-FILES-OK-SW
004490     END-IF.
004500     OPEN INPUT EMPMSTR-FILE.
004510     IF WS-EMPMSTR-STATUS NOT = "00"
004520         DISPLAY "HELLOHC2 ERROR OPENING EMPMSTR-FILE - STATUS "
004530             WS-EMPMSTR-STATUS
004540         MOVE 'N' TO WS-FILES-OK-SW
004550     END-IF.
004560     OPEN INPUT DEPT-CODES-FILE.
004570     IF WS-DPTCOD-STATUS NOT = "00"
004580         DISPLAY "HELLOHC2 ERROR OPENING DEPT-CODES-FILE - "
004590             "STATUS " WS-DPTCOD-STATUS
004600         MOVE 'N' TO WS-FILES-OK-SW
004610     END-IF.
004620     OPEN OUTPUT REPORT-FILE.
004630     IF WS-RPT-STATUS NOT = "00"
004640         DISPLAY "HELLOHC2 ERROR OPENING REPORT-FILE - STATUS "
004650             WS-RPT-STATUS
004660         MOVE 'N' TO WS-FILES-OK-SW
004670     END-IF.
004680     IF NOT WS-FILES-OK
004690         GO TO 1000-EXIT
004700     END-IF.
004710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004720     DISPLAY "ENTER MONTH (YYYYMM, BLANK FOR LAST MONTH): ".
004730     ACCEPT WS-PERIOD-INPUT.
004740     PERFORM 1100-EDIT-PERIOD THRU 1100-EXIT.
004750     IF NOT WS-PARM-OK
004760         GO TO 1000-EXIT
004770     END-IF.
004780     PERFORM 1400-LOAD-DEPT-TABLE THRU 1400-EXIT.
004790 1000-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830*1100-EDIT-PERIOD
004840*A BLANK MONTH MEANS THE ONE BEFORE THE RUN DATE - THE JOB
004850*RUNS EARLY IN THE FOLLOWING MONTH.  THE MONTH MUST BE OVER.
004860******************************************************************
004870 1100-EDIT-PERIOD.
004880     IF WS-PERIOD-INPUT = SPACES
004890         MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY
004900         MOVE WS-RUN-MM   TO WS-PERIOD-MM
004910         IF WS-PERIOD-MM = 01
004920             MOVE 12 TO WS-PERIOD-MM
004930             SUBTRACT 1 FROM WS-PERIOD-YYYY
004940         ELSE
004950             SUBTRACT 1 FROM WS-PERIOD-MM
004960         END-IF
004970     ELSE
004980         IF WS-PERIOD-INPUT NOT NUMERIC
004990             DISPLAY "HELLOHC3 MONTH MUST BE YYYYMM - RECEIVED "
005000                 WS-PERIOD-INPUT
005010             MOVE 'N' TO WS-PARM-OK-SW
005020             GO TO 1100-EXIT
005030         END-IF
005040         MOVE WS-PERIOD-INPUT TO WS-PERIOD
005050     END-IF.
005060     IF WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
005070         DISPLAY "HELLOHC3 MONTH " WS-PERIOD " IS NOT VALID"
005080         MOVE 'N' TO WS-PARM-OK-SW
005090         GO TO 1100-EXIT
005100     END-IF.
005110     MOVE WS-PERIOD TO WS-MS-YYYYMM.
005120     MOVE 01        TO WS-MS-DD.
005130     MOVE WS-PERIOD TO WS-ME-YYYYMM.
005140     MOVE WS-DAYS-IN-MONTH (WS-PERIOD-MM) TO WS-ME-DD.
005150     IF WS-PERIOD-MM = 02
005160         DIVIDE WS-PERIOD-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
005170             REMAINDER WS-LEAP-REM-4
005180         DIVIDE WS-PERIOD-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
005190             REMAINDER WS-LEAP-REM-100
005200         DIVIDE WS-PERIOD-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
005210             REMAINDER WS-LEAP-REM-400
005220         IF WS-LEAP-REM-400 = ZERO
005230            OR (WS-LEAP-REM-4 = ZERO
005240                AND WS-LEAP-REM-100 NOT = ZERO)
005250             MOVE 29 TO WS-ME-DD
005260         END-IF
005270     END-IF.
005280     IF WS-MONTH-END NOT < WS-RUN-DATE
005290         DISPLAY "HELLOHC3 MONTH " WS-PERIOD
005300             " IS NOT YET OVER"
005310         MOVE 'N' TO WS-PARM-OK-SW
005320         GO TO 1100-EXIT
005330     END-IF.
005340     DISPLAY "HELLOHC4 ROLLING FORWARD " WS-MONTH-START
005350         " TO " WS-MONTH-END.
005360 1100-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400*1400-LOAD-DEPT-TABLE
005410*LOADS EVERY DEPARTMENT ON THE FILE - AN INACTIVE CODE CAN
005420*STILL HOLD HEADCOUNT OR LOSE IT DURING THE MONTH - THEN ADDS
005430*THE CATCH-ALL ENTRY FOR CODES NOT ON THE FILE.  A FULL TABLE
005440*REFUSES THE RUN, SINCE A MISSING DEPARTMENT COULD NOT BE
005450*PROVED.
005460******************************************************************
005470 1400-LOAD-DEPT-TABLE.
005480     MOVE ZERO TO WS-DEPT-TABLE-COUNT.
005490     PERFORM 1410-READ-DEPT-CODE THRU 1410-EXIT.
005500     PERFORM 1420-ADD-DEPT-ENTRY THRU 1420-EXIT
005510         UNTIL WS-EOF-DPTCOD.
005520     IF NOT WS-PARM-OK
005530         GO TO 1400-EXIT
005540     END-IF.
005550     ADD 1 TO WS-DEPT-TABLE-COUNT.
005560     MOVE WS-DEPT-TABLE-COUNT TO WS-UNKNOWN-DEPT-SUB.
005570     MOVE WS-DEPT-TABLE-COUNT TO WS-DEPT-SUB.
005580     MOVE "????"              TO WS-DEPT-CODE-T (WS-DEPT-SUB).
005590     MOVE "NOT ON DEPT-CODES FILE"
005600         TO WS-DEPT-NAME-T (WS-DEPT-SUB).
005610     PERFORM 1430-CLEAR-DEPT-TALLIES THRU 1430-EXIT.
005620 1400-EXIT.
005630     EXIT.
005640
005650 1410-READ-DEPT-CODE.
005660     READ DEPT-CODES-FILE NEXT RECORD
005670         AT END
005680             SET WS-EOF-DPTCOD TO TRUE
005690     END-READ.
005700 1410-EXIT.
005710     EXIT.
005720
005730 1420-ADD-DEPT-ENTRY.
005740     IF WS-DEPT-TABLE-COUNT >= WS-DEPT-TABLE-MAX - 1
005750         DISPLAY "HELLOHC5 DEPT-CODES TABLE FULL AT "
005760             WS-DEPT-TABLE-MAX " ENTRIES"
005770         MOVE 'N' TO WS-PARM-OK-SW
005780         SET WS-EOF-DPTCOD TO TRUE
005790         GO TO 1420-EXIT
005800     END-IF.
005810     ADD 1 TO WS-DEPT-TABLE-COUNT.
005820     MOVE WS-DEPT-TABLE-COUNT TO WS-DEPT-SUB.
005830     MOVE DPT-DEPT-CODE TO WS-DEPT-CODE-T (WS-DEPT-SUB).
005840     MOVE DPT-DEPT-NAME TO WS-DEPT-NAME-T (WS-DEPT-SUB).
005850     PERFORM 1430-CLEAR-DEPT-TALLIES THRU 1430-EXIT.
005860     PERFORM 1410-READ-DEPT-CODE THRU 1410-EXIT.
005870 1420-EXIT.
005880     EXIT.
005890
005900 1430-CLEAR-DEPT-TALLIES.
005910     MOVE ZERO TO WS-DEPT-OPENING-T (WS-DEPT-SUB)
005920                  WS-DEPT-HIRES-T (WS-DEPT-SUB)
005930                  WS-DEPT-REHIRES-T (WS-DEPT-SUB)
005940                  WS-DEPT-TERMS-T (WS-DEPT-SUB)
005950                  WS-DEPT-XFER-IN-T (WS-DEPT-SUB)
005960                  WS-DEPT-XFER-OUT-T (WS-DEPT-SUB)
005970                  WS-DEPT-CLOSING-T (WS-DEPT-SUB).
005980 1430-EXIT.
005990     EXIT.
006000
006010******************************************************************
006020*2000-LOAD-JOURNAL
006030*ONE PASS DOWN EVERY RETAINED JOURNAL GENERATION.  RECORDS RUN
006040*BEFORE THE MONTH PLAY NO PART; THOSE RUN IN IT ARE MOVEMENTS;
006050*THOSE RUN IN OR AFTER IT LOCATE THE BALANCES.
006060******************************************************************
006070 2000-LOAD-JOURNAL.
006080     PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT.
006090     PERFORM 2200-SIFT-ONE-RECORD THRU 2200-EXIT
006100         UNTIL WS-END-OF-JOURNAL.
006110 2000-EXIT.
006120     EXIT.
006130
006140 2100-READ-JOURNAL-RECORD.
006150     READ JOURNAL-FILE
006160         AT END
006170             SET WS-END-OF-JOURNAL TO TRUE
006180     END-READ.
006190 2100-EXIT.
006200     EXIT.
006210
006220 2200-SIFT-ONE-RECORD.
006230     ADD 1 TO WS-JOURNAL-READ.
006240     IF JRN-RUN-DATE NUMERIC AND JRN-RUN-DATE > ZERO
006250         IF WS-EARLIEST-RUN-DATE = ZERO
006260            OR JRN-RUN-DATE < WS-EARLIEST-RUN-DATE
006270             MOVE JRN-RUN-DATE TO WS-EARLIEST-RUN-DATE
006280         END-IF
006290     END-IF.
006300     IF JRN-RUN-DATE < WS-MONTH-START
006310         GO TO 2200-NEXT
006320     END-IF.
006330     IF JRN-RUN-DATE NOT > WS-MONTH-END
006340         ADD 1 TO WS-JOURNAL-IN-MONTH
006350         PERFORM 2600-RECORD-MOVEMENT THRU 2600-EXIT
006360     END-IF.
006370     MOVE JRN-TIMESTAMP (1:17) TO WS-EV-KEY-STAMP.
006380     IF JRN-SEQUENCE NUMERIC
006390         MOVE JRN-SEQUENCE TO WS-EV-KEY-SEQ
006400     ELSE
006410         MOVE ZERO TO WS-EV-KEY-SEQ
006420     END-IF.
006430     IF JRN-ACTION-REKEY
006440         MOVE JRN-BEFORE-IMAGE (1:6) TO WS-EV-EMP-ID
006450         MOVE JRN-BEFORE-IMAGE       TO WS-EV-BEFORE
006460         PERFORM 2300-APPLY-EVENT THRU 2300-EXIT
006470         MOVE SPACES                 TO WS-EV-BEFORE
006480     ELSE
006490         MOVE JRN-BEFORE-IMAGE       TO WS-EV-BEFORE
006500     END-IF.
006510     MOVE JRN-EMP-ID TO WS-EV-EMP-ID.
006520     PERFORM 2300-APPLY-EVENT THRU 2300-EXIT.
006530 2200-NEXT.
006540     IF WS-PARM-OK
006550         PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT
006560     ELSE
006570         SET WS-END-OF-JOURNAL TO TRUE
006580     END-IF.
006590 2200-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630*2300-APPLY-EVENT
006640*THE EARLIEST CHANGE ON OR AFTER THE FIRST OF THE MONTH GIVES
006650*THE OPENING DEPARTMENT FROM ITS BEFORE-IMAGE; THE EARLIEST
006660*CHANGE AFTER THE LAST DAY GIVES THE CLOSING ONE.
006670******************************************************************
006680 2300-APPLY-EVENT.
006690     PERFORM 2400-FIND-EMPLOYEE THRU 2400-EXIT.
006700     IF NOT WS-PARM-OK
006710         GO TO 2300-EXIT
006720     END-IF.
006730     MOVE WS-EV-BEFORE TO WS-IMAGE-RECORD.
006740     PERFORM 2700-GET-ACTIVE-DEPT THRU 2700-EXIT.
006750     IF NOT WS-AE-OPEN-SET (WS-AE-SUB)
006760        OR WS-EV-KEY < WS-AE-OPEN-KEY (WS-AE-SUB)
006770         MOVE 'Y'            TO WS-AE-OPEN-SW (WS-AE-SUB)
006780         MOVE WS-EV-KEY      TO WS-AE-OPEN-KEY (WS-AE-SUB)
006790         MOVE WS-ACTIVE-DEPT TO WS-AE-OPEN-DEPT (WS-AE-SUB)
006800     END-IF.
006810     IF JRN-RUN-DATE NOT > WS-MONTH-END
006820         GO TO 2300-EXIT
006830     END-IF.
006840     IF NOT WS-AE-CLOSE-SET (WS-AE-SUB)
006850        OR WS-EV-KEY < WS-AE-CLOSE-KEY (WS-AE-SUB)
006860         MOVE 'Y'            TO WS-AE-CLOSE-SW (WS-AE-SUB)
006870         MOVE WS-EV-KEY      TO WS-AE-CLOSE-KEY (WS-AE-SUB)
006880         MOVE WS-ACTIVE-DEPT TO WS-AE-CLOSE-DEPT (WS-AE-SUB)
006890     END-IF.
006900 2300-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940*2400-FIND-EMPLOYEE
006950*LEAVES WS-AE-SUB ON THE EMPLOYEE'S ENTRY, INSERTING AN EMPTY
006960*ONE IN ID ORDER IF NEEDED.  A FULL TABLE REFUSES THE RUN.
006970******************************************************************
006980 2400-FIND-EMPLOYEE.
006990     PERFORM 2450-SEARCH-EMPLOYEE THRU 2450-EXIT.
007000     IF WS-EMP-FOUND
007010         GO TO 2400-EXIT
007020     END-IF.
007030     IF WS-AE-COUNT >= WS-AE-TABLE-MAX
007040         DISPLAY "HELLOHC6 EMPLOYEE TABLE FULL AT "
007050             WS-AE-TABLE-MAX " ENTRIES"
007060         MOVE 'N' TO WS-PARM-OK-SW
007070         GO TO 2400-EXIT
007080     END-IF.
007090     ADD 1 TO WS-AE-COUNT.
007100     MOVE WS-AE-COUNT TO WS-AE-POS.
007110     MOVE 'N' TO WS-SHIFT-DONE-SW.
007120     PERFORM 2410-SHIFT-EMPLOYEE THRU 2410-EXIT
007130         UNTIL WS-SHIFT-DONE.
007140     MOVE WS-AE-POS    TO WS-AE-SUB.
007150     MOVE WS-EV-EMP-ID TO WS-AE-EMP-ID (WS-AE-SUB).
007160     MOVE 'N'          TO WS-AE-OPEN-SW (WS-AE-SUB)
007170                          WS-AE-CLOSE-SW (WS-AE-SUB).
007180     MOVE SPACES       TO WS-AE-OPEN-KEY (WS-AE-SUB)
007190                          WS-AE-OPEN-DEPT (WS-AE-SUB)
007200                          WS-AE-CLOSE-KEY (WS-AE-SUB)
007210                          WS-AE-CLOSE-DEPT (WS-AE-SUB).
007220 2400-EXIT.
007230     EXIT.
007240
007250 2410-SHIFT-EMPLOYEE.
007260     IF WS-AE-POS = 1
007270         SET WS-SHIFT-DONE TO TRUE
007280         GO TO 2410-EXIT
007290     END-IF.
007300     IF WS-AE-EMP-ID (WS-AE-POS - 1) < WS-EV-EMP-ID
007310         SET WS-SHIFT-DONE TO TRUE
007320         GO TO 2410-EXIT
007330     END-IF.
007340     MOVE WS-AE-ENTRY (WS-AE-POS - 1) TO WS-AE-ENTRY (WS-AE-POS).
007350     SUBTRACT 1 FROM WS-AE-POS.
007360 2410-EXIT.
007370     EXIT.
007380
007390 2450-SEARCH-EMPLOYEE.
007400     MOVE 'N' TO WS-EMP-FOUND-SW.
007410     IF WS-AE-COUNT = ZERO
007420         GO TO 2450-EXIT
007430     END-IF.
007440     SEARCH ALL WS-AE-ENTRY
007450         AT END
007460             MOVE 'N' TO WS-EMP-FOUND-SW
007470         WHEN WS-AE-EMP-ID (WS-AE-IDX) = WS-EV-EMP-ID
007480             SET WS-EMP-FOUND TO TRUE
007490             SET WS-AE-SUB TO WS-AE-IDX
007500     END-SEARCH.
007510 2450-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550*2600-RECORD-MOVEMENT
007560*COMPARES THE ACTIVE DEPARTMENT BEFORE AND AFTER ONE JOURNAL
007570*RECORD RUN IN THE MONTH.  ARRIVING IN A HEADCOUNT IS A HIRE
007580*(A REHIRE FOR AN 'R'), LEAVING ONE IS A TERMINATION, MOVING
007590*BETWEEN TWO IS A TRANSFER OUT OF ONE AND IN TO THE OTHER.  A
007600*RE-KEY IS TAKEN WHOLE - SAME PERSON, SAME DEPARTMENT, NO
007610*MOVEMENT.
007620******************************************************************
007630 2600-RECORD-MOVEMENT.
007640     MOVE JRN-BEFORE-IMAGE TO WS-IMAGE-RECORD.
007650     PERFORM 2700-GET-ACTIVE-DEPT THRU 2700-EXIT.
007660     MOVE WS-ACTIVE-DEPT TO WS-BEFORE-DEPT.
007670     MOVE WS-IMG-EMP-NAME TO WS-MOVE-EMP-NAME.
007680     MOVE JRN-AFTER-IMAGE TO WS-IMAGE-RECORD.
007690     PERFORM 2700-GET-ACTIVE-DEPT THRU 2700-EXIT.
007700     MOVE WS-ACTIVE-DEPT TO WS-AFTER-DEPT.
007710     IF JRN-AFTER-IMAGE NOT = SPACES
007720         MOVE WS-IMG-EMP-NAME TO WS-MOVE-EMP-NAME
007730     END-IF.
007740     IF WS-BEFORE-DEPT = WS-AFTER-DEPT
007750         GO TO 2600-EXIT
007760     END-IF.
007770     IF WS-BEFORE-DEPT = SPACES
007780         IF JRN-ACTION-REHIRE
007790             MOVE 'R' TO WS-MOVE-TYPE
007800         ELSE
007810             MOVE 'H' TO WS-MOVE-TYPE
007820         END-IF
007830         MOVE WS-AFTER-DEPT TO WS-MOVE-DEPT
007840         MOVE SPACES        TO WS-MOVE-OTHER-DEPT
007850         PERFORM 2650-FILE-MOVEMENT THRU 2650-EXIT
007860         GO TO 2600-EXIT
007870     END-IF.
007880     IF WS-AFTER-DEPT = SPACES
007890         MOVE 'T'            TO WS-MOVE-TYPE
007900         MOVE WS-BEFORE-DEPT TO WS-MOVE-DEPT
007910         MOVE SPACES         TO WS-MOVE-OTHER-DEPT
007920         PERFORM 2650-FILE-MOVEMENT THRU 2650-EXIT
007930         GO TO 2600-EXIT
007940     END-IF.
007950     MOVE 'O'            TO WS-MOVE-TYPE.
007960     MOVE WS-BEFORE-DEPT TO WS-MOVE-DEPT.
007970     MOVE WS-AFTER-DEPT  TO WS-MOVE-OTHER-DEPT.
007980     PERFORM 2650-FILE-MOVEMENT THRU 2650-EXIT.
007990     MOVE 'I'            TO WS-MOVE-TYPE.
008000     MOVE WS-AFTER-DEPT  TO WS-MOVE-DEPT.
008010     MOVE WS-BEFORE-DEPT TO WS-MOVE-OTHER-DEPT.
008020     PERFORM 2650-FILE-MOVEMENT THRU 2650-EXIT.
008030 2600-EXIT.
008040     EXIT.
008050
008060 2650-FILE-MOVEMENT.
008070     MOVE WS-MOVE-DEPT TO WS-LOOKUP-DEPT.
008080     PERFORM 2800-FIND-DEPT THRU 2800-EXIT.
008090     EVALUATE TRUE
008100         WHEN WS-MOVE-HIRE
008110             ADD 1 TO WS-DEPT-HIRES-T (WS-DEPT-SUB)
008120         WHEN WS-MOVE-REHIRE
008130             ADD 1 TO WS-DEPT-REHIRES-T (WS-DEPT-SUB)
008140         WHEN WS-MOVE-TERM
008150             ADD 1 TO WS-DEPT-TERMS-T (WS-DEPT-SUB)
008160         WHEN WS-MOVE-XFER-IN
008170             ADD 1 TO WS-DEPT-XFER-IN-T (WS-DEPT-SUB)
008180         WHEN WS-MOVE-XFER-OUT
008190             ADD 1 TO WS-DEPT-XFER-OUT-T (WS-DEPT-SUB)
008200     END-EVALUATE.
008210     IF WS-MV-COUNT >= WS-MV-TABLE-MAX
008220         ADD 1 TO WS-MOVES-DROPPED
008230         GO TO 2650-EXIT
008240     END-IF.
008250     ADD 1 TO WS-MV-COUNT.
008260     MOVE WS-MV-COUNT        TO WS-MV-SUB.
008270     MOVE WS-DEPT-SUB        TO WS-MV-DEPT-SUB (WS-MV-SUB).
008280     MOVE WS-MOVE-TYPE       TO WS-MV-TYPE (WS-MV-SUB).
008290     MOVE JRN-EMP-ID         TO WS-MV-EMP-ID (WS-MV-SUB).
008300     MOVE WS-MOVE-EMP-NAME   TO WS-MV-EMP-NAME (WS-MV-SUB).
008310     MOVE JRN-RUN-DATE       TO WS-MV-RUN-DATE (WS-MV-SUB).
008320     IF JRN-RUN-NUMBER NUMERIC
008330         MOVE JRN-RUN-NUMBER TO WS-MV-RUN-NUMBER (WS-MV-SUB)
008340     ELSE
008350         MOVE ZERO TO WS-MV-RUN-NUMBER (WS-MV-SUB)
008360     END-IF.
008370     MOVE JRN-ACTION         TO WS-MV-ACTION (WS-MV-SUB).
008380     MOVE WS-MOVE-OTHER-DEPT TO WS-MV-OTHER-DEPT (WS-MV-SUB).
008390 2650-EXIT.
008400     EXIT.
008410
008420*THE DEPARTMENT AN IMAGE COUNTS IN - SPACES FOR NO IMAGE (NOT
008430*ON FILE) OR A TERMINATED EMPLOYEE.  AN ACTIVE RECORD WITH A
008440*BLANK CODE COUNTS UNDER THE CATCH-ALL.
008450 2700-GET-ACTIVE-DEPT.
008460     MOVE SPACES TO WS-ACTIVE-DEPT.
008470     IF WS-IMAGE-RECORD = SPACES
008480         GO TO 2700-EXIT
008490     END-IF.
008500     IF NOT WS-IMG-EMP-ST-ACTIVE
008510         GO TO 2700-EXIT
008520     END-IF.
008530     IF WS-IMG-EMP-DEPT-CODE = SPACES
008540         MOVE "????" TO WS-ACTIVE-DEPT
008550     ELSE
008560         MOVE WS-IMG-EMP-DEPT-CODE TO WS-ACTIVE-DEPT
008570     END-IF.
008580 2700-EXIT.
008590     EXIT.
008600
008610*LEAVES WS-DEPT-SUB ON WS-LOOKUP-DEPT, OR ON THE CATCH-ALL.
008620 2800-FIND-DEPT.
008630     MOVE 'N' TO WS-DEPT-FOUND-SW.
008640     SET WS-DEPT-IDX TO 1.
008650     SEARCH WS-DEPT-TABLE-ENTRY VARYING WS-DEPT-IDX
008660         AT END
008670             MOVE 'N' TO WS-DEPT-FOUND-SW
008680         WHEN WS-DEPT-CODE-T (WS-DEPT-IDX) = WS-LOOKUP-DEPT
008690             SET WS-DEPT-FOUND TO TRUE
008700     END-SEARCH.
008710     IF WS-DEPT-FOUND
008720         SET WS-DEPT-SUB TO WS-DEPT-IDX
008730     ELSE
008740         MOVE WS-UNKNOWN-DEPT-SUB TO WS-DEPT-SUB
008750     END-IF.
008760 2800-EXIT.
008770     EXIT.
008780
008790******************************************************************
008800*3000-LOAD-MASTER
008810*AN EMPLOYEE THE JOURNAL DID NOT TOUCH SINCE THE MONTH BEGAN
008820*STOOD AT BOTH BALANCE DATES AS EMPMSTR HOLDS THE RECORD TODAY.
008830*ONE TOUCHED ONLY IN THE MONTH TAKES ITS CLOSING STATE FROM
008840*HERE.
008850******************************************************************
008860 3000-LOAD-MASTER.
008870     PERFORM 3100-READ-MASTER-RECORD THRU 3100-EXIT.
008880     PERFORM 3200-SIFT-MASTER-RECORD THRU 3200-EXIT
008890         UNTIL WS-END-OF-MASTER.
008900 3000-EXIT.
008910     EXIT.
008920
008930 3100-READ-MASTER-RECORD.
008940     READ EMPMSTR-FILE NEXT RECORD
008950         AT END
008960             SET WS-END-OF-MASTER TO TRUE
008970     END-READ.
008980 3100-EXIT.
008990     EXIT.
009000
009010 3200-SIFT-MASTER-RECORD.
009020     ADD 1 TO WS-MASTER-READ.
009030     MOVE EMP-MASTER-RECORD TO WS-IMAGE-RECORD.
009040     PERFORM 2700-GET-ACTIVE-DEPT THRU 2700-EXIT.
009050     MOVE EMP-ID TO WS-EV-EMP-ID.
009060     PERFORM 2450-SEARCH-EMPLOYEE THRU 2450-EXIT.
009070     IF NOT WS-EMP-FOUND
009080         IF WS-ACTIVE-DEPT NOT = SPACES
009090             MOVE WS-ACTIVE-DEPT TO WS-LOOKUP-DEPT
009100             PERFORM 2800-FIND-DEPT THRU 2800-EXIT
009110             ADD 1 TO WS-DEPT-OPENING-T (WS-DEPT-SUB)
009120             ADD 1 TO WS-DEPT-CLOSING-T (WS-DEPT-SUB)
009130         END-IF
009140         GO TO 3200-NEXT
009150     END-IF.
009160     IF NOT WS-AE-OPEN-SET (WS-AE-SUB)
009170         MOVE 'Y'            TO WS-AE-OPEN-SW (WS-AE-SUB)
009180         MOVE WS-ACTIVE-DEPT TO WS-AE-OPEN-DEPT (WS-AE-SUB)
009190     END-IF.
009200     IF NOT WS-AE-CLOSE-SET (WS-AE-SUB)
009210         MOVE 'Y'            TO WS-AE-CLOSE-SW (WS-AE-SUB)
009220         MOVE WS-ACTIVE-DEPT TO WS-AE-CLOSE-DEPT (WS-AE-SUB)
009230     END-IF.
009240 3200-NEXT.
009250     PERFORM 3100-READ-MASTER-RECORD THRU 3100-EXIT.
009260 3200-EXIT.
009270     EXIT.
009280
009290******************************************************************
009300*3500-TALLY-TOUCHED
009310*ADDS THE EMPLOYEES THE JOURNAL TOUCHED INTO THE BALANCES.  ONE
009320*WITH NO STATE SET AT A BALANCE DATE WAS NOT ON FILE THEN.
009330******************************************************************
009340 3500-TALLY-TOUCHED.
009350     IF WS-AE-COUNT = ZERO
009360         GO TO 3500-EXIT
009370     END-IF.
009380     PERFORM 3510-TALLY-ONE-EMPLOYEE THRU 3510-EXIT
009390         VARYING WS-AE-SUB FROM 1 BY 1
009400         UNTIL WS-AE-SUB > WS-AE-COUNT.
009410 3500-EXIT.
009420     EXIT.
009430
009440 3510-TALLY-ONE-EMPLOYEE.
009450     IF WS-AE-OPEN-DEPT (WS-AE-SUB) NOT = SPACES
009460         MOVE WS-AE-OPEN-DEPT (WS-AE-SUB) TO WS-LOOKUP-DEPT
009470         PERFORM 2800-FIND-DEPT THRU 2800-EXIT
009480         ADD 1 TO WS-DEPT-OPENING-T (WS-DEPT-SUB)
009490     END-IF.
009500     IF WS-AE-CLOSE-DEPT (WS-AE-SUB) NOT = SPACES
009510         MOVE WS-AE-CLOSE-DEPT (WS-AE-SUB) TO WS-LOOKUP-DEPT
009520         PERFORM 2800-FIND-DEPT THRU 2800-EXIT
009530         ADD 1 TO WS-DEPT-CLOSING-T (WS-DEPT-SUB)
009540     END-IF.
009550 3510-EXIT.
009560     EXIT.
009570
009580******************************************************************
009590*4000-PRINT-ROLL-FORWARD
009600*ONE PROOF LINE PER DEPARTMENT WITH ITS MOVEMENTS UNDER IT,
009610*THEN THE ALL-DEPARTMENT TOTALS.  THE CATCH-ALL LINE PRINTS
009620*ONLY WHEN SOMETHING FELL INTO IT.
009630******************************************************************
009640 4000-PRINT-ROLL-FORWARD.
009650     PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT.
009660     IF WS-EARLIEST-RUN-DATE = ZERO
009670        OR WS-EARLIEST-RUN-DATE > WS-MONTH-START
009680         MOVE 'N' TO WS-COVERAGE-SW
009690         MOVE WS-EARLIEST-RUN-DATE TO CV-EARLIEST
009700         WRITE REPORT-LINE FROM WS-COVERAGE-LINE
009710             AFTER ADVANCING 1 LINE
009720         ADD 1 TO WS-LINE-COUNT
009730         DISPLAY "HELLOHC7 JOURNAL ON HAND BEGINS "
009740             WS-EARLIEST-RUN-DATE " - AFTER " WS-MONTH-START
009750     END-IF.
009760     WRITE REPORT-LINE FROM WS-HEADING-3
009770         AFTER ADVANCING 2 LINES.
009780     ADD 2 TO WS-LINE-COUNT.
009790     PERFORM 4100-PRINT-ONE-DEPT THRU 4100-EXIT
009800         VARYING WS-DEPT-SUB FROM 1 BY 1
009810         UNTIL WS-DEPT-SUB > WS-DEPT-TABLE-COUNT.
009820     PERFORM 4300-PRINT-TOTALS THRU 4300-EXIT.
009830 4000-EXIT.
009840     EXIT.
009850
009860 4100-PRINT-ONE-DEPT.
009870     IF WS-DEPT-SUB = WS-UNKNOWN-DEPT-SUB
009880        AND WS-DEPT-OPENING-T (WS-DEPT-SUB) = ZERO
009890        AND WS-DEPT-HIRES-T (WS-DEPT-SUB) = ZERO
009900        AND WS-DEPT-REHIRES-T (WS-DEPT-SUB) = ZERO
009910        AND WS-DEPT-TERMS-T (WS-DEPT-SUB) = ZERO
009920        AND WS-DEPT-XFER-IN-T (WS-DEPT-SUB) = ZERO
009930        AND WS-DEPT-XFER-OUT-T (WS-DEPT-SUB) = ZERO
009940        AND WS-DEPT-CLOSING-T (WS-DEPT-SUB) = ZERO
009950         GO TO 4100-EXIT
009960     END-IF.
009970     COMPUTE WS-COMPUTED-CLOSING =
009980             WS-DEPT-OPENING-T (WS-DEPT-SUB)
009990           + WS-DEPT-HIRES-T (WS-DEPT-SUB)
010000           + WS-DEPT-REHIRES-T (WS-DEPT-SUB)
010010           - WS-DEPT-TERMS-T (WS-DEPT-SUB)
010020           + WS-DEPT-XFER-IN-T (WS-DEPT-SUB)
010030           - WS-DEPT-XFER-OUT-T (WS-DEPT-SUB).
010040     ADD WS-DEPT-OPENING-T (WS-DEPT-SUB)  TO WS-GT-OPENING.
010050     ADD WS-DEPT-HIRES-T (WS-DEPT-SUB)    TO WS-GT-HIRES.
010060     ADD WS-DEPT-REHIRES-T (WS-DEPT-SUB)  TO WS-GT-REHIRES.
010070     ADD WS-DEPT-TERMS-T (WS-DEPT-SUB)    TO WS-GT-TERMS.
010080     ADD WS-DEPT-XFER-IN-T (WS-DEPT-SUB)  TO WS-GT-XFER-IN.
010090     ADD WS-DEPT-XFER-OUT-T (WS-DEPT-SUB) TO WS-GT-XFER-OUT.
010100     ADD WS-DEPT-CLOSING-T (WS-DEPT-SUB)  TO WS-GT-CLOSING.
010110     ADD WS-COMPUTED-CLOSING              TO WS-GT-COMPUTED.
010120     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
010130         PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT
010140         WRITE REPORT-LINE FROM WS-HEADING-3
010150             AFTER ADVANCING 1 LINE
010160         ADD 1 TO WS-LINE-COUNT
010170     END-IF.
010180     MOVE WS-DEPT-CODE-T (WS-DEPT-SUB)     TO DP-CODE.
010190     MOVE WS-DEPT-NAME-T (WS-DEPT-SUB)     TO DP-NAME.
010200     MOVE WS-DEPT-OPENING-T (WS-DEPT-SUB)  TO DP-OPENING.
010210     MOVE WS-DEPT-HIRES-T (WS-DEPT-SUB)    TO DP-HIRES.
010220     MOVE WS-DEPT-REHIRES-T (WS-DEPT-SUB)  TO DP-REHIRES.
010230     MOVE WS-DEPT-TERMS-T (WS-DEPT-SUB)    TO DP-TERMS.
010240     MOVE WS-DEPT-XFER-IN-T (WS-DEPT-SUB)  TO DP-XFER-IN.
010250     MOVE WS-DEPT-XFER-OUT-T (WS-DEPT-SUB) TO DP-XFER-OUT.
010260     MOVE WS-DEPT-CLOSING-T (WS-DEPT-SUB)  TO DP-CLOSING.
010270     MOVE WS-COMPUTED-CLOSING              TO DP-COMPUTED.
010280     IF WS-COMPUTED-CLOSING = WS-DEPT-CLOSING-T (WS-DEPT-SUB)
010290         MOVE "BALANCED"       TO DP-PROOF
010300     ELSE
010310         MOVE "OUT OF BALANCE" TO DP-PROOF
010320         ADD 1 TO WS-DEPTS-OUT-OF-BALANCE
010330         DISPLAY "HELLOHC8 DEPARTMENT "
010340             WS-DEPT-CODE-T (WS-DEPT-SUB)
010350             " DOES NOT ROLL FORWARD"
010360     END-IF.
010370     WRITE REPORT-LINE FROM WS-DEPT-LINE
010380         AFTER ADVANCING 2 LINES.
010390     ADD 2 TO WS-LINE-COUNT.
010400     IF WS-MV-COUNT = ZERO
010410         GO TO 4100-EXIT
010420     END-IF.
010430     PERFORM 4200-PRINT-ONE-MOVEMENT THRU 4200-EXIT
010440         VARYING WS-MV-SUB FROM 1 BY 1
010450         UNTIL WS-MV-SUB > WS-MV-COUNT.
010460 4100-EXIT.
010470     EXIT.
010480
010490 4200-PRINT-ONE-MOVEMENT.
010500     IF WS-MV-DEPT-SUB (WS-MV-SUB) NOT = WS-DEPT-SUB
010510         GO TO 4200-EXIT
010520     END-IF.
010530     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
010540         PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT
010550         WRITE REPORT-LINE FROM WS-HEADING-3
010560             AFTER ADVANCING 1 LINE
010570         ADD 1 TO WS-LINE-COUNT
010580     END-IF.
010590     MOVE SPACES TO ML-OTHER-TEXT ML-OTHER-DEPT.
010600     EVALUATE WS-MV-TYPE (WS-MV-SUB)
010610         WHEN 'H'
010620             MOVE "HIRE"      TO ML-TYPE
010630         WHEN 'R'
010640             MOVE "REHIRE"    TO ML-TYPE
010650         WHEN 'T'
010660             MOVE "TERM"      TO ML-TYPE
010670         WHEN 'I'
010680             MOVE "XFER IN"   TO ML-TYPE
010690             MOVE "FROM    "  TO ML-OTHER-TEXT
010700             MOVE WS-MV-OTHER-DEPT (WS-MV-SUB) TO ML-OTHER-DEPT
010710         WHEN 'O'
010720             MOVE "XFER OUT"  TO ML-TYPE
010730             MOVE "TO      "  TO ML-OTHER-TEXT
010740             MOVE WS-MV-OTHER-DEPT (WS-MV-SUB) TO ML-OTHER-DEPT
010750     END-EVALUATE.
010760     MOVE WS-MV-EMP-ID (WS-MV-SUB)     TO ML-EMP-ID.
010770     MOVE WS-MV-EMP-NAME (WS-MV-SUB)   TO ML-EMP-NAME.
010780     MOVE WS-MV-RUN-DATE (WS-MV-SUB)   TO ML-RUN-DATE.
010790     MOVE WS-MV-RUN-NUMBER (WS-MV-SUB) TO ML-RUN-NUMBER.
010800     MOVE WS-MV-ACTION (WS-MV-SUB)     TO ML-ACTION.
010810     WRITE REPORT-LINE FROM WS-MOVE-LINE.
010820     ADD 1 TO WS-LINE-COUNT.
010830 4200-EXIT.
010840     EXIT.
010850
010860 4300-PRINT-TOTALS.
010870     MOVE "ALL"            TO DP-CODE.
010880     MOVE "ALL DEPARTMENTS" TO DP-NAME.
010890     MOVE WS-GT-OPENING    TO DP-OPENING.
010900     MOVE WS-GT-HIRES      TO DP-HIRES.
010910     MOVE WS-GT-REHIRES    TO DP-REHIRES.
010920     MOVE WS-GT-TERMS      TO DP-TERMS.
010930     MOVE WS-GT-XFER-IN    TO DP-XFER-IN.
010940     MOVE WS-GT-XFER-OUT   TO DP-XFER-OUT.
010950     MOVE WS-GT-CLOSING    TO DP-CLOSING.
010960     MOVE WS-GT-COMPUTED   TO DP-COMPUTED.
010970     IF WS-DEPTS-OUT-OF-BALANCE = ZERO
010980         MOVE "BALANCED"       TO DP-PROOF
010990     ELSE
011000         MOVE "OUT OF BALANCE" TO DP-PROOF
011010     END-IF.
011020     WRITE REPORT-LINE FROM WS-DEPT-LINE
011030         AFTER ADVANCING 3 LINES.
011040     ADD 3 TO WS-LINE-COUNT.
011050 4300-EXIT.
011060     EXIT.
011070
011080******************************************************************
011090*6000-WRITE-HEADINGS
011100******************************************************************
011110 6000-WRITE-HEADINGS.
011120     ADD 1 TO WS-PAGE-COUNT.
011130     MOVE WS-PAGE-COUNT  TO H1-PAGE-NUMBER.
011140     MOVE WS-RUN-DATE    TO H2-RUN-DATE.
011150     MOVE WS-MONTH-START TO H2-MONTH-START.
011160     MOVE WS-MONTH-END   TO H2-MONTH-END.
011170     WRITE REPORT-LINE FROM WS-HEADING-1
011180         AFTER ADVANCING PAGE.
011190     WRITE REPORT-LINE FROM WS-HEADING-2
011200         AFTER ADVANCING 1 LINE.
011210     MOVE SPACES TO REPORT-LINE.
011220     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
011230     MOVE ZERO TO WS-LINE-COUNT.
011240 6000-EXIT.
011250     EXIT.
011260
011270 8000-TERMINATE.
011280     IF WS-FILES-OK AND WS-PARM-OK
011290         MOVE WS-JOURNAL-READ         TO FT-JOURNAL-READ
011300         MOVE WS-JOURNAL-IN-MONTH     TO FT-IN-MONTH
011310         MOVE WS-MASTER-READ          TO FT-MASTER-READ
011320         MOVE WS-DEPTS-OUT-OF-BALANCE TO FT-OUT-OF-BALANCE
011330         MOVE WS-MOVES-DROPPED        TO FT-DROPPED
011340         WRITE REPORT-LINE FROM WS-FOOTER-LINE
011350             AFTER ADVANCING 2 LINES
011360     END-IF.
011370     CLOSE JOURNAL-FILE EMPMSTR-FILE DEPT-CODES-FILE
011380           REPORT-FILE.
011390     DISPLAY "HELLOHC9 JOURNAL READ     = " WS-JOURNAL-READ.
011400     DISPLAY "HELLOHCA IN MONTH         = " WS-JOURNAL-IN-MONTH.
011410     DISPLAY "HELLOHCB MASTER READ      = " WS-MASTER-READ.
011420     DISPLAY "HELLOHCC OUT OF BALANCE   = "
011430         WS-DEPTS-OUT-OF-BALANCE.
011440     IF WS-MOVES-DROPPED > ZERO
011450         DISPLAY "HELLOHCD MOVEMENT TABLE FULL - "
011460             WS-MOVES-DROPPED " MOVEMENT(S) NOT LISTED"
011470     END-IF.
011480 8000-EXIT.
011490     EXIT.
011500
011510 END PROGRAM HELLOHC.
