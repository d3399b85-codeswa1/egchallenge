000100******************************************************************
000110*PROGRAM:      HELLOAS
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      POINT-IN-TIME ("AS-OF") RECONSTRUCTION OF EMPMSTR
000170*              FROM THE JOURNAL GENERATIONS, FOR THE AUDIT AND
000180*              LEGAL QUESTION "WHAT DID THIS RECORD LOOK LIKE ON
000190*              A PAST DATE".  SYSIN CARRIES THE AS-OF DATE AND
000200*              AN OPTIONAL EMPLOYEE ID OR DEPARTMENT.  THE
000210*              JRNLFILE DD NAMES THE JOURNAL GDG BASE, SO EVERY
000220*              RETAINED GENERATION IS READ AS ONE FILE; ORDER
000230*              DOES NOT MATTER - EACH CHANGE IS PLACED BY ITS
000240*              TIMESTAMP AND SEQUENCE.  FOR EACH EMPLOYEE THE
000250*              STATE AS OF THE DATE IS THE AFTER-IMAGE OF THE
000260*              LAST CHANGE RUN ON OR BEFORE IT; FAILING THAT,
000270*              THE BEFORE-IMAGE OF THE FIRST CHANGE RUN AFTER
000280*              IT; FAILING THAT (NO JOURNAL ACTIVITY AT ALL)
000290*              THE RECORD AS IT STANDS ON EMPMSTR TODAY.  THE
000300*              RECONSTRUCTED RECORDS ARE PRINTED AND WRITTEN TO
000310*              AN EMPREC-LAYOUT EXTRACT, FOLLOWED BY EACH
000320*              EMPLOYEE'S CHANGE TIMELINE UP TO THE DATE WITH
000330*              THE RUN NUMBER AND SOURCE SYSTEM BEHIND EACH
000340*              CHANGE.  WHEN THE EARLIEST JOURNAL RECORD ON HAND
000350*              IS LATER THAN THE AS-OF DATE THE REPORT SAYS SO
000360*              AND THE RUN ENDS WITH RETURN CODE 4.
000362*              A RE-KEY DOES NOT CUT THE HISTORY: A FIRST PASS
000364*              NOTES EVERY RE-KEY, SO CHANGES POSTED UNDER THE OLD
000366*              ID ARE LISTED UNDER THE ID IT BECAME BY THE DATE.
000370*MODIFICATION HISTORY:
000380*DATE       INIT DESCRIPTION
000390*---------- ---- ------------------------------------------------
000400*2026-10-15 DK   ORIGINAL PROGRAM.
000402*2026-10-15 DK   FOLLOW RE-KEYS BACK - A CHANGE POSTED UNDER AN
000404*                OLD ID IS LISTED ON THE TIMELINE OF THE ID IT WAS
000406*                LATER RE-KEYED TO, AND AN EMPLOYEE ID ASKED FOR
000408*                BRINGS ITS EARLIER IDS WITH IT.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. HELLOAS.
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
000640     SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-EXTR-STATUS.
000670
000680     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-RPT-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740
000750 FD  JOURNAL-FILE
000760     RECORDING MODE IS F.
000770     COPY JRNLREC.
000780
000790 FD  EMPMSTR-FILE.
000800     COPY EMPREC REPLACING
000810         ==EMP-RECORD== BY ==EMP-MASTER-RECORD==.
000820
000830*THE RECONSTRUCTED RECORDS, IN THE EMPREC LAYOUT.
000840 FD  EXTRACT-FILE
000850     RECORDING MODE IS F.
000860 01  EXTRACT-RECORD                 PIC X(104).
000870
000880 FD  REPORT-FILE
000890     RECORDING MODE IS F.
000900 01  REPORT-LINE                    PIC X(132).
000910
000920 WORKING-STORAGE SECTION.
000930
000940*DECODED VIEW OF A RECONSTRUCTED IMAGE.
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
001130         ==EMP-ST-TERMINATED== BY ==WS-IMG-EMP-ST-TERMINATED==
001140         ==EMP-TERM-DATE==  BY ==WS-IMG-EMP-TERM-DATE==
001150         ==EMP-DEPT-CODE==  BY ==WS-IMG-EMP-DEPT-CODE==
001160         ==EMP-EFFECTIVE-DATE== BY ==WS-IMG-EMP-EFF-DATE==
001170         ==EMP-SOURCE-SYSTEM== BY ==WS-IMG-EMP-SOURCE==.
001180
001190 01  WS-FILE-STATUSES.
001200     05  WS-JRNL-STATUS             PIC X(02).
001210     05  WS-EMPMSTR-STATUS          PIC X(02).
001220     05  WS-EXTR-STATUS             PIC X(02).
001230     05  WS-RPT-STATUS              PIC X(02).
001240
001250 01  WS-SWITCHES.
001260     05  WS-EOF-JRNL-SW             PIC X(01) VALUE 'N'.
001270         88  WS-END-OF-JOURNAL             VALUE 'Y'.
001280     05  WS-EOF-MSTR-SW             PIC X(01) VALUE 'N'.
001290         88  WS-END-OF-MASTER              VALUE 'Y'.
001300     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
001310         88  WS-FILES-OK                   VALUE 'Y'.
001320     05  WS-PARM-OK-SW              PIC X(01) VALUE 'Y'.
001330         88  WS-PARM-OK                    VALUE 'Y'.
001340     05  WS-EMP-FOUND-SW            PIC X(01) VALUE 'N'.
001350         88  WS-EMP-FOUND                  VALUE 'Y'.
001360     05  WS-COVERAGE-SW             PIC X(01) VALUE 'Y'.
001370         88  WS-COVERAGE-OK                VALUE 'Y'.
001380     05  WS-SHIFT-DONE-SW           PIC X(01) VALUE 'N'.
001390         88  WS-SHIFT-DONE                 VALUE 'Y'.
001391     05  WS-REKEY-EXIT-SW           PIC X(01) VALUE 'N'.
001392         88  WS-REKEY-EXIT                 VALUE 'Y'.
001393     05  WS-ID-LISTED-SW            PIC X(01) VALUE 'N'.
001394         88  WS-ID-LISTED                  VALUE 'Y'.
001395     05  WS-LINK-FOUND-SW           PIC X(01) VALUE 'N'.
001396         88  WS-LINK-FOUND                 VALUE 'Y'.
001400
001410 01  WS-COUNTERS.
001420     05  WS-JOURNAL-READ            PIC 9(08) COMP VALUE ZERO.
001430     05  WS-MASTER-READ             PIC 9(08) COMP VALUE ZERO.
001440     05  WS-RECORDS-REBUILT         PIC 9(08) COMP VALUE ZERO.
001450     05  WS-NOT-ON-FILE             PIC 9(08) COMP VALUE ZERO.
001460     05  WS-CHANGES-LISTED          PIC 9(08) COMP VALUE ZERO.
001470     05  WS-CHANGES-DROPPED         PIC 9(08) COMP VALUE ZERO.
001480
001490*SELECTION, TAKEN FROM SYSIN AT INITIALIZATION.
001500 01  WS-ASOF-INPUT                  PIC X(08) VALUE SPACES.
001510 01  WS-ASOF-DATE                   PIC 9(08) VALUE ZERO.
001520 01  WS-ASOF-DATE-X REDEFINES WS-ASOF-DATE.
001530     05  WS-ASOF-YYYY               PIC 9(04).
001540     05  WS-ASOF-MM                 PIC 9(02).
001550     05  WS-ASOF-DD                 PIC 9(02).
001560 01  WS-SEARCH-ID                   PIC X(06) VALUE SPACES.
001570 01  WS-SEARCH-DEPT                 PIC X(04) VALUE SPACES.
001580
001590*JOURNAL COVERAGE - THE EARLIEST AND LATEST RUN DATES ON ANY
001600*JOURNAL RECORD READ.  ZERO EARLIEST MEANS NO JOURNAL AT ALL.
001610 01  WS-EARLIEST-RUN-DATE           PIC 9(08) VALUE ZERO.
001620 01  WS-LATEST-RUN-DATE             PIC 9(08) VALUE ZERO.
001630
001640*ONE CHANGE OFF THE JOURNAL, FOR ONE EMPLOYEE.  A RE-KEY IS
001650*TWO EVENTS - THE OLD ID LEAVES THE FILE, THE NEW ID ARRIVES.
001660*THE KEY (TIMESTAMP, THEN SEQUENCE) PLACES IT IN TIME WHATEVER
001670*ORDER THE GENERATIONS ARE READ IN.
001680 01  WS-EVENT.
001690     05  WS-EV-EMP-ID               PIC X(06).
001700     05  WS-EV-KEY.
001710         10  WS-EV-KEY-STAMP        PIC X(17).
001720         10  WS-EV-KEY-SEQ          PIC 9(08).
001730     05  WS-EV-BEFORE               PIC X(104).
001740     05  WS-EV-AFTER                PIC X(104).
001750
001760*ONE ENTRY PER EMPLOYEE, KEPT IN EMPLOYEE-ID ORDER SO IT CAN BE
001770*SEARCHED BINARY.  WS-AE-BASIS SAYS WHERE THE IMAGE CAME FROM:
001780*  'J' - AFTER-IMAGE OF THE LAST CHANGE ON OR BEFORE THE DATE
001790*  'L' - BEFORE-IMAGE OF THE FIRST CHANGE AFTER THE DATE
001800*  'M' - EMPMSTR AS IT STANDS, NO JOURNAL ACTIVITY AT ALL
001810*WS-AE-KEY IS THE KEY OF THE CHANGE THE IMAGE CAME FROM.  THE
001820*OCCURS CEILING BELOW (5000) MUST MATCH WS-AE-TABLE-MAX - A
001830*SELECTION BIGGER THAN THE TABLE REFUSES RATHER THAN REPORT
001840*PART OF ITSELF.
001850 01  WS-AE-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
001860 01  WS-AE-TABLE-CONTROL.
001870     05  WS-AE-COUNT                PIC 9(04) COMP VALUE ZERO.
001880 01  WS-AE-TABLE.
001890     05  WS-AE-ENTRY OCCURS 1 TO 5000 TIMES
001900             DEPENDING ON WS-AE-COUNT
001910             ASCENDING KEY IS WS-AE-EMP-ID
001920             INDEXED BY WS-AE-IDX.
001930         10  WS-AE-EMP-ID           PIC X(06).
001940         10  WS-AE-BASIS            PIC X(01).
001950             88  WS-AE-FROM-JOURNAL        VALUE 'J'.
001960             88  WS-AE-FROM-LATER          VALUE 'L'.
001970             88  WS-AE-FROM-MASTER         VALUE 'M'.
001980         10  WS-AE-KEY              PIC X(25).
001990         10  WS-AE-IMAGE            PIC X(104).
002000         10  WS-AE-SELECTED-SW      PIC X(01).
002010             88  WS-AE-SELECTED            VALUE 'Y'.
002020 01  WS-AE-SUB                      PIC 9(04) COMP VALUE ZERO.
002030 01  WS-AE-POS                      PIC 9(04) COMP VALUE ZERO.
002040
002050*EVERY CHANGE ON OR BEFORE THE DATE, KEPT IN EMPLOYEE-ID THEN
002060*KEY ORDER FOR THE TIMELINE SECTION.  THE OCCURS CEILING BELOW
002070*(9999) MUST MATCH WS-TL-TABLE-MAX.  CHANGES BEYOND IT ARE
002080*COUNTED, NOT LISTED, AND THE REPORT SAYS SO.
002090 01  WS-TL-TABLE-MAX                PIC 9(04) COMP VALUE 9999.
002100 01  WS-TL-TABLE-CONTROL.
002110     05  WS-TL-COUNT                PIC 9(04) COMP VALUE ZERO.
002120 01  WS-TL-TABLE.
002130     05  WS-TL-ENTRY OCCURS 1 TO 9999 TIMES
002140             DEPENDING ON WS-TL-COUNT
002150             INDEXED BY WS-TL-IDX.
002160         10  WS-TL-SORT-KEY.
002170             15  WS-TL-EMP-ID       PIC X(06).
002180             15  WS-TL-KEY          PIC X(25).
002185         10  WS-TL-POSTED-ID        PIC X(06).
002190         10  WS-TL-RUN-DATE         PIC 9(08).
002200         10  WS-TL-RUN-NUMBER       PIC 9(06).
002210         10  WS-TL-SEQUENCE         PIC 9(08).
002220         10  WS-TL-ACTION           PIC X(01).
002230         10  WS-TL-SOURCE           PIC X(08).
002240         10  WS-TL-OPERATOR         PIC X(08).
002250         10  WS-TL-DEPT             PIC X(04).
002260         10  WS-TL-DEGREE           PIC X(30).
002270         10  WS-TL-STATUS           PIC X(01).
002271         10  WS-TL-TERM-DATE        PIC X(08).
002272 01  WS-TL-SUB                      PIC 9(04) COMP VALUE ZERO.
002273 01  WS-TL-POS                      PIC 9(04) COMP VALUE ZERO.
002274 01  WS-TL-NEW-KEY                  PIC X(31) VALUE SPACES.
002275*THE ID A CHANGE IS FILED UNDER ON THE TIMELINE (2510) - THE ID
002276*IT WAS POSTED UNDER, CARRIED FORWARD THROUGH ANY RE-KEY RUN
002277*AFTER IT AND ON OR BEFORE THE DATE - AND THE KEY OF THE LAST
002278*RE-KEY FOLLOWED.
002279 01  WS-TL-OWNER-ID                 PIC X(06) VALUE SPACES.
002280 01  WS-TL-OWNER-KEY                PIC X(25) VALUE SPACES.
002281
002282*EVERY RE-KEY ON THE JOURNAL, NOTED BY THE FIRST PASS (1500).
002283*THE OCCURS CEILING BELOW (2000) MUST MATCH WS-RK-TABLE-MAX - A
002284*JOURNAL WITH MORE RE-KEYS THAN THE TABLE REFUSES THE RUN RATHER
002285*THAN LOSE THE HISTORY BEHIND ANY OF THEM.
002286 01  WS-RK-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
002287 01  WS-RK-TABLE-CONTROL.
002288     05  WS-RK-COUNT                PIC 9(04) COMP VALUE ZERO.
002289 01  WS-RK-TABLE.
002290     05  WS-RK-ENTRY OCCURS 1 TO 2000 TIMES
002291             DEPENDING ON WS-RK-COUNT.
002292         10  WS-RK-OLD-ID           PIC X(06).
002293         10  WS-RK-NEW-ID           PIC X(06).
002294         10  WS-RK-KEY              PIC X(25).
002295         10  WS-RK-RUN-DATE         PIC 9(08).
002296 01  WS-RK-SUB                      PIC 9(04) COMP VALUE ZERO.
002297 01  WS-RK-PICK                     PIC 9(04) COMP VALUE ZERO.
002298 01  WS-RK-HOPS                     PIC 9(04) COMP VALUE ZERO.
002299
002300*THE EMPLOYEE ID ASKED FOR AND EVERY EARLIER ID IT WAS RE-KEYED
002301*FROM (1600).  THE OCCURS CEILING BELOW (50) MUST MATCH
002302*WS-PR-TABLE-MAX.
002303 01  WS-PR-TABLE-MAX                PIC 9(04) COMP VALUE 50.
002304 01  WS-PR-TABLE-CONTROL.
002305     05  WS-PR-COUNT                PIC 9(04) COMP VALUE ZERO.
002306 01  WS-PR-TABLE.
002307     05  WS-PR-ENTRY OCCURS 1 TO 50 TIMES
002308             DEPENDING ON WS-PR-COUNT
002309             INDEXED BY WS-PR-IDX.
002310         10  WS-PR-EMP-ID           PIC X(06).
002311 01  WS-PR-SUB                      PIC 9(04) COMP VALUE ZERO.
002320
002330 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
002340 01  WS-LINE-COUNT                  PIC 9(02) COMP VALUE ZERO.
002350 01  WS-MAX-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
002360 01  WS-PAGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
002370
002380*REPORT HEADING LINES.
002390 01  WS-HEADING-1.
002400     05  FILLER                     PIC X(30) VALUE SPACES.
002410     05  FILLER                     PIC X(34)
002420             VALUE "EMPMSTR AS-OF RECONSTRUCTION".
002430     05  FILLER                     PIC X(10) VALUE SPACES.
002440     05  FILLER                     PIC X(05) VALUE "PAGE ".
002450     05  H1-PAGE-NUMBER             PIC ZZZ9.
002460
002470 01  WS-HEADING-2.
002480     05  FILLER                     PIC X(30) VALUE SPACES.
002490     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
002500     05  H2-RUN-DATE                PIC 9(08).
002510     05  FILLER                     PIC X(10) VALUE "   AS OF: ".
002520     05  H2-ASOF-DATE               PIC 9(08).
002530     05  FILLER                     PIC X(10) VALUE "   EMPID: ".
002540     05  H2-SEARCH-ID               PIC X(06).
002550     05  FILLER                     PIC X(09) VALUE "   DEPT: ".
002560     05  H2-SEARCH-DEPT             PIC X(04).
002570
002580 01  WS-HEADING-3.
002590     05  FILLER                     PIC X(08) VALUE "EMP ID".
002600     05  FILLER                     PIC X(31)
002610             VALUE "EMPLOYEE NAME".
002620     05  FILLER                     PIC X(31) VALUE "DEGREE".
002630     05  FILLER                     PIC X(10) VALUE "HIRE DATE".
002640     05  FILLER                     PIC X(04) VALUE "ST".
002650     05  FILLER                     PIC X(10) VALUE "TERM DATE".
002660     05  FILLER                     PIC X(06) VALUE "DEPT".
002670     05  FILLER                     PIC X(10) VALUE "SOURCE".
002680     05  FILLER                     PIC X(05) VALUE "BASIS".
002690
002700 01  WS-HEADING-4.
002710     05  FILLER                     PIC X(08) VALUE "EMP ID".
002720     05  FILLER                     PIC X(10) VALUE "RUN DATE".
002730     05  FILLER                     PIC X(08) VALUE "RUN NO".
002740     05  FILLER                     PIC X(10) VALUE "SEQUENCE".
002750     05  FILLER                     PIC X(05) VALUE "ACT".
002760     05  FILLER                     PIC X(10) VALUE "SOURCE".
002770     05  FILLER                     PIC X(10) VALUE "OPERATOR".
002780     05  FILLER                     PIC X(06) VALUE "DEPT".
002790     05  FILLER                     PIC X(32) VALUE "DEGREE".
002800     05  FILLER                     PIC X(04) VALUE "ST".
002810     05  FILLER                     PIC X(09) VALUE "TERM DATE".
002820
002830 01  WS-SECTION-LINE                PIC X(132) VALUE SPACES.
002840
002850 01  WS-DETAIL-LINE.
002860     05  DL-EMP-ID                  PIC X(06).
002870     05  FILLER                     PIC X(02) VALUE SPACES.
002880     05  DL-EMP-NAME                PIC X(30).
002890     05  FILLER                     PIC X(01) VALUE SPACES.
002900     05  DL-EMP-DEGREE              PIC X(30).
002910     05  FILLER                     PIC X(01) VALUE SPACES.
002920     05  DL-HIRE-DATE               PIC X(08).
002930     05  FILLER                     PIC X(02) VALUE SPACES.
002940     05  DL-STATUS                  PIC X(01).
002950     05  FILLER                     PIC X(03) VALUE SPACES.
002960     05  DL-TERM-DATE               PIC X(08).
002970     05  FILLER                     PIC X(02) VALUE SPACES.
002980     05  DL-DEPT-CODE               PIC X(04).
002990     05  FILLER                     PIC X(02) VALUE SPACES.
003000     05  DL-SOURCE                  PIC X(08).
003010     05  FILLER                     PIC X(04) VALUE SPACES.
003020     05  DL-BASIS                   PIC X(01).
003030
003040 01  WS-TIMELINE-LINE.
003050     05  TL-EMP-ID                  PIC X(06).
003060     05  FILLER                     PIC X(02) VALUE SPACES.
003070     05  TL-RUN-DATE                PIC 9(08).
003080     05  FILLER                     PIC X(02) VALUE SPACES.
003090     05  TL-RUN-NUMBER              PIC 9(06).
003100     05  FILLER                     PIC X(02) VALUE SPACES.
003110     05  TL-SEQUENCE                PIC 9(08).
003120     05  FILLER                     PIC X(03) VALUE SPACES.
003130     05  TL-ACTION                  PIC X(01).
003140     05  FILLER                     PIC X(03) VALUE SPACES.
003150     05  TL-SOURCE                  PIC X(08).
003160     05  FILLER                     PIC X(02) VALUE SPACES.
003170     05  TL-OPERATOR                PIC X(08).
003180     05  FILLER                     PIC X(02) VALUE SPACES.
003190     05  TL-DEPT                    PIC X(04).
003200     05  FILLER                     PIC X(02) VALUE SPACES.
003210     05  TL-DEGREE                  PIC X(30).
003220     05  FILLER                     PIC X(02) VALUE SPACES.
003230     05  TL-STATUS                  PIC X(01).
003240     05  FILLER                     PIC X(03) VALUE SPACES.
003250     05  TL-TERM-DATE               PIC X(08).
003260
003270 01  WS-COVERAGE-LINE.
003280     05  FILLER                     PIC X(36)
003290             VALUE "*** JOURNAL GENERATIONS ON HAND RUN ".
003300     05  CV-EARLIEST                PIC 9(08).
003310     05  FILLER                     PIC X(04) VALUE " TO ".
003320     05  CV-LATEST                  PIC 9(08).
003330     05  CV-TEXT                    PIC X(60).
003340
003350 01  WS-FOOTER-LINE.
003360     05  FILLER                     PIC X(10)
003370             VALUE "JRNL READ:".
003380     05  FT-JOURNAL-READ            PIC ZZZ,ZZ9.
003390     05  FILLER                     PIC X(12)
003400             VALUE "  MSTR READ:".
003410     05  FT-MASTER-READ             PIC ZZZ,ZZ9.
003420     05  FILLER                     PIC X(12)
003430             VALUE "  REBUILT:  ".
003440     05  FT-REBUILT                 PIC ZZZ,ZZ9.
003450     05  FILLER                     PIC X(12)
003460             VALUE "  CHANGES:  ".
003470     05  FT-CHANGES                 PIC ZZZ,ZZ9.
003480     05  FILLER                     PIC X(14)
003490             VALUE "  NOT LISTED: ".
003500     05  FT-DROPPED                 PIC ZZZ,ZZ9.
003510
003520 01  WS-LEGEND-LINE.
003530     05  FILLER                     PIC X(48) VALUE
003540             "BASIS: J = LAST CHANGE ON OR BEFORE THE DATE    ".
003550     05  FILLER                     PIC X(42) VALUE
003560             "L = BEFORE-IMAGE OF FIRST LATER CHANGE    ".
003570     05  FILLER                     PIC X(42) VALUE
003580             "M = EMPMSTR, NO JOURNAL ACTIVITY".
003590
003600 PROCEDURE DIVISION.
003610
003620******************************************************************
003630*0000-MAINLINE
003640*LOADS THE JOURNAL, FILLS IN EMPLOYEES THE JOURNAL NEVER
003650*TOUCHED FROM EMPMSTR, THEN PRINTS THE RECONSTRUCTED RECORDS
003660*AND THE TIMELINES.
003670******************************************************************
003680 0000-MAINLINE.
003690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003700     IF NOT WS-FILES-OK OR NOT WS-PARM-OK
003710         DISPLAY "HELLOAS1 RUN REFUSED - SEE PRIOR MESSAGES"
003720         MOVE 16 TO RETURN-CODE
003730         GO TO 0000-TERMINATE
003740     END-IF.
003750     PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT.
003760     IF WS-PARM-OK
003770         PERFORM 3000-LOAD-MASTER THRU 3000-EXIT
003780     END-IF.
003790     IF NOT WS-PARM-OK
003800         DISPLAY "HELLOAS1 RUN REFUSED - SEE PRIOR MESSAGES"
003810         MOVE 16 TO RETURN-CODE
003820         GO TO 0000-TERMINATE
003830     END-IF.
003840     PERFORM 4000-PRINT-RECONSTRUCTION THRU 4000-EXIT.
003850     PERFORM 5000-PRINT-TIMELINES THRU 5000-EXIT.
003860     IF NOT WS-COVERAGE-OK
003870        OR WS-CHANGES-DROPPED > ZERO
003880         MOVE 4 TO RETURN-CODE
003890     END-IF.
003900 0000-TERMINATE.
003910     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003920     GOBACK.
003930 0000-EXIT.
003940     EXIT.
003950
003960 1000-INITIALIZE.
003970     OPEN INPUT JOURNAL-FILE.
003980     IF WS-JRNL-STATUS NOT = "00"
003990         DISPLAY "HELLOAS2 ERROR OPENING JOURNAL-FILE - STATUS "
004000             WS-JRNL-STATUS
004010         MOVE 'N' TO WS-FILES-OK-SW
004020     END-IF.
004030     OPEN INPUT EMPMSTR-FILE.
004040     IF WS-EMPMSTR-STATUS NOT = "00"
004050         DISPLAY "HELLOAS2 ERROR OPENING EMPMSTR-FILE - STATUS "
004060             WS-EMPMSTR-STATUS
004070         MOVE 'N' TO WS-FILES-OK-SW
004080     END-IF.
004090     OPEN OUTPUT EXTRACT-FILE.
004100     IF WS-EXTR-STATUS NOT = "00"
004110         DISPLAY "HELLOAS2 ERROR OPENING EXTRACT-FILE - STATUS "
004120             WS-EXTR-STATUS
004130         MOVE 'N' TO WS-FILES-OK-SW
004140     END-IF.
004150     OPEN OUTPUT REPORT-FILE.
004160     IF WS-RPT-STATUS NOT = "00"
004170         DISPLAY "HELLOAS2 ERROR OPENING REPORT-FILE - STATUS "
004180             WS-RPT-STATUS
004190         MOVE 'N' TO WS-FILES-OK-SW
004200     END-IF.
004210     IF NOT WS-FILES-OK
004220         GO TO 1000-EXIT
004230     END-IF.
004240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004250     DISPLAY "ENTER AS-OF DATE (YYYYMMDD): ".
004260     ACCEPT WS-ASOF-INPUT.
004270     DISPLAY "ENTER EMPLOYEE ID (BLANK FOR ALL): ".
004280     ACCEPT WS-SEARCH-ID.
004290     DISPLAY "ENTER DEPARTMENT (BLANK FOR ALL): ".
004300     ACCEPT WS-SEARCH-DEPT.
004310     PERFORM 1100-EDIT-SELECTION THRU 1100-EXIT.
004312     IF WS-PARM-OK
004314         PERFORM 1500-LOAD-REKEYS THRU 1500-EXIT
004316     END-IF.
004320 1000-EXIT.
004330     EXIT.
004340
004350******************************************************************
004360*1100-EDIT-SELECTION
004370*THE AS-OF DATE MUST BE A PLAUSIBLE YYYYMMDD NO LATER THAN
004380*TODAY.  AN EMPLOYEE ID AND A DEPARTMENT MAY BOTH BE GIVEN -
004390*THE EMPLOYEE IS THEN LISTED ONLY IF IN THAT DEPARTMENT ON THE
004400*AS-OF DATE.
004410******************************************************************
004420 1100-EDIT-SELECTION.
004430     IF WS-ASOF-INPUT NOT NUMERIC
004440         DISPLAY "HELLOAS3 AS-OF DATE MUST BE YYYYMMDD - "
004450             "RECEIVED " WS-ASOF-INPUT
004460         MOVE 'N' TO WS-PARM-OK-SW
004470         GO TO 1100-EXIT
004480     END-IF.
004490     MOVE WS-ASOF-INPUT TO WS-ASOF-DATE.
004500     IF WS-ASOF-MM < 01 OR WS-ASOF-MM > 12
004501        OR WS-ASOF-DD < 01 OR WS-ASOF-DD > 31
004502        OR WS-ASOF-DATE > WS-RUN-DATE
004503         DISPLAY "HELLOAS3 AS-OF DATE " WS-ASOF-DATE
004504             " IS NOT A VALID PAST DATE"
004505         MOVE 'N' TO WS-PARM-OK-SW
004506         GO TO 1100-EXIT
004507     END-IF.
004508     DISPLAY "HELLOAS4 RECONSTRUCTING AS OF " WS-ASOF-DATE
004509         " EMPID " WS-SEARCH-ID " DEPT " WS-SEARCH-DEPT.
004510 1100-EXIT.
004511     EXIT.
004512
004513******************************************************************
004514*1500-LOAD-REKEYS
004515*A FIRST PASS DOWN THE JOURNAL NOTING EVERY RE-KEY - OLD ID, NEW
004516*ID, KEY AND RUN DATE - SO THE MAIN PASS CAN FOLLOW AN EMPLOYEE
004517*ACROSS A CHANGE OF ID WHATEVER ORDER THE GENERATIONS ARRIVE IN.
004518*THE JOURNAL IS THEN REOPENED FOR 2000.
004519******************************************************************
004520 1500-LOAD-REKEYS.
004521     PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT.
004522     PERFORM 1510-NOTE-REKEY THRU 1510-EXIT
004523         UNTIL WS-END-OF-JOURNAL.
004524     IF NOT WS-PARM-OK
004525         GO TO 1500-EXIT
004526     END-IF.
004527     CLOSE JOURNAL-FILE.
004528     OPEN INPUT JOURNAL-FILE.
004529     IF WS-JRNL-STATUS NOT = "00"
004530         DISPLAY "HELLOAS2 ERROR REOPENING JOURNAL-FILE - STATUS "
004531             WS-JRNL-STATUS
004532         MOVE 'N' TO WS-FILES-OK-SW
004533         GO TO 1500-EXIT
004534     END-IF.
004535     MOVE 'N' TO WS-EOF-JRNL-SW.
004536     IF WS-SEARCH-ID NOT = SPACES
004537         PERFORM 1600-LIST-PREDECESSORS THRU 1600-EXIT
004538     END-IF.
004539 1500-EXIT.
004540     EXIT.
004541
004542 1510-NOTE-REKEY.
004543     IF NOT JRN-ACTION-REKEY
004544         GO TO 1510-NEXT
004545     END-IF.
004546     IF WS-RK-COUNT >= WS-RK-TABLE-MAX
004547         DISPLAY "HELLOASD RE-KEY TABLE FULL AT "
004548             WS-RK-TABLE-MAX " ENTRIES - RUN REFUSED"
004549         MOVE 'N' TO WS-PARM-OK-SW
004550         SET WS-END-OF-JOURNAL TO TRUE
004551         GO TO 1510-EXIT
004552     END-IF.
004553     MOVE JRN-TIMESTAMP (1:17) TO WS-EV-KEY-STAMP.
004554     IF JRN-SEQUENCE NUMERIC
004555         MOVE JRN-SEQUENCE TO WS-EV-KEY-SEQ
004556     ELSE
004557         MOVE ZERO TO WS-EV-KEY-SEQ
004558     END-IF.
004559     ADD 1 TO WS-RK-COUNT.
004560     MOVE JRN-BEFORE-IMAGE (1:6) TO WS-RK-OLD-ID (WS-RK-COUNT).
004561     MOVE JRN-EMP-ID             TO WS-RK-NEW-ID (WS-RK-COUNT).
004562     MOVE WS-EV-KEY              TO WS-RK-KEY (WS-RK-COUNT).
004563     MOVE JRN-RUN-DATE           TO WS-RK-RUN-DATE (WS-RK-COUNT).
004564 1510-NEXT.
004565     PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT.
004566 1510-EXIT.
004567     EXIT.
004568
004569******************************************************************
004570*1600-LIST-PREDECESSORS
004571*FOLLOWS THE EMPLOYEE ID ASKED FOR BACK THROUGH THE RE-KEYS, SO
004572*CHANGES POSTED UNDER ANY EARLIER ID ARE SELECTED WITH IT.  EACH
004573*ID LISTED IS LOOKED UP IN TURN UNTIL NO EARLIER ONE IS FOUND.
004574******************************************************************
004575 1600-LIST-PREDECESSORS.
004576     MOVE 1 TO WS-PR-COUNT.
004577     MOVE WS-SEARCH-ID TO WS-PR-EMP-ID (1).
004578     PERFORM 1610-FOLLOW-ONE-ID THRU 1610-EXIT
004579         VARYING WS-PR-SUB FROM 1 BY 1
004580         UNTIL WS-PR-SUB > WS-PR-COUNT.
004581     IF WS-PR-COUNT > 1
004582         DISPLAY "HELLOASE EMPLOYEE " WS-SEARCH-ID
004583             " WAS RE-KEYED FROM EARLIER ID(S) - " WS-PR-COUNT
004584             " ID(S) SELECTED"
004585     END-IF.
004586 1600-EXIT.
004587     EXIT.
004588
004589 1610-FOLLOW-ONE-ID.
004590     IF WS-RK-COUNT = ZERO
004591         GO TO 1610-EXIT
004592     END-IF.
004593     PERFORM 1620-CHECK-ONE-REKEY THRU 1620-EXIT
004594         VARYING WS-RK-SUB FROM 1 BY 1
004595         UNTIL WS-RK-SUB > WS-RK-COUNT.
004596 1610-EXIT.
004597     EXIT.
004598
004599 1620-CHECK-ONE-REKEY.
004600     IF WS-RK-NEW-ID (WS-RK-SUB) NOT = WS-PR-EMP-ID (WS-PR-SUB)
004601         GO TO 1620-EXIT
004602     END-IF.
004603     MOVE WS-RK-OLD-ID (WS-RK-SUB) TO WS-EV-EMP-ID.
004604     PERFORM 1630-CHECK-LISTED THRU 1630-EXIT.
004605     IF WS-ID-LISTED
004606         GO TO 1620-EXIT
004607     END-IF.
004608     IF WS-PR-COUNT >= WS-PR-TABLE-MAX
004609         DISPLAY "HELLOASF MORE THAN " WS-PR-TABLE-MAX
004610             " EARLIER IDS FOR " WS-SEARCH-ID " - "
004611             WS-EV-EMP-ID " NOT FOLLOWED"
004612         GO TO 1620-EXIT
004613     END-IF.
004614     ADD 1 TO WS-PR-COUNT.
004615     MOVE WS-EV-EMP-ID TO WS-PR-EMP-ID (WS-PR-COUNT).
004616 1620-EXIT.
004617     EXIT.
004618
004619*SETS WS-ID-LISTED WHEN WS-EV-EMP-ID IS THE ID ASKED FOR OR ONE OF
004620*ITS EARLIER IDS.
004621 1630-CHECK-LISTED.
004622     MOVE 'N' TO WS-ID-LISTED-SW.
004623     SET WS-PR-IDX TO 1.
004624     SEARCH WS-PR-ENTRY
004625         AT END
004626             MOVE 'N' TO WS-ID-LISTED-SW
004627         WHEN WS-PR-EMP-ID (WS-PR-IDX) = WS-EV-EMP-ID
004628             SET WS-ID-LISTED TO TRUE
004629     END-SEARCH.
004630 1630-EXIT.
004631     EXIT.
004632******************************************************************
004640*2000-LOAD-JOURNAL
004650*ONE PASS DOWN EVERY RETAINED JOURNAL GENERATION.
004660******************************************************************
004670 2000-LOAD-JOURNAL.
004680     PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT.
004690     PERFORM 2200-SIFT-ONE-RECORD THRU 2200-EXIT
004700         UNTIL WS-END-OF-JOURNAL.
004710 2000-EXIT.
004720     EXIT.
004730
004740 2100-READ-JOURNAL-RECORD.
004750     READ JOURNAL-FILE
004760         AT END
004770             SET WS-END-OF-JOURNAL TO TRUE
004780     END-READ.
004790 2100-EXIT.
004800     EXIT.
004810
004820*NOTES THE COVERAGE, THEN TURNS THE RECORD INTO ONE EVENT - OR
004830*TWO FOR A RE-KEY, WHOSE OLD ID IS THE FIRST SIX BYTES OF THE
004836*BEFORE-IMAGE.  THE OLD ID'S HALF IS MARKED (WS-REKEY-EXIT) SO
004842*THE TIMELINE CAN LEAVE IT TO THE NEW ID'S ARRIVAL.
004850 2200-SIFT-ONE-RECORD.
004860     ADD 1 TO WS-JOURNAL-READ.
004870     IF JRN-RUN-DATE NUMERIC AND JRN-RUN-DATE > ZERO
004880         IF WS-EARLIEST-RUN-DATE = ZERO
004890            OR JRN-RUN-DATE < WS-EARLIEST-RUN-DATE
004900             MOVE JRN-RUN-DATE TO WS-EARLIEST-RUN-DATE
004910         END-IF
004920         IF JRN-RUN-DATE > WS-LATEST-RUN-DATE
004930             MOVE JRN-RUN-DATE TO WS-LATEST-RUN-DATE
004940         END-IF
004950     END-IF.
004960     MOVE JRN-TIMESTAMP (1:17) TO WS-EV-KEY-STAMP.
004970     IF JRN-SEQUENCE NUMERIC
004980         MOVE JRN-SEQUENCE TO WS-EV-KEY-SEQ
004990     ELSE
005000         MOVE ZERO TO WS-EV-KEY-SEQ
005010     END-IF.
005020     IF JRN-ACTION-REKEY
005030         MOVE JRN-BEFORE-IMAGE (1:6) TO WS-EV-EMP-ID
005040         MOVE JRN-BEFORE-IMAGE       TO WS-EV-BEFORE
005050         MOVE SPACES                 TO WS-EV-AFTER
005055         SET WS-REKEY-EXIT           TO TRUE
005060         PERFORM 2300-APPLY-EVENT THRU 2300-EXIT
005065         MOVE 'N'                    TO WS-REKEY-EXIT-SW
005070         MOVE SPACES                 TO WS-EV-BEFORE
005080     ELSE
005090         MOVE JRN-BEFORE-IMAGE       TO WS-EV-BEFORE
005100     END-IF.
005110     MOVE JRN-EMP-ID      TO WS-EV-EMP-ID.
005120     MOVE JRN-AFTER-IMAGE TO WS-EV-AFTER.
005130     PERFORM 2300-APPLY-EVENT THRU 2300-EXIT.
005140     IF WS-PARM-OK
005150         PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT
005160     ELSE
005170         SET WS-END-OF-JOURNAL TO TRUE
005180     END-IF.
005190 2200-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230*2300-APPLY-EVENT
005240*A CHANGE RUN ON OR BEFORE THE DATE REPLACES THE EMPLOYEE'S
005250*IMAGE WHEN IT IS THE LATEST SUCH CHANGE SEEN, AND GOES ON THE
005260*TIMELINE.  A CHANGE RUN AFTER THE DATE MATTERS ONLY UNTIL AN
005270*EARLIER ONE IS FOUND - ITS BEFORE-IMAGE STANDS IN WHEN IT IS
005276*THE FIRST CHANGE AFTER THE DATE.  WITH AN EMPLOYEE ID ASKED
005282*FOR, ITS EARLIER IDS (1600) ARE TAKEN AS WELL.
005290******************************************************************
005300 2300-APPLY-EVENT.
005310     IF WS-SEARCH-ID NOT = SPACES
005316         PERFORM 1630-CHECK-LISTED THRU 1630-EXIT
005322         IF NOT WS-ID-LISTED
005328             GO TO 2300-EXIT
005334         END-IF
005340     END-IF.
005350     PERFORM 2400-FIND-EMPLOYEE THRU 2400-EXIT.
005360     IF NOT WS-PARM-OK
005370         GO TO 2300-EXIT
005380     END-IF.
005390     IF JRN-RUN-DATE NOT > WS-ASOF-DATE
005400         IF NOT WS-AE-FROM-JOURNAL (WS-AE-SUB)
005410            OR WS-EV-KEY > WS-AE-KEY (WS-AE-SUB)
005420             MOVE 'J'         TO WS-AE-BASIS (WS-AE-SUB)
005430             MOVE WS-EV-KEY   TO WS-AE-KEY (WS-AE-SUB)
005440             MOVE WS-EV-AFTER TO WS-AE-IMAGE (WS-AE-SUB)
005450         END-IF
005460         PERFORM 2500-ADD-TIMELINE THRU 2500-EXIT
005470         GO TO 2300-EXIT
005480     END-IF.
005490     IF WS-AE-FROM-JOURNAL (WS-AE-SUB)
005500         GO TO 2300-EXIT
005510     END-IF.
005520     IF NOT WS-AE-FROM-LATER (WS-AE-SUB)
005530        OR WS-EV-KEY < WS-AE-KEY (WS-AE-SUB)
005540         MOVE 'L'          TO WS-AE-BASIS (WS-AE-SUB)
005550         MOVE WS-EV-KEY    TO WS-AE-KEY (WS-AE-SUB)
005560         MOVE WS-EV-BEFORE TO WS-AE-IMAGE (WS-AE-SUB)
005570     END-IF.
005580 2300-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620*2400-FIND-EMPLOYEE
005630*LEAVES WS-AE-SUB ON THE EMPLOYEE'S ENTRY, INSERTING A NEW,
005640*EMPTY ONE IN ID ORDER WHEN THE EMPLOYEE IS NOT YET IN THE
005650*TABLE.  A FULL TABLE REFUSES THE RUN.
005660******************************************************************
005670 2400-FIND-EMPLOYEE.
005680     PERFORM 2450-SEARCH-EMPLOYEE THRU 2450-EXIT.
005690     IF WS-EMP-FOUND
005700         GO TO 2400-EXIT
005710     END-IF.
005720     IF WS-AE-COUNT >= WS-AE-TABLE-MAX
005730         DISPLAY "HELLOAS5 EMPLOYEE TABLE FULL AT "
005740             WS-AE-TABLE-MAX " ENTRIES - NARROW THE SELECTION"
005750         MOVE 'N' TO WS-PARM-OK-SW
005760         GO TO 2400-EXIT
005770     END-IF.
005780     ADD 1 TO WS-AE-COUNT.
005790     MOVE WS-AE-COUNT TO WS-AE-POS.
005800     MOVE 'N' TO WS-SHIFT-DONE-SW.
005810     PERFORM 2410-SHIFT-EMPLOYEE THRU 2410-EXIT
005820         UNTIL WS-SHIFT-DONE.
005830     MOVE WS-AE-POS     TO WS-AE-SUB.
005840     MOVE WS-EV-EMP-ID  TO WS-AE-EMP-ID (WS-AE-SUB).
005850     MOVE SPACE         TO WS-AE-BASIS (WS-AE-SUB).
005860     MOVE SPACES        TO WS-AE-KEY (WS-AE-SUB).
005870     MOVE SPACES        TO WS-AE-IMAGE (WS-AE-SUB).
005880     MOVE 'N'           TO WS-AE-SELECTED-SW (WS-AE-SUB).
005890 2400-EXIT.
005900     EXIT.
005910
005920 2410-SHIFT-EMPLOYEE.
005930     IF WS-AE-POS = 1
005940         SET WS-SHIFT-DONE TO TRUE
005950         GO TO 2410-EXIT
005960     END-IF.
005970     IF WS-AE-EMP-ID (WS-AE-POS - 1) < WS-EV-EMP-ID
005980         SET WS-SHIFT-DONE TO TRUE
005990         GO TO 2410-EXIT
006000     END-IF.
006010     MOVE WS-AE-ENTRY (WS-AE-POS - 1) TO WS-AE-ENTRY (WS-AE-POS).
006020     SUBTRACT 1 FROM WS-AE-POS.
006030 2410-EXIT.
006040     EXIT.
006050
006060 2450-SEARCH-EMPLOYEE.
006070     MOVE 'N' TO WS-EMP-FOUND-SW.
006080     IF WS-AE-COUNT = ZERO
006090         GO TO 2450-EXIT
006100     END-IF.
006110     SEARCH ALL WS-AE-ENTRY
006120         AT END
006130             MOVE 'N' TO WS-EMP-FOUND-SW
006140         WHEN WS-AE-EMP-ID (WS-AE-IDX) = WS-EV-EMP-ID
006150             SET WS-EMP-FOUND TO TRUE
006160             SET WS-AE-SUB TO WS-AE-IDX
006170     END-SEARCH.
006180 2450-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220*2500-ADD-TIMELINE
006230*FILES THE CHANGE IN EMPLOYEE-ID THEN KEY ORDER.  THE JOURNAL
006240*ARRIVES NEARLY IN ORDER, SO THE SHIFT IS USUALLY SHORT.  THE
006250*VALUES SHOWN ARE THE AFTER-IMAGE'S, OR THE BEFORE-IMAGE'S FOR
006254*A CHANGE THAT TOOK THE RECORD OFF THE FILE.  A CHANGE IS FILED
006258*UNDER THE ID IT CARRIED ON THE DATE (2520), KEEPING THE ID IT
006262*WAS POSTED UNDER FOR THE PRINT; THE OLD ID'S HALF OF A RE-KEY
006266*THAT WAS FOLLOWED IS LEFT TO THE NEW ID'S ARRIVAL.
006270******************************************************************
006271 2500-ADD-TIMELINE.
006272     MOVE WS-EV-EMP-ID TO WS-TL-OWNER-ID.
006273     MOVE WS-EV-KEY    TO WS-TL-OWNER-KEY.
006274     MOVE ZERO         TO WS-RK-HOPS.
006275     SET WS-LINK-FOUND TO TRUE.
006276     PERFORM 2520-FOLLOW-REKEY THRU 2520-EXIT
006277         UNTIL NOT WS-LINK-FOUND
006278            OR WS-RK-HOPS > WS-RK-COUNT.
006279     IF WS-REKEY-EXIT
006280        AND WS-TL-OWNER-ID NOT = WS-EV-EMP-ID
006281         GO TO 2500-EXIT
006282     END-IF.
006290     IF WS-TL-COUNT >= WS-TL-TABLE-MAX
006300         ADD 1 TO WS-CHANGES-DROPPED
006310         GO TO 2500-EXIT
006320     END-IF.
006330     MOVE WS-TL-OWNER-ID TO WS-TL-NEW-KEY (1:6).
006340     MOVE WS-EV-KEY    TO WS-TL-NEW-KEY (7:25).
006350     ADD 1 TO WS-TL-COUNT.
006360     MOVE WS-TL-COUNT TO WS-TL-POS.
006370     MOVE 'N' TO WS-SHIFT-DONE-SW.
006380     PERFORM 2510-SHIFT-TIMELINE THRU 2510-EXIT
006390         UNTIL WS-SHIFT-DONE.
006400     MOVE WS-TL-NEW-KEY   TO WS-TL-SORT-KEY (WS-TL-POS).
006405     MOVE WS-EV-EMP-ID    TO WS-TL-POSTED-ID (WS-TL-POS).
006410     MOVE JRN-RUN-DATE    TO WS-TL-RUN-DATE (WS-TL-POS).
006420     IF JRN-RUN-NUMBER NUMERIC
006430         MOVE JRN-RUN-NUMBER TO WS-TL-RUN-NUMBER (WS-TL-POS)
006440     ELSE
006450         MOVE ZERO TO WS-TL-RUN-NUMBER (WS-TL-POS)
006460     END-IF.
006470     MOVE WS-EV-KEY-SEQ   TO WS-TL-SEQUENCE (WS-TL-POS).
006480     MOVE JRN-ACTION      TO WS-TL-ACTION (WS-TL-POS).
006490     MOVE JRN-SOURCE-SYSTEM TO WS-TL-SOURCE (WS-TL-POS).
006500     MOVE JRN-OPERATOR-ID TO WS-TL-OPERATOR (WS-TL-POS).
006510     IF WS-EV-AFTER NOT = SPACES
006520         MOVE WS-EV-AFTER  TO WS-IMAGE-RECORD
006530     ELSE
006540         MOVE WS-EV-BEFORE TO WS-IMAGE-RECORD
006550     END-IF.
006560     MOVE WS-IMG-EMP-DEPT-CODE TO WS-TL-DEPT (WS-TL-POS).
006570     MOVE WS-IMG-EMP-DEGREE    TO WS-TL-DEGREE (WS-TL-POS).
006580     MOVE WS-IMG-EMP-STATUS-SW TO WS-TL-STATUS (WS-TL-POS).
006590     MOVE WS-IMG-EMP-TERM-DATE TO WS-TL-TERM-DATE (WS-TL-POS).
006600 2500-EXIT.
006610     EXIT.
006620
006630 2510-SHIFT-TIMELINE.
006640     IF WS-TL-POS = 1
006650         SET WS-SHIFT-DONE TO TRUE
006660         GO TO 2510-EXIT
006670     END-IF.
006680     IF WS-TL-SORT-KEY (WS-TL-POS - 1) NOT > WS-TL-NEW-KEY
006690         SET WS-SHIFT-DONE TO TRUE
006700         GO TO 2510-EXIT
006710     END-IF.
006720     MOVE WS-TL-ENTRY (WS-TL-POS - 1) TO WS-TL-ENTRY (WS-TL-POS).
006721     SUBTRACT 1 FROM WS-TL-POS.
006722 2510-EXIT.
006723     EXIT.
006724
006725*ONE STEP FORWARD: THE EARLIEST RE-KEY OF THE CURRENT OWNER ID RUN
006726*AT OR AFTER THE CHANGE AND ON OR BEFORE THE DATE MAKES ITS NEW ID
006727*THE OWNER.  THE HOP COUNT STOPS A REUSED ID FROM LOOPING.
006728 2520-FOLLOW-REKEY.
006729     MOVE 'N' TO WS-LINK-FOUND-SW.
006730     ADD 1 TO WS-RK-HOPS.
006731     IF WS-RK-COUNT = ZERO
006732         GO TO 2520-EXIT
006733     END-IF.
006734     MOVE ZERO TO WS-RK-PICK.
006735     PERFORM 2530-CHECK-ONE-LINK THRU 2530-EXIT
006736         VARYING WS-RK-SUB FROM 1 BY 1
006737         UNTIL WS-RK-SUB > WS-RK-COUNT.
006738     IF WS-RK-PICK = ZERO
006739         GO TO 2520-EXIT
006740     END-IF.
006741     SET WS-LINK-FOUND TO TRUE.
006742     MOVE WS-RK-NEW-ID (WS-RK-PICK) TO WS-TL-OWNER-ID.
006743     MOVE WS-RK-KEY (WS-RK-PICK)    TO WS-TL-OWNER-KEY.
006744 2520-EXIT.
006745     EXIT.
006746
006747 2530-CHECK-ONE-LINK.
006748     IF WS-RK-OLD-ID (WS-RK-SUB) NOT = WS-TL-OWNER-ID
006749        OR WS-RK-KEY (WS-RK-SUB) < WS-TL-OWNER-KEY
006750        OR WS-RK-RUN-DATE (WS-RK-SUB) > WS-ASOF-DATE
006751         GO TO 2530-EXIT
006752     END-IF.
006753     IF WS-RK-PICK = ZERO
006754         MOVE WS-RK-SUB TO WS-RK-PICK
006755         GO TO 2530-EXIT
006756     END-IF.
006757     IF WS-RK-KEY (WS-RK-SUB) < WS-RK-KEY (WS-RK-PICK)
006758         MOVE WS-RK-SUB TO WS-RK-PICK
006759     END-IF.
006760 2530-EXIT.
006761     EXIT.
006770******************************************************************
006780*3000-LOAD-MASTER
006790*AN EMPLOYEE ON EMPMSTR WITH NO JOURNAL ACTIVITY AT ALL HAS NOT
006800*CHANGED SINCE BEFORE THE OLDEST GENERATION ON HAND, SO THE
006810*MASTER RECORD AS IT STANDS IS ITS STATE ON THE DATE.
006820******************************************************************
006830 3000-LOAD-MASTER.
006840     PERFORM 3100-READ-MASTER-RECORD THRU 3100-EXIT.
006850     PERFORM 3200-SIFT-MASTER-RECORD THRU 3200-EXIT
006860         UNTIL WS-END-OF-MASTER.
006870 3000-EXIT.
006880     EXIT.
006890
006900 3100-READ-MASTER-RECORD.
006910     READ EMPMSTR-FILE NEXT RECORD
006920         AT END
006930             SET WS-END-OF-MASTER TO TRUE
006940     END-READ.
006950 3100-EXIT.
006960     EXIT.
006970
006980 3200-SIFT-MASTER-RECORD.
006990     ADD 1 TO WS-MASTER-READ.
007000     MOVE EMP-ID TO WS-EV-EMP-ID.
007010     IF WS-SEARCH-ID NOT = SPACES
007020        AND WS-EV-EMP-ID NOT = WS-SEARCH-ID
007030         GO TO 3200-NEXT
007040     END-IF.
007050     PERFORM 2400-FIND-EMPLOYEE THRU 2400-EXIT.
007060     IF NOT WS-PARM-OK
007070         SET WS-END-OF-MASTER TO TRUE
007080         GO TO 3200-EXIT
007090     END-IF.
007100     IF WS-AE-BASIS (WS-AE-SUB) = SPACE
007110         MOVE 'M'               TO WS-AE-BASIS (WS-AE-SUB)
007120         MOVE EMP-MASTER-RECORD TO WS-AE-IMAGE (WS-AE-SUB)
007130     END-IF.
007140 3200-NEXT.
007150     PERFORM 3100-READ-MASTER-RECORD THRU 3100-EXIT.
007160 3200-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200*4000-PRINT-RECONSTRUCTION
007210*STATES THE JOURNAL COVERAGE, THEN PRINTS AND EXTRACTS EVERY
007220*EMPLOYEE ON FILE ON THE DATE WHO MEETS THE SELECTION.
007230******************************************************************
007240 4000-PRINT-RECONSTRUCTION.
007250     PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT.
007260     MOVE WS-EARLIEST-RUN-DATE TO CV-EARLIEST.
007270     MOVE WS-LATEST-RUN-DATE   TO CV-LATEST.
007280     IF WS-EARLIEST-RUN-DATE = ZERO
007290        OR WS-EARLIEST-RUN-DATE > WS-ASOF-DATE
007300         MOVE 'N' TO WS-COVERAGE-SW
007310         MOVE " - THEY DO NOT REACH BACK TO THE AS-OF DATE ***"
007320             TO CV-TEXT
007330     ELSE
007340         MOVE " ***" TO CV-TEXT
007350     END-IF.
007360     WRITE REPORT-LINE FROM WS-COVERAGE-LINE
007370         AFTER ADVANCING 1 LINE.
007380     ADD 1 TO WS-LINE-COUNT.
007390     IF NOT WS-COVERAGE-OK
007400         MOVE "*** RECORDS BELOW SHOW THE EARLIEST STATE ON HAND,"
007410             TO WS-SECTION-LINE
007420         MOVE "NOT PROVEN FOR THE AS-OF DATE ***"
007430             TO WS-SECTION-LINE (52:33)
007440         WRITE REPORT-LINE FROM WS-SECTION-LINE
007450             AFTER ADVANCING 1 LINE
007460         ADD 1 TO WS-LINE-COUNT
007470         DISPLAY "HELLOAS6 JOURNAL ON HAND BEGINS "
007480             WS-EARLIEST-RUN-DATE " - AFTER THE AS-OF DATE"
007490     END-IF.
007500     WRITE REPORT-LINE FROM WS-HEADING-3
007510         AFTER ADVANCING 2 LINES.
007520     ADD 2 TO WS-LINE-COUNT.
007530     IF WS-AE-COUNT = ZERO
007540         GO TO 4000-EXIT
007550     END-IF.
007560     PERFORM 4100-PRINT-ONE-RECORD THRU 4100-EXIT
007570         VARYING WS-AE-SUB FROM 1 BY 1
007580         UNTIL WS-AE-SUB > WS-AE-COUNT.
007590 4000-EXIT.
007600     EXIT.
007610
007620 4100-PRINT-ONE-RECORD.
007630     IF WS-AE-IMAGE (WS-AE-SUB) = SPACES
007640         ADD 1 TO WS-NOT-ON-FILE
007650         GO TO 4100-EXIT
007660     END-IF.
007670     MOVE WS-AE-IMAGE (WS-AE-SUB) TO WS-IMAGE-RECORD.
007680     IF WS-SEARCH-DEPT NOT = SPACES
007690        AND WS-IMG-EMP-DEPT-CODE NOT = WS-SEARCH-DEPT
007700         GO TO 4100-EXIT
007710     END-IF.
007720     SET WS-AE-SELECTED (WS-AE-SUB) TO TRUE.
007730     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
007740         PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT
007750         WRITE REPORT-LINE FROM WS-HEADING-3
007760             AFTER ADVANCING 1 LINE
007770         ADD 1 TO WS-LINE-COUNT
007780     END-IF.
007790     MOVE SPACES                TO WS-DETAIL-LINE.
007800     MOVE WS-IMG-EMP-ID         TO DL-EMP-ID.
007810     MOVE WS-IMG-EMP-NAME       TO DL-EMP-NAME.
007820     MOVE WS-IMG-EMP-DEGREE     TO DL-EMP-DEGREE.
007830     MOVE WS-IMG-EMP-HIRE-DATE  TO DL-HIRE-DATE.
007840     MOVE WS-IMG-EMP-STATUS-SW  TO DL-STATUS.
007850     MOVE WS-IMG-EMP-TERM-DATE  TO DL-TERM-DATE.
007860     MOVE WS-IMG-EMP-DEPT-CODE  TO DL-DEPT-CODE.
007870     MOVE WS-IMG-EMP-SOURCE     TO DL-SOURCE.
007880     MOVE WS-AE-BASIS (WS-AE-SUB) TO DL-BASIS.
007890     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
007900     ADD 1 TO WS-LINE-COUNT.
007910     WRITE EXTRACT-RECORD FROM WS-IMAGE-RECORD.
007920     ADD 1 TO WS-RECORDS-REBUILT.
007930 4100-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970*5000-PRINT-TIMELINES
007980*LISTS THE CHANGES ON OR BEFORE THE DATE FOR EVERY EMPLOYEE
007986*PRINTED ABOVE, OLDEST FIRST.  A CHANGE POSTED UNDER AN EARLIER
007992*ID SHOWS THAT ID IN THE EMP ID COLUMN.
008000******************************************************************
008010 5000-PRINT-TIMELINES.
008020     PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT.
008030     MOVE "CHANGE TIMELINE TO THE AS-OF DATE" TO WS-SECTION-LINE.
008040     WRITE REPORT-LINE FROM WS-SECTION-LINE
008050         AFTER ADVANCING 1 LINE.
008060     WRITE REPORT-LINE FROM WS-HEADING-4
008070         AFTER ADVANCING 2 LINES.
008080     ADD 3 TO WS-LINE-COUNT.
008090     IF WS-TL-COUNT = ZERO
008100         GO TO 5000-EXIT
008110     END-IF.
008120     PERFORM 5100-PRINT-ONE-CHANGE THRU 5100-EXIT
008130         VARYING WS-TL-SUB FROM 1 BY 1
008140         UNTIL WS-TL-SUB > WS-TL-COUNT.
008150 5000-EXIT.
008160     EXIT.
008170
008180 5100-PRINT-ONE-CHANGE.
008190     MOVE WS-TL-EMP-ID (WS-TL-SUB) TO WS-EV-EMP-ID.
008200     PERFORM 2450-SEARCH-EMPLOYEE THRU 2450-EXIT.
008210     IF NOT WS-EMP-FOUND
008220         GO TO 5100-EXIT
008230     END-IF.
008240     IF NOT WS-AE-SELECTED (WS-AE-SUB)
008250         GO TO 5100-EXIT
008260     END-IF.
008270     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008280         PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT
008290         WRITE REPORT-LINE FROM WS-HEADING-4
008300             AFTER ADVANCING 1 LINE
008310         ADD 1 TO WS-LINE-COUNT
008320     END-IF.
008330     MOVE SPACES                       TO WS-TIMELINE-LINE.
008340     MOVE WS-TL-POSTED-ID (WS-TL-SUB)  TO TL-EMP-ID.
008350     MOVE WS-TL-RUN-DATE (WS-TL-SUB)   TO TL-RUN-DATE.
008360     MOVE WS-TL-RUN-NUMBER (WS-TL-SUB) TO TL-RUN-NUMBER.
008370     MOVE WS-TL-SEQUENCE (WS-TL-SUB)   TO TL-SEQUENCE.
008380     MOVE WS-TL-ACTION (WS-TL-SUB)     TO TL-ACTION.
008390     MOVE WS-TL-SOURCE (WS-TL-SUB)     TO TL-SOURCE.
008400     MOVE WS-TL-OPERATOR (WS-TL-SUB)   TO TL-OPERATOR.
008410     MOVE WS-TL-DEPT (WS-TL-SUB)       TO TL-DEPT.
008420     MOVE WS-TL-DEGREE (WS-TL-SUB)     TO TL-DEGREE.
008430     MOVE WS-TL-STATUS (WS-TL-SUB)     TO TL-STATUS.
008440     MOVE WS-TL-TERM-DATE (WS-TL-SUB)  TO TL-TERM-DATE.
008450     WRITE REPORT-LINE FROM WS-TIMELINE-LINE.
008460     ADD 1 TO WS-LINE-COUNT.
008470     ADD 1 TO WS-CHANGES-LISTED.
008480 5100-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520*6000-WRITE-HEADINGS
008530******************************************************************
008540 6000-WRITE-HEADINGS.
008550     ADD 1 TO WS-PAGE-COUNT.
008560     MOVE WS-PAGE-COUNT  TO H1-PAGE-NUMBER.
008570     MOVE WS-RUN-DATE    TO H2-RUN-DATE.
008580     MOVE WS-ASOF-DATE   TO H2-ASOF-DATE.
008590     MOVE WS-SEARCH-ID   TO H2-SEARCH-ID.
008600     MOVE WS-SEARCH-DEPT TO H2-SEARCH-DEPT.
008610     WRITE REPORT-LINE FROM WS-HEADING-1
008620         AFTER ADVANCING PAGE.
008630     WRITE REPORT-LINE FROM WS-HEADING-2
008640         AFTER ADVANCING 1 LINE.
008650     MOVE SPACES TO REPORT-LINE.
008660     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008670     MOVE ZERO TO WS-LINE-COUNT.
008680 6000-EXIT.
008690     EXIT.
008700
008710 8000-TERMINATE.
008720     IF WS-FILES-OK AND WS-PARM-OK
008730         WRITE REPORT-LINE FROM WS-LEGEND-LINE
008740             AFTER ADVANCING 2 LINES
008750         MOVE WS-JOURNAL-READ    TO FT-JOURNAL-READ
008760         MOVE WS-MASTER-READ     TO FT-MASTER-READ
008770         MOVE WS-RECORDS-REBUILT TO FT-REBUILT
008780         MOVE WS-CHANGES-LISTED  TO FT-CHANGES
008790         MOVE WS-CHANGES-DROPPED TO FT-DROPPED
008800         WRITE REPORT-LINE FROM WS-FOOTER-LINE
008810             AFTER ADVANCING 1 LINE
008820     END-IF.
008830     CLOSE JOURNAL-FILE EMPMSTR-FILE EXTRACT-FILE REPORT-FILE.
008840     DISPLAY "HELLOAS7 JOURNAL READ     = " WS-JOURNAL-READ.
008850     DISPLAY "HELLOAS8 MASTER READ      = " WS-MASTER-READ.
008860     DISPLAY "HELLOAS9 RECORDS REBUILT  = " WS-RECORDS-REBUILT.
008870     DISPLAY "HELLOASA NOT ON FILE      = " WS-NOT-ON-FILE.
008880     DISPLAY "HELLOASB CHANGES LISTED   = " WS-CHANGES-LISTED.
008890     IF WS-CHANGES-DROPPED > ZERO
008900         DISPLAY "HELLOASC TIMELINE TABLE FULL - "
008910             WS-CHANGES-DROPPED " CHANGE(S) NOT LISTED"
008920     END-IF.
008930 8000-EXIT.
008940     EXIT.
008950
008960 END PROGRAM HELLOAS.
