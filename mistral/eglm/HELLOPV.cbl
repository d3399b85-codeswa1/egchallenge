000100******************************************************************
000110*PROGRAM:      HELLOPV
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      MONTHLY VACANCY AND OVER-ESTABLISHMENT REPORT BY
000170*              DEPARTMENT, FOR FINANCE TO RECONCILE AGAINST THE
000180*              HEADCOUNT BUDGET.  FOR EVERY DEPARTMENT ON THE
000190*              DEPT-CODES FILE IT LISTS THE POSITIONS ON THE
000200*              POSITION MASTER (COPYBOOK POSNREC) WITH THEIR
000210*              AUTHORIZED AND FILLED COUNTS, THEN TOTALS THEM:
000220*              AUTHORIZED, FILLED, OPEN VACANCIES, VACANCIES
000230*              HELD IN FROZEN POSITIONS, AND THE ACTIVE
000240*              EMPLOYEES ON EMPMSTR - TIED TO A POSITION IN THE
000250*              DEPARTMENT ON THE ASSIGNMENT FILE (COPYBOOK
000260*              POSNASG) OR NOT.  A DEPARTMENT WITH MORE ACTIVE
000270*              EMPLOYEES THAN AUTHORIZED POSITIONS IS OVER
000280*              ESTABLISHMENT BY THE DIFFERENCE, AND ANY SUCH
000290*              DEPARTMENT ENDS THE RUN WITH RETURN CODE 4.  A
000300*              DEPARTMENT WITH NO POSITIONS IS NOT UNDER
000310*              POSITION CONTROL AND IS SHOWN AS SUCH.  THE
000320*              REPORT STANDS AS AT THE RUN DATE; SCHEDULE IT
000330*              FOR THE FIRST BUSINESS DAY OF EACH MONTH, AFTER
000340*              THE NIGHTLY HELLOJOB.
000350*MODIFICATION HISTORY:
000360*DATE       INIT DESCRIPTION
000370*---------- ---- ------------------------------------------------
000380*2026-10-15 DK   ORIGINAL PROGRAM.
000381*2026-10-15 DK   POSITION DETAIL LINES MOVED TWO COLUMNS LEFT TO
000382*                SIT UNDER THE DEPARTMENT TOTAL COLUMNS.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. HELLOPV.
000420 AUTHOR. D. KOWALSKI.
000430 INSTALLATION. CORPORATE APPLICATIONS.
000440 DATE-WRITTEN. 2026-10-15.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT POSITION-FILE ASSIGN TO "POSNMSTR"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS POS-KEY
000560         FILE STATUS IS WS-POSN-STATUS.
000570
000580     SELECT POSITION-ASSIGN-FILE ASSIGN TO "POSNASGN"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS PSA-EMP-ID
000620         FILE STATUS IS WS-PSA-STATUS.
000630
000640     SELECT EMPMSTR-FILE ASSIGN TO "EMPMSTR"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS EMP-ID
000680         FILE STATUS IS WS-EMPMSTR-STATUS.
000690
000700     SELECT DEPT-CODES-FILE ASSIGN TO "DEPTCODE"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS DPT-DEPT-CODE
000740         FILE STATUS IS WS-DPTCOD-STATUS.
000750
000760     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RPT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820
000830 FD  POSITION-FILE.
000840     COPY POSNREC.
000850
000860 FD  POSITION-ASSIGN-FILE.
000870     COPY POSNASG.
000880
000890 FD  EMPMSTR-FILE.
000900     COPY EMPREC REPLACING
000910         ==EMP-RECORD== BY ==EMP-MASTER-RECORD==.
000920
000930 FD  DEPT-CODES-FILE.
000940     COPY DEPTCODE.
000950
000960 FD  REPORT-FILE
000970     RECORDING MODE IS F.
000980 01  REPORT-LINE                    PIC X(132).
000990
001000 WORKING-STORAGE SECTION.
001010
001020 01  WS-FILE-STATUSES.
001030     05  WS-POSN-STATUS             PIC X(02).
001040     05  WS-PSA-STATUS              PIC X(02).
001050     05  WS-EMPMSTR-STATUS          PIC X(02).
001060     05  WS-DPTCOD-STATUS           PIC X(02).
001070     05  WS-RPT-STATUS              PIC X(02).
001080
001090 01  WS-SWITCHES.
001100     05  WS-EOF-POSN-SW             PIC X(01) VALUE 'N'.
001110         88  WS-END-OF-POSITIONS           VALUE 'Y'.
001120     05  WS-EOF-MSTR-SW             PIC X(01) VALUE 'N'.
001130         88  WS-END-OF-MASTER              VALUE 'Y'.
001140     05  WS-EOF-DPTCOD-SW           PIC X(01) VALUE 'N'.
001150         88  WS-EOF-DPTCOD                 VALUE 'Y'.
001160     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
001170         88  WS-FILES-OK                   VALUE 'Y'.
001180     05  WS-PARM-OK-SW              PIC X(01) VALUE 'Y'.
001190         88  WS-PARM-OK                    VALUE 'Y'.
001200     05  WS-DEPT-FOUND-SW           PIC X(01) VALUE 'N'.
001210         88  WS-DEPT-FOUND                 VALUE 'Y'.
001220
001230 01  WS-COUNTERS.
001240     05  WS-MASTER-READ             PIC 9(08) COMP VALUE ZERO.
001250     05  WS-POSITIONS-READ          PIC 9(08) COMP VALUE ZERO.
001260     05  WS-ORPHAN-POSITIONS        PIC 9(08) COMP VALUE ZERO.
001270     05  WS-DEPTS-OVER              PIC 9(08) COMP VALUE ZERO.
001280
001290 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
001300
001310*DEPARTMENT TABLE - EVERY CODE ON THE DEPT-CODES FILE, IN CODE
001320*ORDER (THE ORDER OF THE POSITION MASTER TOO), WITH THE ACTIVE
001330*EMPLOYEES COUNTED OFF EMPMSTR, AND ONE LAST ENTRY ('????') FOR
001340*EMPLOYEES AND POSITIONS CARRYING A CODE NOT ON THE FILE.  THE
001350*OCCURS CEILING BELOW (200) MUST MATCH WS-DEPT-TABLE-MAX.
001360 01  WS-DEPT-TABLE-MAX              PIC 9(04) COMP VALUE 200.
001370 01  WS-DEPT-TABLE-CONTROL.
001380     05  WS-DEPT-TABLE-COUNT        PIC 9(04) COMP VALUE ZERO.
001390 01  WS-DEPT-TABLE.
001400     05  WS-DEPT-TABLE-ENTRY OCCURS 1 TO 200 TIMES
001410             DEPENDING ON WS-DEPT-TABLE-COUNT
001420             INDEXED BY WS-DEPT-IDX.
001430         10  WS-DEPT-CODE-T         PIC X(04).
001440         10  WS-DEPT-NAME-T         PIC X(30).
001450         10  WS-DEPT-ACTIVE-T       PIC 9(08) COMP.
001460         10  WS-DEPT-TIED-T         PIC 9(08) COMP.
001470         10  WS-DEPT-UNTIED-T       PIC 9(08) COMP.
001480 01  WS-DEPT-SUB                    PIC 9(04) COMP VALUE ZERO.
001490 01  WS-UNKNOWN-DEPT-SUB            PIC 9(04) COMP VALUE ZERO.
001500 01  WS-LOOKUP-DEPT                 PIC X(04) VALUE SPACES.
001510
001520*ONE DEPARTMENT'S POSITION TOTALS, BUILT AS ITS POSITIONS PRINT.
001530 01  WS-DEPT-TOTALS.
001540     05  WS-DT-POSITIONS            PIC 9(08) COMP VALUE ZERO.
001550     05  WS-DT-AUTHORIZED           PIC 9(08) COMP VALUE ZERO.
001560     05  WS-DT-FILLED               PIC 9(08) COMP VALUE ZERO.
001570     05  WS-DT-OPEN-VACANT          PIC 9(08) COMP VALUE ZERO.
001580     05  WS-DT-FROZEN-VACANT        PIC 9(08) COMP VALUE ZERO.
001590     05  WS-DT-OVER                 PIC 9(08) COMP VALUE ZERO.
001600 01  WS-POS-VACANT                  PIC 9(08) COMP VALUE ZERO.
001610 01  WS-POS-OVER                    PIC 9(08) COMP VALUE ZERO.
001620
001630*ALL-DEPARTMENT TOTALS.
001640 01  WS-GRAND-TOTALS.
001650     05  WS-GT-POSITIONS            PIC 9(08) COMP VALUE ZERO.
001660     05  WS-GT-AUTHORIZED           PIC 9(08) COMP VALUE ZERO.
001670     05  WS-GT-FILLED               PIC 9(08) COMP VALUE ZERO.
001680     05  WS-GT-OPEN-VACANT          PIC 9(08) COMP VALUE ZERO.
001690     05  WS-GT-FROZEN-VACANT        PIC 9(08) COMP VALUE ZERO.
001700     05  WS-GT-ACTIVE               PIC 9(08) COMP VALUE ZERO.
001710     05  WS-GT-TIED                 PIC 9(08) COMP VALUE ZERO.
001720     05  WS-GT-UNTIED               PIC 9(08) COMP VALUE ZERO.
001730     05  WS-GT-OVER                 PIC 9(08) COMP VALUE ZERO.
001740
001750 01  WS-LINE-COUNT                  PIC 9(02) COMP VALUE ZERO.
001760 01  WS-MAX-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
001770 01  WS-PAGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
001780
001790*REPORT HEADING LINES.
001800 01  WS-HEADING-1.
001810     05  FILLER                     PIC X(30) VALUE SPACES.
001820     05  FILLER                     PIC X(44)
001830             VALUE "POSITION VACANCY AND OVER-ESTABLISHMENT".
001840     05  FILLER                     PIC X(10) VALUE SPACES.
001850     05  FILLER                     PIC X(05) VALUE "PAGE ".
001860     05  H1-PAGE-NUMBER             PIC ZZZ9.
001870
001880 01  WS-HEADING-2.
001890     05  FILLER                     PIC X(30) VALUE SPACES.
001900     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
001910     05  H2-RUN-DATE                PIC 9(08).
001920
001930 01  WS-HEADING-3.
001940     05  FILLER                     PIC X(06) VALUE "DEPT".
001950     05  FILLER                     PIC X(32)
001960             VALUE "DEPARTMENT NAME / POSITION".
001970     05  FILLER                     PIC X(08) VALUE "   POSNS".
001980     05  FILLER                     PIC X(08) VALUE "    AUTH".
001990     05  FILLER                     PIC X(08) VALUE "  FILLED".
002000     05  FILLER                     PIC X(08) VALUE "OPEN VAC".
002010     05  FILLER                     PIC X(08) VALUE "FROZ VAC".
002020     05  FILLER                     PIC X(08) VALUE "  ACTIVE".
002030     05  FILLER                     PIC X(08) VALUE "    TIED".
002040     05  FILLER                     PIC X(08) VALUE "  UNTIED".
002050     05  FILLER                     PIC X(08) VALUE "    OVER".
002060     05  FILLER                     PIC X(08) VALUE "  NOTE".
002070
002080 01  WS-DEPT-LINE.
002090     05  DP-CODE                    PIC X(04).
002100     05  FILLER                     PIC X(02) VALUE SPACES.
002110     05  DP-NAME                    PIC X(30).
002120     05  FILLER                     PIC X(02) VALUE SPACES.
002130     05  DP-POSITIONS               PIC ZZ,ZZ9.
002140     05  FILLER                     PIC X(02) VALUE SPACES.
002150     05  DP-AUTHORIZED              PIC ZZ,ZZ9.
002160     05  FILLER                     PIC X(02) VALUE SPACES.
002170     05  DP-FILLED                  PIC ZZ,ZZ9.
002180     05  FILLER                     PIC X(02) VALUE SPACES.
002190     05  DP-OPEN-VACANT             PIC ZZ,ZZ9.
002200     05  FILLER                     PIC X(02) VALUE SPACES.
002210     05  DP-FROZEN-VACANT           PIC ZZ,ZZ9.
002220     05  FILLER                     PIC X(02) VALUE SPACES.
002230     05  DP-ACTIVE                  PIC ZZ,ZZ9.
002240     05  FILLER                     PIC X(02) VALUE SPACES.
002250     05  DP-TIED                    PIC ZZ,ZZ9.
002260     05  FILLER                     PIC X(02) VALUE SPACES.
002270     05  DP-UNTIED                  PIC ZZ,ZZ9.
002280     05  FILLER                     PIC X(02) VALUE SPACES.
002290     05  DP-OVER                    PIC ZZ,ZZ9.
002300     05  FILLER                     PIC X(02) VALUE SPACES.
002310     05  DP-NOTE                    PIC X(18).
002320
002330*ONE POSITION, PRINTED IN THE DEPARTMENT COLUMNS ABOVE ITS
002340*TOTAL LINE.  PL-OVER IS THE INCUMBENTS BEYOND ITS COUNT.
002350 01  WS-POSITION-LINE.
002360     05  FILLER                     PIC X(06) VALUE SPACES.
002370     05  PL-NUMBER                  PIC 9(04).
002380     05  FILLER                     PIC X(01) VALUE SPACES.
002390     05  PL-TITLE                   PIC X(27).
002400     05  FILLER                     PIC X(08) VALUE SPACES.
002410     05  PL-AUTHORIZED              PIC ZZ,ZZ9.
002420     05  FILLER                     PIC X(02) VALUE SPACES.
002430     05  PL-FILLED                  PIC ZZ,ZZ9.
002440     05  FILLER                     PIC X(02) VALUE SPACES.
002450     05  PL-OPEN-VACANT             PIC ZZ,ZZ9.
002460     05  FILLER                     PIC X(02) VALUE SPACES.
002470     05  PL-FROZEN-VACANT           PIC ZZ,ZZ9.
002480     05  FILLER                     PIC X(26) VALUE SPACES.
002490     05  PL-OVER                    PIC ZZ,ZZ9.
002500     05  FILLER                     PIC X(02) VALUE SPACES.
002510     05  PL-STATUS                  PIC X(18).
002520
002530 01  WS-FOOTER-LINE.
002540     05  FILLER                     PIC X(12)
002550             VALUE "MSTR READ:  ".
002560     05  FT-MASTER-READ             PIC ZZZ,ZZ9.
002570     05  FILLER                     PIC X(14)
002580             VALUE "  POSNS READ: ".
002590     05  FT-POSITIONS-READ          PIC ZZZ,ZZ9.
002600     05  FILLER                     PIC X(19)
002610             VALUE "  DEPTS OVER ESTAB:".
002620     05  FT-DEPTS-OVER              PIC ZZZ,ZZ9.
002630     05  FILLER                     PIC X(20)
002640             VALUE "  POSNS NO DEPT:    ".
002650     05  FT-ORPHANS                 PIC ZZZ,ZZ9.
002660
002670 PROCEDURE DIVISION.
002680
002690******************************************************************
002700*0000-MAINLINE
002710*ONE PASS OF EMPMSTR FOR THE ACTIVE EMPLOYEES, THEN ONE PASS OF
002720*THE POSITION MASTER IN STEP WITH THE DEPARTMENT TABLE FOR THE
002730*REPORT.  RETURN CODE 4 WHEN ANY DEPARTMENT IS OVER
002740*ESTABLISHMENT.
002750******************************************************************
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     IF NOT WS-FILES-OK OR NOT WS-PARM-OK
002790         DISPLAY "HELLOPV1 RUN REFUSED - SEE PRIOR MESSAGES"
002800         MOVE 16 TO RETURN-CODE
002810         GO TO 0000-TERMINATE
002820     END-IF.
002830     PERFORM 3000-LOAD-MASTER THRU 3000-EXIT.
002840     PERFORM 4000-PRINT-ESTABLISHMENT THRU 4000-EXIT.
002850     IF WS-DEPTS-OVER > ZERO
002860         MOVE 4 TO RETURN-CODE
002870     END-IF.
002880 0000-TERMINATE.
002890     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002900     GOBACK.
002910 0000-EXIT.
002920     EXIT.
002930
002940 1000-INITIALIZE.
002950     OPEN INPUT POSITION-FILE.
002960     IF WS-POSN-STATUS NOT = "00"
002970         DISPLAY "HELLOPV2 ERROR OPENING POSITION-FILE - STATUS "
002980             WS-POSN-STATUS
002990         MOVE 'N' TO WS-FILES-OK-SW
003000     END-IF.
003010     OPEN INPUT POSITION-ASSIGN-FILE.
003020     IF WS-PSA-STATUS NOT = "00"
003030         DISPLAY "HELLOPV2 ERROR OPENING POSITION-ASSIGN-FILE - "
003040             "STATUS " WS-PSA-STATUS
003050         MOVE 'N' TO WS-FILES-OK-SW
003060     END-IF.
003070     OPEN INPUT EMPMSTR-FILE.
003080     IF WS-EMPMSTR-STATUS NOT = "00"
003090         DISPLAY "HELLOPV2 ERROR OPENING EMPMSTR-FILE - STATUS "
003100             WS-EMPMSTR-STATUS
003110         MOVE 'N' TO WS-FILES-OK-SW
003120     END-IF.
003130     OPEN INPUT DEPT-CODES-FILE.
003140     IF WS-DPTCOD-STATUS NOT = "00"
003150         DISPLAY "HELLOPV2 ERROR OPENING DEPT-CODES-FILE - "
003160             "STATUS " WS-DPTCOD-STATUS
003170         MOVE 'N' TO WS-FILES-OK-SW
003180     END-IF.
003190     OPEN OUTPUT REPORT-FILE.
003200     IF WS-RPT-STATUS NOT = "00"
003210         DISPLAY "HELLOPV2 ERROR OPENING REPORT-FILE - STATUS "
003220             WS-RPT-STATUS
003230         MOVE 'N' TO WS-FILES-OK-SW
003240     END-IF.
003250     IF NOT WS-FILES-OK
003260         GO TO 1000-EXIT
003270     END-IF.
003280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003290     PERFORM 1400-LOAD-DEPT-TABLE THRU 1400-EXIT.
003300 1000-EXIT.
003310     EXIT.
003320
003330 1400-LOAD-DEPT-TABLE.
003340     PERFORM 1410-READ-DEPT-CODE THRU 1410-EXIT.
003350     PERFORM 1420-ADD-DEPT-ENTRY THRU 1420-EXIT
003360         UNTIL WS-EOF-DPTCOD.
003370     IF NOT WS-PARM-OK
003380         GO TO 1400-EXIT
003390     END-IF.
003400     ADD 1 TO WS-DEPT-TABLE-COUNT.
003410     MOVE WS-DEPT-TABLE-COUNT TO WS-UNKNOWN-DEPT-SUB.
003420     MOVE WS-DEPT-TABLE-COUNT TO WS-DEPT-SUB.
003430     MOVE "????"              TO WS-DEPT-CODE-T (WS-DEPT-SUB).
003440     MOVE "NOT ON DEPT-CODES FILE"
003450         TO WS-DEPT-NAME-T (WS-DEPT-SUB).
003460     PERFORM 1430-CLEAR-DEPT-TALLIES THRU 1430-EXIT.
003470 1400-EXIT.
003480     EXIT.
003490
003500 1410-READ-DEPT-CODE.
003510     READ DEPT-CODES-FILE NEXT RECORD
003520         AT END
003530             SET WS-EOF-DPTCOD TO TRUE
003540     END-READ.
003550 1410-EXIT.
003560     EXIT.
003570
003580 1420-ADD-DEPT-ENTRY.
003590     IF WS-DEPT-TABLE-COUNT >= WS-DEPT-TABLE-MAX - 1
003600         DISPLAY "HELLOPV3 DEPT-CODES TABLE FULL AT "
003610             WS-DEPT-TABLE-MAX " ENTRIES"
003620         MOVE 'N' TO WS-PARM-OK-SW
003630         SET WS-EOF-DPTCOD TO TRUE
003640         GO TO 1420-EXIT
003650     END-IF.
003660     ADD 1 TO WS-DEPT-TABLE-COUNT.
003670     MOVE WS-DEPT-TABLE-COUNT TO WS-DEPT-SUB.
003680     MOVE DPT-DEPT-CODE TO WS-DEPT-CODE-T (WS-DEPT-SUB).
003690     MOVE DPT-DEPT-NAME TO WS-DEPT-NAME-T (WS-DEPT-SUB).
003700     PERFORM 1430-CLEAR-DEPT-TALLIES THRU 1430-EXIT.
003710     PERFORM 1410-READ-DEPT-CODE THRU 1410-EXIT.
003720 1420-EXIT.
003730     EXIT.
003740
003750 1430-CLEAR-DEPT-TALLIES.
003760     MOVE ZERO TO WS-DEPT-ACTIVE-T (WS-DEPT-SUB)
003770                  WS-DEPT-TIED-T (WS-DEPT-SUB)
003780                  WS-DEPT-UNTIED-T (WS-DEPT-SUB).
003790 1430-EXIT.
003800     EXIT.
003810
003820 2800-FIND-DEPT.
003830     MOVE 'N' TO WS-DEPT-FOUND-SW.
003840     SET WS-DEPT-IDX TO 1.
003850     SEARCH WS-DEPT-TABLE-ENTRY VARYING WS-DEPT-IDX
003860         AT END
003870             MOVE 'N' TO WS-DEPT-FOUND-SW
003880         WHEN WS-DEPT-CODE-T (WS-DEPT-IDX) = WS-LOOKUP-DEPT
003890             SET WS-DEPT-FOUND TO TRUE
003900     END-SEARCH.
003910     IF WS-DEPT-FOUND
003920         SET WS-DEPT-SUB TO WS-DEPT-IDX
003930     ELSE
003940         MOVE WS-UNKNOWN-DEPT-SUB TO WS-DEPT-SUB
003950     END-IF.
003960 2800-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*3000-LOAD-MASTER
004010*COUNTS EVERY ACTIVE EMPLOYEE AGAINST THEIR DEPARTMENT, AND AS
004020*TIED WHEN THE ASSIGNMENT FILE HOLDS THEM IN A POSITION OF THAT
004030*SAME DEPARTMENT - OTHERWISE UNTIED.
004040******************************************************************
004050 3000-LOAD-MASTER.
004060     PERFORM 3100-READ-MASTER-RECORD THRU 3100-EXIT.
004070     PERFORM 3200-COUNT-MASTER-RECORD THRU 3200-EXIT
004080         UNTIL WS-END-OF-MASTER.
004090 3000-EXIT.
004100     EXIT.
004110
004120 3100-READ-MASTER-RECORD.
004130     READ EMPMSTR-FILE NEXT RECORD
004140         AT END
004150             SET WS-END-OF-MASTER TO TRUE
004160     END-READ.
004170 3100-EXIT.
004180     EXIT.
004190
004200 3200-COUNT-MASTER-RECORD.
004210     ADD 1 TO WS-MASTER-READ.
004220     IF NOT EMP-ST-ACTIVE
004230         GO TO 3200-NEXT
004240     END-IF.
004250     MOVE EMP-DEPT-CODE TO WS-LOOKUP-DEPT.
004260     PERFORM 2800-FIND-DEPT THRU 2800-EXIT.
004270     ADD 1 TO WS-DEPT-ACTIVE-T (WS-DEPT-SUB).
004280     MOVE EMP-ID TO PSA-EMP-ID.
004290     READ POSITION-ASSIGN-FILE
004300         INVALID KEY
004310             MOVE SPACES TO PSA-DEPT-CODE
004320     END-READ.
004330     IF PSA-DEPT-CODE = EMP-DEPT-CODE
004340         ADD 1 TO WS-DEPT-TIED-T (WS-DEPT-SUB)
004350     ELSE
004360         ADD 1 TO WS-DEPT-UNTIED-T (WS-DEPT-SUB)
004370     END-IF.
004380 3200-NEXT.
004390     PERFORM 3100-READ-MASTER-RECORD THRU 3100-EXIT.
004400 3200-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440*4000-PRINT-ESTABLISHMENT
004450*THE DEPARTMENT TABLE AND THE POSITION MASTER ARE BOTH IN CODE
004460*ORDER, SO EACH DEPARTMENT'S POSITIONS ARE READ AND PRINTED IN
004470*TURN AHEAD OF ITS TOTAL LINE.  A POSITION WHOSE DEPARTMENT IS
004480*NOT ON THE DEPT-CODES FILE IS PRINTED UNDER THE CATCH-ALL.
004490******************************************************************
004500 4000-PRINT-ESTABLISHMENT.
004510     PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT.
004520     PERFORM 4050-READ-POSITION THRU 4050-EXIT.
004530     PERFORM 4100-PRINT-ONE-DEPT THRU 4100-EXIT
004540         VARYING WS-DEPT-SUB FROM 1 BY 1
004550         UNTIL WS-DEPT-SUB > WS-DEPT-TABLE-COUNT.
004560     PERFORM 4300-PRINT-TOTALS THRU 4300-EXIT.
004570 4000-EXIT.
004580     EXIT.
004590
004600 4050-READ-POSITION.
004610     READ POSITION-FILE NEXT RECORD
004620         AT END
004630             SET WS-END-OF-POSITIONS TO TRUE
004640     END-READ.
004650     IF NOT WS-END-OF-POSITIONS
004660         ADD 1 TO WS-POSITIONS-READ
004670     END-IF.
004680 4050-EXIT.
004690     EXIT.
004700
004710 4100-PRINT-ONE-DEPT.
004720     MOVE ZERO TO WS-DT-POSITIONS WS-DT-AUTHORIZED WS-DT-FILLED
004730                  WS-DT-OPEN-VACANT WS-DT-FROZEN-VACANT
004740                  WS-DT-OVER.
004750     MOVE WS-DEPT-CODE-T (WS-DEPT-SUB) TO WS-LOOKUP-DEPT.
004760     IF WS-DEPT-SUB = WS-UNKNOWN-DEPT-SUB
004770         PERFORM 4200-PRINT-ONE-POSITION THRU 4200-EXIT
004780             UNTIL WS-END-OF-POSITIONS
004790     ELSE
004800         PERFORM 4150-SKIP-ORPHAN THRU 4150-EXIT
004810             UNTIL WS-END-OF-POSITIONS
004820                OR POS-DEPT-CODE NOT < WS-LOOKUP-DEPT
004830         PERFORM 4200-PRINT-ONE-POSITION THRU 4200-EXIT
004840             UNTIL WS-END-OF-POSITIONS
004850                OR POS-DEPT-CODE NOT = WS-LOOKUP-DEPT
004860     END-IF.
004870     IF WS-DEPT-SUB = WS-UNKNOWN-DEPT-SUB
004880        AND WS-DT-POSITIONS = ZERO
004890        AND WS-DEPT-ACTIVE-T (WS-DEPT-SUB) = ZERO
004900         GO TO 4100-EXIT
004910     END-IF.
004920     IF WS-DT-POSITIONS > ZERO
004930        AND WS-DEPT-ACTIVE-T (WS-DEPT-SUB) > WS-DT-AUTHORIZED
004940         COMPUTE WS-DT-OVER =
004950             WS-DEPT-ACTIVE-T (WS-DEPT-SUB) - WS-DT-AUTHORIZED
004960     END-IF.
004970     ADD WS-DT-POSITIONS                TO WS-GT-POSITIONS.
004980     ADD WS-DT-AUTHORIZED               TO WS-GT-AUTHORIZED.
004990     ADD WS-DT-FILLED                   TO WS-GT-FILLED.
005000     ADD WS-DT-OPEN-VACANT              TO WS-GT-OPEN-VACANT.
005010     ADD WS-DT-FROZEN-VACANT            TO WS-GT-FROZEN-VACANT.
005020     ADD WS-DEPT-ACTIVE-T (WS-DEPT-SUB) TO WS-GT-ACTIVE.
005030     ADD WS-DEPT-TIED-T (WS-DEPT-SUB)   TO WS-GT-TIED.
005040     ADD WS-DEPT-UNTIED-T (WS-DEPT-SUB) TO WS-GT-UNTIED.
005050     ADD WS-DT-OVER                     TO WS-GT-OVER.
005060     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
005070         PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT
005080     END-IF.
005090     MOVE WS-DEPT-CODE-T (WS-DEPT-SUB)   TO DP-CODE.
005100     MOVE WS-DEPT-NAME-T (WS-DEPT-SUB)   TO DP-NAME.
005110     MOVE WS-DT-POSITIONS                TO DP-POSITIONS.
005120     MOVE WS-DT-AUTHORIZED               TO DP-AUTHORIZED.
005130     MOVE WS-DT-FILLED                   TO DP-FILLED.
005140     MOVE WS-DT-OPEN-VACANT              TO DP-OPEN-VACANT.
005150     MOVE WS-DT-FROZEN-VACANT            TO DP-FROZEN-VACANT.
005160     MOVE WS-DEPT-ACTIVE-T (WS-DEPT-SUB) TO DP-ACTIVE.
005170     MOVE WS-DEPT-TIED-T (WS-DEPT-SUB)   TO DP-TIED.
005180     MOVE WS-DEPT-UNTIED-T (WS-DEPT-SUB) TO DP-UNTIED.
005190     MOVE WS-DT-OVER                     TO DP-OVER.
005200     EVALUATE TRUE
005210         WHEN WS-DT-POSITIONS = ZERO
005220             MOVE "NOT CONTROLLED"     TO DP-NOTE
005230         WHEN WS-DT-OVER > ZERO
005240             MOVE "OVER ESTABLISHMENT" TO DP-NOTE
005250             ADD 1 TO WS-DEPTS-OVER
005260             DISPLAY "HELLOPV4 DEPARTMENT "
005270                 WS-DEPT-CODE-T (WS-DEPT-SUB)
005280                 " IS OVER ESTABLISHMENT BY " WS-DT-OVER
005290         WHEN OTHER
005300             MOVE SPACES               TO DP-NOTE
005310     END-EVALUATE.
005320     WRITE REPORT-LINE FROM WS-DEPT-LINE
005330         AFTER ADVANCING 1 LINE.
005340     MOVE SPACES TO REPORT-LINE.
005350     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
005360     ADD 2 TO WS-LINE-COUNT.
005370 4100-EXIT.
005380     EXIT.
005390
005400*A POSITION FILED UNDER A CODE BELOW THE DEPARTMENT IN HAND IS
005410*NOT ON THE DEPT-CODES FILE.  IT IS COUNTED AND PASSED OVER
005420*HERE; THE CATCH-ALL LINE PICKS UP ONLY THOSE AFTER THE LAST
005430*CODE ON THE FILE.
005440 4150-SKIP-ORPHAN.
005450     ADD 1 TO WS-ORPHAN-POSITIONS.
005460     DISPLAY "HELLOPV5 POSITION " POS-DEPT-CODE "-" POS-NUMBER
005470         " IS FOR A DEPARTMENT NOT ON THE DEPT-CODES FILE".
005480     PERFORM 4050-READ-POSITION THRU 4050-EXIT.
005490 4150-EXIT.
005500     EXIT.
005510
005520 4200-PRINT-ONE-POSITION.
005530     IF WS-DEPT-SUB = WS-UNKNOWN-DEPT-SUB
005540         ADD 1 TO WS-ORPHAN-POSITIONS
005550     END-IF.
005560     MOVE ZERO TO WS-POS-VACANT WS-POS-OVER.
005570     IF POS-FILLED-COUNT < POS-AUTH-COUNT
005580         COMPUTE WS-POS-VACANT =
005590             POS-AUTH-COUNT - POS-FILLED-COUNT
005600     ELSE
005610         COMPUTE WS-POS-OVER =
005620             POS-FILLED-COUNT - POS-AUTH-COUNT
005630     END-IF.
005640     ADD 1                TO WS-DT-POSITIONS.
005650     ADD POS-AUTH-COUNT   TO WS-DT-AUTHORIZED.
005660     ADD POS-FILLED-COUNT TO WS-DT-FILLED.
005670     MOVE ZERO TO PL-OPEN-VACANT PL-FROZEN-VACANT.
005680     IF POS-ST-FROZEN
005690         ADD WS-POS-VACANT  TO WS-DT-FROZEN-VACANT
005700         MOVE WS-POS-VACANT TO PL-FROZEN-VACANT
005710         MOVE "FROZEN"      TO PL-STATUS
005720     ELSE
005730         ADD WS-POS-VACANT  TO WS-DT-OPEN-VACANT
005740         MOVE WS-POS-VACANT TO PL-OPEN-VACANT
005750         IF WS-POS-VACANT > ZERO
005760             MOVE "OPEN"    TO PL-STATUS
005770         ELSE
005780             MOVE "FILLED"  TO PL-STATUS
005790         END-IF
005800     END-IF.
005810     IF WS-POS-OVER > ZERO
005820         MOVE "OVER AUTHORIZED" TO PL-STATUS
005830     END-IF.
005840     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
005850         PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT
005860     END-IF.
005870     MOVE POS-NUMBER       TO PL-NUMBER.
005880     MOVE POS-TITLE        TO PL-TITLE.
005890     MOVE POS-AUTH-COUNT   TO PL-AUTHORIZED.
005900     MOVE POS-FILLED-COUNT TO PL-FILLED.
005910     MOVE WS-POS-OVER      TO PL-OVER.
005920     WRITE REPORT-LINE FROM WS-POSITION-LINE
005930         AFTER ADVANCING 1 LINE.
005940     ADD 1 TO WS-LINE-COUNT.
005950     PERFORM 4050-READ-POSITION THRU 4050-EXIT.
005960 4200-EXIT.
005970     EXIT.
005980
005990 4300-PRINT-TOTALS.
006000     MOVE "ALL"                TO DP-CODE.
006010     MOVE "ALL DEPARTMENTS"    TO DP-NAME.
006020     MOVE WS-GT-POSITIONS      TO DP-POSITIONS.
006030     MOVE WS-GT-AUTHORIZED     TO DP-AUTHORIZED.
006040     MOVE WS-GT-FILLED         TO DP-FILLED.
006050     MOVE WS-GT-OPEN-VACANT    TO DP-OPEN-VACANT.
006060     MOVE WS-GT-FROZEN-VACANT  TO DP-FROZEN-VACANT.
006070     MOVE WS-GT-ACTIVE         TO DP-ACTIVE.
006080     MOVE WS-GT-TIED           TO DP-TIED.
006090     MOVE WS-GT-UNTIED         TO DP-UNTIED.
006100     MOVE WS-GT-OVER           TO DP-OVER.
006110     IF WS-DEPTS-OVER = ZERO
006120         MOVE SPACES               TO DP-NOTE
006130     ELSE
006140         MOVE "OVER ESTABLISHMENT" TO DP-NOTE
006150     END-IF.
006160     WRITE REPORT-LINE FROM WS-DEPT-LINE
006170         AFTER ADVANCING 2 LINES.
006180     ADD 2 TO WS-LINE-COUNT.
006190 4300-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230*6000-WRITE-HEADINGS
006240******************************************************************
006250 6000-WRITE-HEADINGS.
006260     ADD 1 TO WS-PAGE-COUNT.
006270     MOVE WS-PAGE-COUNT TO H1-PAGE-NUMBER.
006280     MOVE WS-RUN-DATE   TO H2-RUN-DATE.
006290     WRITE REPORT-LINE FROM WS-HEADING-1
006300         AFTER ADVANCING PAGE.
006310     WRITE REPORT-LINE FROM WS-HEADING-2
006320         AFTER ADVANCING 1 LINE.
006330     WRITE REPORT-LINE FROM WS-HEADING-3
006340         AFTER ADVANCING 2 LINES.
006350     MOVE SPACES TO REPORT-LINE.
006360     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
006370     MOVE ZERO TO WS-LINE-COUNT.
006380 6000-EXIT.
006390     EXIT.
006400
006410 8000-TERMINATE.
006420     IF WS-FILES-OK AND WS-PARM-OK
006430         MOVE WS-MASTER-READ      TO FT-MASTER-READ
006440         MOVE WS-POSITIONS-READ   TO FT-POSITIONS-READ
006450         MOVE WS-DEPTS-OVER       TO FT-DEPTS-OVER
006460         MOVE WS-ORPHAN-POSITIONS TO FT-ORPHANS
006470         WRITE REPORT-LINE FROM WS-FOOTER-LINE
006480             AFTER ADVANCING 2 LINES
006490     END-IF.
006500     CLOSE POSITION-FILE POSITION-ASSIGN-FILE EMPMSTR-FILE
006510           DEPT-CODES-FILE REPORT-FILE.
006520     DISPLAY "HELLOPV6 MASTER READ      = " WS-MASTER-READ.
006530     DISPLAY "HELLOPV7 POSITIONS READ   = " WS-POSITIONS-READ.
006540     DISPLAY "HELLOPV8 DEPTS OVER ESTAB = " WS-DEPTS-OVER.
006550     DISPLAY "HELLOPV9 POSNS NO DEPT    = " WS-ORPHAN-POSITIONS.
006560 8000-EXIT.
006570     EXIT.
006580
006590 END PROGRAM HELLOPV.
