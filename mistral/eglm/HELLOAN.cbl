000100******************************************************************
000110*PROGRAM:      HELLOAN
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      SELECTION STEP OF THE PRIVACY ANONYMIZATION RUN
000170*              (HELLOANJ).  FINDS THE LONG-DEPARTED EMPLOYEES -
000180*              EVERY ID ON THE ARCHIVE GENERATIONS WHOSE ARCHIVE
000190*              RECORDS ARE ALL TERMINATIONS DATED MORE THAN THE
000200*              RETENTION PERIOD AGO, THAT IS NOT BACK ON EMPMSTR
000210*              AND IS NOT ANONYMIZED ALREADY - PLUS ANY EARLIER
000220*              ID ONE OF THEM WAS RE-KEYED FROM, FOLLOWED BACK
000230*              THROUGH THE JOURNAL.  IT THEN READS THE LISTCAT OF
000240*              THE FILES THAT HOLD COPIES OF THEIR DATA AND
000250*              WRITES:
000260*                ANONIDS  THE ANONLIST CONTROL LIST - TERMS,
000270*                         QUALIFYING IDS, DATASETS TO SCRUB
000280*                JOBSTRM  THE SCRUB JOB - ONE STEP PER DATASET
000290*                         (HELLOAZ, OR HELLOAY FOR AN AUDITLOG
000300*                         GENERATION), THE HELLOAV CHAIN CHECK
000310*                         AND THE HELLOAD CERTIFICATE
000320*              AND OPENS THE EMPTY CERTIFICATE DETAIL (CERTDTL)
000330*              AND AUDITLOG SEAL CARRY (AUDSEAL) DATASETS THE
000340*              SCRUB JOB FILLS.  THE RETENTION IS REQUIRED ON
000350*              THE EXEC PARM - NOTHING IS DESTROYED ON A DEFAULT:
000360*                RETYRS=NN  TERMINATIONS DATED MORE THAN NN
000370*                           YEARS BEFORE THE RUN DATE.
000380*              RETURN CODE 4 WHEN NO ONE QUALIFIES (NO JOB IS
000390*              BUILT), 16 WHEN THE RUN CANNOT BE SET UP.
000400*MODIFICATION HISTORY:
000410*DATE       INIT DESCRIPTION
000420*---------- ---- ------------------------------------------------
000430*2026-10-15 DK   ORIGINAL PROGRAM.
000432*2026-10-15 DK   ALSO SCRUB THE BADGE INTERFACE, MANUAL BATCH,
000434*                PENDING, AS-OF EXTRACT AND EMPMSTR BACKUP
000436*                GENERATIONS AND THE HR SNAPSHOT DATASET.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. HELLOAN.
000470 AUTHOR. D. KOWALSKI.
000480 INSTALLATION. CORPORATE APPLICATIONS.
000490 DATE-WRITTEN. 2026-10-15.
000500
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-ARCH-STATUS.
000600
000610     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-JRNL-STATUS.
000640
000650     SELECT EMPMSTR-FILE ASSIGN TO "EMPMSTR"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS MSTR-EMP-ID
000690         FILE STATUS IS WS-EMPMSTR-STATUS.
000700
000710     SELECT CATALOG-LIST-FILE ASSIGN TO "CATLIST"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-CAT-STATUS.
000740
000750     SELECT JOB-CARD-FILE ASSIGN TO "JOBCARD"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-CARD-STATUS.
000780
000790     SELECT ANON-LIST-FILE ASSIGN TO "ANONIDS"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-LIST-STATUS.
000820
000830     SELECT JOB-STREAM-FILE ASSIGN TO "JOBSTRM"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-STRM-STATUS.
000860
000870     SELECT CERT-DETAIL-FILE ASSIGN TO "CERTDTL"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-CERT-STATUS.
000900
000910     SELECT SEAL-CARRY-FILE ASSIGN TO "AUDSEAL"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-SEAL-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970
000980*EVERY RETAINED ARCHIVE GENERATION (THE GDG BASE).
000990 FD  ARCHIVE-FILE
001000     RECORDING MODE IS F.
001010     COPY EMPREC.
001020
001030*EVERY RETAINED JOURNAL GENERATION (THE GDG BASE), READ FOR THE
001040*RE-KEYS ONLY.
001050 FD  JOURNAL-FILE
001060     RECORDING MODE IS F.
001070     COPY JRNLREC.
001080
001090*THE MASTER IS ONLY PROBED BY KEY - AN ID STILL ON IT IS NOT
001100*ANONYMIZED, WHATEVER THE ARCHIVE SAYS.
001110 FD  EMPMSTR-FILE.
001120 01  MASTER-RECORD.
001130     05  MSTR-EMP-ID                PIC X(06).
001140     05  FILLER                     PIC X(98).
001150
001160*IDCAMS LISTCAT PRINT LINES - CARRIAGE CONTROL IN COLUMN 1.
001170 FD  CATALOG-LIST-FILE
001180     RECORDING MODE IS F.
001190 01  CATALOG-LIST-LINE.
001200     05  CAT-CARRIAGE               PIC X(01).
001210     05  CAT-TEXT                   PIC X(120).
001220
001230*THE JOB STATEMENT FOR THE SCRUB JOB, COPIED AS IT STANDS.
001240 FD  JOB-CARD-FILE
001250     RECORDING MODE IS F.
001260 01  JOB-CARD-LINE                  PIC X(80).
001270
001280 FD  ANON-LIST-FILE
001290     RECORDING MODE IS F.
001300     COPY ANONLIST.
001310
001320 FD  JOB-STREAM-FILE
001330     RECORDING MODE IS F.
001340 01  JOB-STREAM-LINE                PIC X(80).
001350
001360 FD  CERT-DETAIL-FILE
001370     RECORDING MODE IS F.
001380     COPY ANONCERT.
001390
001400 FD  SEAL-CARRY-FILE
001410     RECORDING MODE IS F.
001420 01  SEAL-CARRY-RECORD              PIC X(95).
001430
001440 WORKING-STORAGE SECTION.
001450
001460 01  WS-FILE-STATUSES.
001470     05  WS-ARCH-STATUS             PIC X(02).
001480     05  WS-JRNL-STATUS             PIC X(02).
001490     05  WS-EMPMSTR-STATUS          PIC X(02).
001500     05  WS-CAT-STATUS              PIC X(02).
001510     05  WS-CARD-STATUS             PIC X(02).
001520     05  WS-LIST-STATUS             PIC X(02).
001530     05  WS-STRM-STATUS             PIC X(02).
001540     05  WS-CERT-STATUS             PIC X(02).
001550     05  WS-SEAL-STATUS             PIC X(02).
001560
001570 01  WS-SWITCHES.
001580     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
001590         88  WS-FILES-OK                   VALUE 'Y'.
001600     05  WS-RUN-OK-SW               PIC X(01) VALUE 'Y'.
001610         88  WS-RUN-OK                     VALUE 'Y'.
001620     05  WS-ARCH-EOF-SW             PIC X(01) VALUE 'N'.
001630         88  WS-END-OF-ARCHIVE             VALUE 'Y'.
001640     05  WS-JRNL-EOF-SW             PIC X(01) VALUE 'N'.
001650         88  WS-END-OF-JOURNAL             VALUE 'Y'.
001660     05  WS-CAT-EOF-SW              PIC X(01) VALUE 'N'.
001670         88  WS-END-OF-CATALOG             VALUE 'Y'.
001680     05  WS-CARD-EOF-SW             PIC X(01) VALUE 'N'.
001690         88  WS-END-OF-CARDS               VALUE 'Y'.
001700     05  WS-EMP-FOUND-SW            PIC X(01) VALUE 'N'.
001710         88  WS-EMP-FOUND                  VALUE 'Y'.
001720     05  WS-ON-MASTER-SW            PIC X(01) VALUE 'N'.
001730         88  WS-ON-MASTER                  VALUE 'Y'.
001740     05  WS-SHIFT-DONE-SW           PIC X(01) VALUE 'N'.
001750         88  WS-SHIFT-DONE                 VALUE 'Y'.
001760
001770 01  WS-COUNTERS.
001780     05  WS-ARCHIVE-READ            PIC 9(09) COMP VALUE ZERO.
001790     05  WS-JOURNAL-READ            PIC 9(09) COMP VALUE ZERO.
001800     05  WS-CATALOG-READ            PIC 9(09) COMP VALUE ZERO.
001810     05  WS-QUALIFYING-IDS          PIC 9(05) COMP VALUE ZERO.
001820     05  WS-EARLIER-IDS             PIC 9(05) COMP VALUE ZERO.
001830     05  WS-RETAINED-IDS            PIC 9(05) COMP VALUE ZERO.
001840     05  WS-MASTER-IDS              PIC 9(05) COMP VALUE ZERO.
001850     05  WS-DONE-IDS                PIC 9(05) COMP VALUE ZERO.
001860     05  WS-PASS-ADDITIONS          PIC 9(05) COMP VALUE ZERO.
001870     05  WS-JOURNAL-PASSES          PIC 9(02) COMP VALUE ZERO.
001880     05  WS-CARD-LINES              PIC 9(04) COMP VALUE ZERO.
001890
001900*RETENTION CONTROL - THE CUTOFF IS THE RUN DATE LESS WHOLE
001910*YEARS IN YYYYMMDD FORM, AS IN HELLOAR.
001920 01  WS-RETAIN-YEARS                PIC 9(02) VALUE ZERO.
001930 01  WS-TERM-CUTOFF                 PIC 9(08) VALUE ZERO.
001940 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
001950
001960*THE VALUE EVERY SCRUBBED NAME AND DEGREE IS SET TO.  HELLOAZ
001970*AND HELLOAY CARRY THE SAME LITERAL.
001980 01  WS-ANON-TOKEN                  PIC X(30)
001990                                    VALUE "*ANONYMIZED*".
002000
002010*EVERY EMPLOYEE ID ON THE ARCHIVE, IN ASCENDING ID ORDER, WITH
002020*WHAT DECIDES WHETHER IT QUALIFIES:
002030*  RETAIN-SW  'Y' - SOME ARCHIVE RECORD FOR THE ID IS NOT A
002040*                   TERMINATION DATED BEFORE THE CUTOFF
002050*  CLEAR-SW   'Y' - SOME ARCHIVE RECORD STILL HOLDS A NAME
002060*  STATE      'Q' QUALIFIES, 'R' RETAINED, 'M' ON EMPMSTR,
002070*             'X' ANONYMIZED BY AN EARLIER RUN
002080*THE NAME AND TERM DATE ARE THOSE OF THE LATEST TERMINATION.
002090*THE OCCURS CEILING BELOW (9999) MUST MATCH WS-EE-TABLE-MAX.
002100 01  WS-EE-TABLE-MAX                PIC 9(04) COMP VALUE 9999.
002110 01  WS-EE-TABLE-CONTROL.
002120     05  WS-EE-COUNT                PIC 9(04) COMP VALUE ZERO.
002130 01  WS-EE-TABLE.
002140     05  WS-EE-ENTRY OCCURS 1 TO 9999 TIMES
002150             DEPENDING ON WS-EE-COUNT
002160             ASCENDING KEY IS WS-EE-EMP-ID
002170             INDEXED BY WS-EE-IDX.
002180         10  WS-EE-EMP-ID           PIC X(06).
002190         10  WS-EE-EMP-NAME         PIC X(30).
002200         10  WS-EE-TERM-DATE        PIC 9(08).
002210         10  WS-EE-BASIS            PIC X(01).
002220         10  WS-EE-ARCHIVED-ID      PIC X(06).
002230         10  WS-EE-RETAIN-SW        PIC X(01).
002240         10  WS-EE-CLEAR-SW         PIC X(01).
002250         10  WS-EE-STATE            PIC X(01).
002260             88  WS-EE-QUALIFIES           VALUE 'Q'.
002270             88  WS-EE-RETAINED            VALUE 'R'.
002280             88  WS-EE-ON-MASTER           VALUE 'M'.
002290             88  WS-EE-DONE-BEFORE         VALUE 'X'.
002300 01  WS-EE-SUB                      PIC 9(04) COMP VALUE ZERO.
002310 01  WS-EE-POS                      PIC 9(04) COMP VALUE ZERO.
002320 01  WS-EE-NEW-SUB                  PIC 9(04) COMP VALUE ZERO.
002330 01  WS-SEARCH-ID                   PIC X(06) VALUE SPACES.
002340 01  WS-NEW-ENTRY                   PIC X(54) VALUE SPACES.
002350
002360*THE FILES THAT HOLD COPIES OF EMPLOYEE DATA, IN THE ORDER THE
002370*SCRUB JOB TAKES THEM: GDG BASE, ITS LENGTH, THE DD NAME (ALSO
002375*THE FILE TYPE ON THE PARM AND THE CONTROL LIST), THE PROGRAM
002380*THAT SCRUBS IT, AND WHETHER ITS GENERATIONS (G) OR THE ONE
002385*DATASET OF THAT NAME (D) ARE TAKEN.  THE ARCHIVE COMES LAST, SO
002390*AN ID WHOSE ARCHIVE RECORDS ARE ANONYMIZED HAS HAD EVERY OTHER
002395*FILE DONE - A RUN CUT SHORT PICKS THE SAME IDS UP AGAIN NEXT
002400*TIME.  THE FILES LEFT OUT ON PURPOSE ARE LISTED ON THE HELLOAD
002405*CERTIFICATE; A FILE ADDED HERE OR THERE NEEDS THE OTHER LIST
002410*AND THE HELLOANJ LISTCAT CHECKED.
002420 01  WS-FILE-TYPE-VALUES.
002430     05  FILLER                     PIC X(27)
002440             VALUE "PROD.EMP.JOURNAL".
002450     05  FILLER                     PIC 9(02) VALUE 16.
002460     05  FILLER                     PIC X(17)
002470             VALUE "JRNLFILEHELLOAZ G".
002480     05  FILLER                     PIC X(27)
002490             VALUE "PROD.HR.INTERFACE.DAILY".
002500     05  FILLER                     PIC 9(02) VALUE 23.
002510     05  FILLER                     PIC X(17)
002520             VALUE "HRIFFILEHELLOAZ G".
002530     05  FILLER                     PIC X(27)
002540             VALUE "PROD.EMP.SUSPENSE".
002550     05  FILLER                     PIC 9(02) VALUE 17.
002560     05  FILLER                     PIC X(17)
002570             VALUE "SUSPENSEHELLOAZ G".
002580     05  FILLER                     PIC X(27)
002590             VALUE "PROD.EMP.REVIEW".
002600     05  FILLER                     PIC 9(02) VALUE 15.
002610     05  FILLER                     PIC X(17)
002620             VALUE "REVIEW  HELLOAZ G".
002630     05  FILLER                     PIC X(27)
002640             VALUE "PROD.EMP.RECON.WORKLIST".
002650     05  FILLER                     PIC 9(02) VALUE 23.
002660     05  FILLER                     PIC X(17)
002670             VALUE "WORKLISTHELLOAZ G".
002680     05  FILLER                     PIC X(27)
002690             VALUE "PROD.EMP.INTEGRITY.WORKLIST".
002691     05  FILLER                     PIC 9(02) VALUE 27.
002692     05  FILLER                     PIC X(17)
002693             VALUE "INTEGRTYHELLOAZ G".
002694     05  FILLER                     PIC X(27)
002695             VALUE "PROD.BADGE.INTERFACE.DAILY".
002696     05  FILLER                     PIC 9(02) VALUE 26.
002697     05  FILLER                     PIC X(17)
002698             VALUE "BADGFILEHELLOAZ G".
002699     05  FILLER                     PIC X(27)
002700             VALUE "PROD.EMP.MANUAL".
002701     05  FILLER                     PIC 9(02) VALUE 15.
002702     05  FILLER                     PIC X(17)
002703             VALUE "MANUAL  HELLOAZ G".
002704     05  FILLER                     PIC X(27)
002705             VALUE "PROD.EMP.PENDING".
002706     05  FILLER                     PIC 9(02) VALUE 16.
002707     05  FILLER                     PIC X(17)
002708             VALUE "PENDING HELLOAZ G".
002709     05  FILLER                     PIC X(27)
002710             VALUE "PROD.EMP.ASOF.EXTRACT".
002711     05  FILLER                     PIC 9(02) VALUE 21.
002712     05  FILLER                     PIC X(17)
002713             VALUE "EXTRACT HELLOAZ G".
002714     05  FILLER                     PIC X(27)
002715             VALUE "PROD.EMPMSTR.BACKUP".
002716     05  FILLER                     PIC 9(02) VALUE 19.
002717     05  FILLER                     PIC X(17)
002718             VALUE "BACKUP  HELLOAZ G".
002719     05  FILLER                     PIC X(27)
002720             VALUE "PROD.HR.SNAPSHOT.QTRLY".
002721     05  FILLER                     PIC 9(02) VALUE 22.
002722     05  FILLER                     PIC X(17)
002723             VALUE "SNAPIN  HELLOAZ D".
002730     05  FILLER                     PIC X(27)
002740             VALUE "PROD.EMP.AUDITLOG".
002750     05  FILLER                     PIC 9(02) VALUE 17.
002760     05  FILLER                     PIC X(17)
002770             VALUE "AUDITLOGHELLOAY G".
002780     05  FILLER                     PIC X(27)
002790             VALUE "PROD.EMP.ARCHIVE".
002800     05  FILLER                     PIC 9(02) VALUE 16.
002810     05  FILLER                     PIC X(17)
002820             VALUE "ARCHIVE HELLOAZ G".
002830 01  WS-FILE-TYPE-TABLE REDEFINES WS-FILE-TYPE-VALUES.
002840     05  WS-FT-ENTRY OCCURS 14 TIMES.
002850         10  WS-FT-BASE             PIC X(27).
002860         10  WS-FT-BASE-LENGTH      PIC 9(02).
002870         10  WS-FT-DD-NAME          PIC X(08).
002880         10  WS-FT-PROGRAM          PIC X(08).
002885         10  WS-FT-KIND             PIC X(01).
002890             88  WS-FT-ONE-DATASET         VALUE 'D'.
002895 01  WS-FT-COUNT                    PIC 9(02) COMP VALUE 14.
002900 01  WS-FT-SUB                      PIC 9(02) COMP VALUE ZERO.
002910 01  WS-FT-LEN                      PIC 9(02) COMP VALUE ZERO.
002920
002930*GENERATION DATASETS FOUND ON THE LISTCAT.  A JOB HOLDS AT MOST
002940*255 STEPS AND THE SCRUB JOB NEEDS FOUR BESIDES THE SCRUBS, SO
002950*THE TABLE STOPS AT 250 AND A LONGER LIST REFUSES THE RUN.
002960*THE OCCURS CEILING BELOW MUST MATCH WS-DS-TABLE-MAX.
002970 01  WS-DS-TABLE-MAX                PIC 9(04) COMP VALUE 250.
002980 01  WS-DS-TABLE-CONTROL.
002990     05  WS-DS-COUNT                PIC 9(04) COMP VALUE ZERO.
003000 01  WS-DS-TABLE.
003010     05  WS-DS-ENTRY OCCURS 250 TIMES.
003020         10  WS-DS-NAME             PIC X(44).
003030         10  WS-DS-TYPE             PIC 9(02) COMP.
003040 01  WS-DS-SUB                      PIC 9(04) COMP VALUE ZERO.
003050 01  WS-DS-SEQUENCE                 PIC 9(04) VALUE ZERO.
003060 01  WS-AUDIT-DATASETS              PIC 9(04) COMP VALUE ZERO.
003070
003080*LISTCAT LINE WORK AREA.
003090 01  WS-CAT-LEAD                    PIC 9(04) COMP VALUE ZERO.
003100 01  WS-CAT-WORD-1                  PIC X(44) VALUE SPACES.
003110 01  WS-CAT-WORD-2                  PIC X(44) VALUE SPACES.
003120 01  WS-CAT-WORD-3                  PIC X(50) VALUE SPACES.
003130
003140*A JOURNAL IMAGE IN EMPREC POSITIONS.
003150 01  WS-IMAGE.
003160     05  WS-IMAGE-EMP-ID            PIC X(06).
003170     05  WS-IMAGE-EMP-NAME          PIC X(30).
003180     05  FILLER                     PIC X(68).
003190
003200*JCL BUILD AREA.
003210 01  WS-JCL-LINE                    PIC X(80) VALUE SPACES.
003220 01  WS-EDIT-COUNT                  PIC 9(05) VALUE ZERO.
003230
003240*-----------------------------------------------------------------
003250*LINKAGE SECTION
003260*-----------------------------------------------------------------
003270 LINKAGE SECTION.
003280
003290*EXEC PARM= AREA - FIXED SUB-FIELDS, AS IN HELLOAR.
003300 01  LK-PARM-AREA.
003310     05  LK-PARM-LENGTH             PIC S9(04) COMP.
003320     05  LK-PARM-TEXT.
003330         10  LK-RETYRS-LIT          PIC X(07).
003340         10  LK-RETYRS-VALUE        PIC 9(02).
003350         10  FILLER                 PIC X(91).
003360
003370*-----------------------------------------------------------------
003380*PROCEDURE DIVISION
003390*-----------------------------------------------------------------
003400 PROCEDURE DIVISION USING LK-PARM-AREA.
003410
003420******************************************************************
003430*0000-MAINLINE
003440******************************************************************
003450 0000-MAINLINE.
003460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003470     IF NOT WS-FILES-OK
003480         DISPLAY "HELLOAN1 ONE OR MORE FILES FAILED TO OPEN - "
003490             "RUN TERMINATED"
003500         MOVE 16 TO RETURN-CODE
003510         GO TO 0000-TERMINATE
003520     END-IF.
003530     IF NOT WS-RUN-OK
003540         MOVE 16 TO RETURN-CODE
003550         GO TO 0000-TERMINATE
003560     END-IF.
003570     PERFORM 2000-LOAD-ARCHIVE THRU 2000-EXIT.
003580     IF NOT WS-RUN-OK
003590         MOVE 16 TO RETURN-CODE
003600         GO TO 0000-TERMINATE
003610     END-IF.
003620     PERFORM 3000-SET-STATES THRU 3000-EXIT.
003630     PERFORM 4000-FIND-EARLIER-IDS THRU 4000-EXIT.
003640     IF NOT WS-RUN-OK
003650         MOVE 16 TO RETURN-CODE
003660         GO TO 0000-TERMINATE
003670     END-IF.
003680     PERFORM 5000-READ-CATALOG THRU 5000-EXIT.
003690     IF WS-RUN-OK AND WS-DS-COUNT = ZERO
003700         DISPLAY "HELLOANH LISTCAT SHOWS NO DATASETS TO SCRUB - "
003710             "RUN TERMINATED"
003720         MOVE 'N' TO WS-RUN-OK-SW
003730     END-IF.
003740     IF NOT WS-RUN-OK
003750         MOVE 16 TO RETURN-CODE
003760         GO TO 0000-TERMINATE
003770     END-IF.
003780     IF WS-QUALIFYING-IDS = ZERO
003790         DISPLAY "HELLOAN2 NO EMPLOYEE QUALIFIES - NO SCRUB JOB "
003800             "BUILT"
003810         MOVE 4 TO RETURN-CODE
003820         GO TO 0000-TERMINATE
003830     END-IF.
003840     PERFORM 6000-WRITE-CONTROL-LIST THRU 6000-EXIT.
003850     PERFORM 7000-WRITE-JOB-STREAM THRU 7000-EXIT.
003860 0000-TERMINATE.
003870     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003880     GOBACK.
003890 0000-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930*1000-INITIALIZE
003940*THE CERTIFICATE DETAIL AND SEAL CARRY DATASETS ARE OPENED AND
003950*CLOSED EMPTY HERE, SO THE FIRST SCRUB STEP FINDS THEM READABLE.
003960******************************************************************
003970 1000-INITIALIZE.
003980     OPEN INPUT ARCHIVE-FILE.
003990     IF WS-ARCH-STATUS NOT = "00"
004000         DISPLAY "HELLOAN1 ERROR OPENING ARCHIVE-FILE - STATUS "
004010             WS-ARCH-STATUS
004020         MOVE 'N' TO WS-FILES-OK-SW
004030     END-IF.
004040     OPEN INPUT EMPMSTR-FILE.
004050     IF WS-EMPMSTR-STATUS NOT = "00"
004060         DISPLAY "HELLOAN1 ERROR OPENING EMPMSTR-FILE - STATUS "
004070             WS-EMPMSTR-STATUS
004080         MOVE 'N' TO WS-FILES-OK-SW
004090     END-IF.
004100     OPEN INPUT CATALOG-LIST-FILE.
004110     IF WS-CAT-STATUS NOT = "00"
004120         DISPLAY "HELLOAN1 ERROR OPENING CATALOG-LIST-FILE - "
004130             "STATUS " WS-CAT-STATUS
004140         MOVE 'N' TO WS-FILES-OK-SW
004150     END-IF.
004160     OPEN INPUT JOB-CARD-FILE.
004170     IF WS-CARD-STATUS NOT = "00"
004180         DISPLAY "HELLOAN1 ERROR OPENING JOB-CARD-FILE - STATUS "
004190             WS-CARD-STATUS
004200         MOVE 'N' TO WS-FILES-OK-SW
004210     END-IF.
004220     OPEN OUTPUT ANON-LIST-FILE.
004230     IF WS-LIST-STATUS NOT = "00"
004240         DISPLAY "HELLOAN1 ERROR OPENING ANON-LIST-FILE - STATUS "
004250             WS-LIST-STATUS
004260         MOVE 'N' TO WS-FILES-OK-SW
004270     END-IF.
004280     OPEN OUTPUT JOB-STREAM-FILE.
004290     IF WS-STRM-STATUS NOT = "00"
004300         DISPLAY "HELLOAN1 ERROR OPENING JOB-STREAM-FILE - "
004310             "STATUS " WS-STRM-STATUS
004320         MOVE 'N' TO WS-FILES-OK-SW
004330     END-IF.
004340     OPEN OUTPUT CERT-DETAIL-FILE.
004350     IF WS-CERT-STATUS NOT = "00"
004360         DISPLAY "HELLOAN1 ERROR OPENING CERT-DETAIL-FILE - "
004370             "STATUS " WS-CERT-STATUS
004380         MOVE 'N' TO WS-FILES-OK-SW
004390     ELSE
004400         CLOSE CERT-DETAIL-FILE
004410     END-IF.
004420     OPEN OUTPUT SEAL-CARRY-FILE.
004430     IF WS-SEAL-STATUS NOT = "00"
004440         DISPLAY "HELLOAN1 ERROR OPENING SEAL-CARRY-FILE - "
004450             "STATUS " WS-SEAL-STATUS
004460         MOVE 'N' TO WS-FILES-OK-SW
004470     ELSE
004480         CLOSE SEAL-CARRY-FILE
004490     END-IF.
004500     IF NOT WS-FILES-OK
004510         GO TO 1000-EXIT
004520     END-IF.
004530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004540     PERFORM 1200-GET-RETENTION-PARM THRU 1200-EXIT.
004550     IF NOT WS-RUN-OK
004560         GO TO 1000-EXIT
004570     END-IF.
004580     COMPUTE WS-TERM-CUTOFF =
004590         WS-RUN-DATE - (WS-RETAIN-YEARS * 10000).
004600     DISPLAY "HELLOAN3 ANONYMIZING TERMINATIONS DATED BEFORE "
004610         WS-TERM-CUTOFF " (" WS-RETAIN-YEARS " YEARS)".
004620 1000-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*1200-GET-RETENTION-PARM
004670*RETYRS=NN IS REQUIRED - THERE IS NO DEFAULT PERIOD FOR A RUN
004680*THAT DESTROYS DATA.
004690******************************************************************
004700 1200-GET-RETENTION-PARM.
004710     IF LK-PARM-LENGTH >= 9
004720         IF LK-RETYRS-LIT = "RETYRS="
004730            AND LK-RETYRS-VALUE NUMERIC
004740            AND LK-RETYRS-VALUE > ZERO
004750             MOVE LK-RETYRS-VALUE TO WS-RETAIN-YEARS
004760         END-IF
004770     END-IF.
004780     IF WS-RETAIN-YEARS = ZERO
004790         DISPLAY "HELLOAN4 PARM RETYRS=NN IS REQUIRED - RUN "
004800             "TERMINATED"
004810         MOVE 'N' TO WS-RUN-OK-SW
004820     END-IF.
004830 1200-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870*2000-LOAD-ARCHIVE
004880*FILES EVERY ARCHIVED ID.  A RECORD THAT IS NOT A TERMINATION
004890*DATED BEFORE THE CUTOFF - AN AGED ACTIVE RECORD, OR A LATER
004900*TERMINATION AFTER A REHIRE - KEEPS THE WHOLE ID.
004910******************************************************************
004920 2000-LOAD-ARCHIVE.
004930     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
004940     PERFORM 2200-FILE-ARCHIVE-RECORD THRU 2200-EXIT
004950         UNTIL WS-END-OF-ARCHIVE OR NOT WS-RUN-OK.
004960 2000-EXIT.
004970     EXIT.
004980
004990 2100-READ-ARCHIVE.
005000     READ ARCHIVE-FILE
005010         AT END
005020             SET WS-END-OF-ARCHIVE TO TRUE
005030     END-READ.
005040     IF NOT WS-END-OF-ARCHIVE
005050         ADD 1 TO WS-ARCHIVE-READ
005060     END-IF.
005070 2100-EXIT.
005080     EXIT.
005090
005100 2200-FILE-ARCHIVE-RECORD.
005110     MOVE EMP-ID TO WS-SEARCH-ID.
005120     PERFORM 2500-SEARCH-EMPLOYEE THRU 2500-EXIT.
005130     IF NOT WS-EMP-FOUND
005140         MOVE SPACES      TO WS-NEW-ENTRY
005150         MOVE EMP-ID      TO WS-NEW-ENTRY (1:6)
005160         MOVE ZERO        TO WS-NEW-ENTRY (37:8)
005170         MOVE 'A'         TO WS-NEW-ENTRY (45:1)
005180         MOVE EMP-ID      TO WS-NEW-ENTRY (46:6)
005190         MOVE 'N'         TO WS-NEW-ENTRY (52:1)
005200         MOVE 'N'         TO WS-NEW-ENTRY (53:1)
005210         PERFORM 2600-INSERT-EMPLOYEE THRU 2600-EXIT
005220         IF NOT WS-RUN-OK
005230             GO TO 2200-EXIT
005240         END-IF
005250     END-IF.
005260     IF EMP-ST-TERMINATED
005270        AND EMP-TERM-DATE NUMERIC
005280        AND EMP-TERM-DATE < WS-TERM-CUTOFF
005290         CONTINUE
005300     ELSE
005310         MOVE 'Y' TO WS-EE-RETAIN-SW (WS-EE-SUB)
005320     END-IF.
005330     IF EMP-TERM-DATE NUMERIC
005340         IF EMP-TERM-DATE >= WS-EE-TERM-DATE (WS-EE-SUB)
005350             MOVE EMP-TERM-DATE TO WS-EE-TERM-DATE (WS-EE-SUB)
005360             MOVE EMP-NAME      TO WS-EE-EMP-NAME (WS-EE-SUB)
005370         END-IF
005380     END-IF.
005390     IF EMP-NAME NOT = WS-ANON-TOKEN
005400         MOVE 'Y' TO WS-EE-CLEAR-SW (WS-EE-SUB)
005410     END-IF.
005420     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
005430 2200-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470*2500-SEARCH-EMPLOYEE
005480*LOOKS WS-SEARCH-ID UP; WS-EE-SUB POINTS AT THE ENTRY FOUND.
005490******************************************************************
005500 2500-SEARCH-EMPLOYEE.
005510     MOVE 'N' TO WS-EMP-FOUND-SW.
005520     IF WS-EE-COUNT = ZERO
005530         GO TO 2500-EXIT
005540     END-IF.
005550     SEARCH ALL WS-EE-ENTRY
005560         AT END
005570             MOVE 'N' TO WS-EMP-FOUND-SW
005580         WHEN WS-EE-EMP-ID (WS-EE-IDX) = WS-SEARCH-ID
005590             SET WS-EMP-FOUND TO TRUE
005600             SET WS-EE-SUB TO WS-EE-IDX
005610     END-SEARCH.
005620 2500-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660*2600-INSERT-EMPLOYEE
005670*FILES WS-NEW-ENTRY IN ID ORDER; WS-EE-SUB POINTS AT IT.  THE
005680*ARCHIVE ARRIVES LARGELY IN ID ORDER, SO THE SHIFT IS SHORT.
005690******************************************************************
005700 2600-INSERT-EMPLOYEE.
005710     IF WS-EE-COUNT >= WS-EE-TABLE-MAX
005720         DISPLAY "HELLOAN5 MORE THAN " WS-EE-TABLE-MAX
005730             " ARCHIVED IDS - RUN TERMINATED"
005740         MOVE 'N' TO WS-RUN-OK-SW
005750         GO TO 2600-EXIT
005760     END-IF.
005770     ADD 1 TO WS-EE-COUNT.
005780     MOVE WS-EE-COUNT TO WS-EE-POS.
005790     MOVE 'N' TO WS-SHIFT-DONE-SW.
005800     PERFORM 2610-SHIFT-EMPLOYEE THRU 2610-EXIT
005810         UNTIL WS-SHIFT-DONE.
005820     MOVE WS-NEW-ENTRY TO WS-EE-ENTRY (WS-EE-POS).
005830     MOVE WS-EE-POS TO WS-EE-SUB.
005840 2600-EXIT.
005850     EXIT.
005860
005870 2610-SHIFT-EMPLOYEE.
005880     IF WS-EE-POS = 1
005890         SET WS-SHIFT-DONE TO TRUE
005900         GO TO 2610-EXIT
005910     END-IF.
005920     IF WS-EE-EMP-ID (WS-EE-POS - 1) < WS-NEW-ENTRY (1:6)
005930         SET WS-SHIFT-DONE TO TRUE
005940         GO TO 2610-EXIT
005950     END-IF.
005960     MOVE WS-EE-ENTRY (WS-EE-POS - 1) TO WS-EE-ENTRY (WS-EE-POS).
005970     SUBTRACT 1 FROM WS-EE-POS.
005980 2610-EXIT.
005990     EXIT.
006000
006010******************************************************************
006020*3000-SET-STATES
006030*DECIDES EACH ARCHIVED ID AND PROBES THE MASTER FOR THE ONES
006040*THAT WOULD QUALIFY.
006050******************************************************************
006060 3000-SET-STATES.
006070     PERFORM 3100-SET-ONE-STATE THRU 3100-EXIT
006080         VARYING WS-EE-SUB FROM 1 BY 1
006090         UNTIL WS-EE-SUB > WS-EE-COUNT.
006100 3000-EXIT.
006110     EXIT.
006120
006130 3100-SET-ONE-STATE.
006140     IF WS-EE-RETAIN-SW (WS-EE-SUB) = 'Y'
006150         SET WS-EE-RETAINED (WS-EE-SUB) TO TRUE
006160         ADD 1 TO WS-RETAINED-IDS
006170         GO TO 3100-EXIT
006180     END-IF.
006190     MOVE WS-EE-EMP-ID (WS-EE-SUB) TO WS-SEARCH-ID.
006200     PERFORM 3200-PROBE-MASTER THRU 3200-EXIT.
006210     IF WS-ON-MASTER
006220         SET WS-EE-ON-MASTER (WS-EE-SUB) TO TRUE
006230         ADD 1 TO WS-MASTER-IDS
006240         GO TO 3100-EXIT
006250     END-IF.
006260     IF WS-EE-CLEAR-SW (WS-EE-SUB) = 'N'
006270         SET WS-EE-DONE-BEFORE (WS-EE-SUB) TO TRUE
006280         ADD 1 TO WS-DONE-IDS
006290         GO TO 3100-EXIT
006300     END-IF.
006310     SET WS-EE-QUALIFIES (WS-EE-SUB) TO TRUE.
006320     ADD 1 TO WS-QUALIFYING-IDS.
006330 3100-EXIT.
006340     EXIT.
006350
006360 3200-PROBE-MASTER.
006370     MOVE 'N' TO WS-ON-MASTER-SW.
006380     MOVE WS-SEARCH-ID TO MSTR-EMP-ID.
006390     READ EMPMSTR-FILE
006400         INVALID KEY
006410             MOVE 'N' TO WS-ON-MASTER-SW
006420         NOT INVALID KEY
006430             SET WS-ON-MASTER TO TRUE
006440     END-READ.
006450 3200-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490*4000-FIND-EARLIER-IDS
006500*A RE-KEY JOURNALS THE NEW ID WITH THE OLD RECORD AS ITS BEFORE
006510*IMAGE.  WHEN THE NEW ID QUALIFIES, THE OLD ONE IS THE SAME
006520*PERSON'S AND IS SCRUBBED WITH IT UNLESS IT IS IN USE AGAIN.
006530*THE JOURNAL IS READ AGAIN WHILE A PASS FINDS ANY, SO A CHAIN
006540*OF RE-KEYS IS FOLLOWED TO ITS START WHATEVER ORDER THE
006550*GENERATIONS ARRIVE IN.
006560******************************************************************
006570 4000-FIND-EARLIER-IDS.
006580     MOVE 1 TO WS-PASS-ADDITIONS.
006590     PERFORM 4100-JOURNAL-PASS THRU 4100-EXIT
006600         UNTIL WS-PASS-ADDITIONS = ZERO
006610            OR NOT WS-RUN-OK.
006620 4000-EXIT.
006630     EXIT.
006640
006650 4100-JOURNAL-PASS.
006660     MOVE ZERO TO WS-PASS-ADDITIONS.
006670     ADD 1 TO WS-JOURNAL-PASSES.
006680     MOVE 'N' TO WS-JRNL-EOF-SW.
006690     OPEN INPUT JOURNAL-FILE.
006700     IF WS-JRNL-STATUS NOT = "00"
006710         DISPLAY "HELLOAN1 ERROR OPENING JOURNAL-FILE - STATUS "
006720             WS-JRNL-STATUS
006730         MOVE 'N' TO WS-RUN-OK-SW
006740         GO TO 4100-EXIT
006750     END-IF.
006760     PERFORM 4200-READ-JOURNAL THRU 4200-EXIT.
006770     PERFORM 4300-CHECK-REKEY THRU 4300-EXIT
006780         UNTIL WS-END-OF-JOURNAL OR NOT WS-RUN-OK.
006790     CLOSE JOURNAL-FILE.
006800 4100-EXIT.
006810     EXIT.
006820
006830 4200-READ-JOURNAL.
006840     READ JOURNAL-FILE
006850         AT END
006860             SET WS-END-OF-JOURNAL TO TRUE
006870     END-READ.
006880     IF NOT WS-END-OF-JOURNAL
006890         ADD 1 TO WS-JOURNAL-READ
006900     END-IF.
006910 4200-EXIT.
006920     EXIT.
006930
006940 4300-CHECK-REKEY.
006950     IF NOT JRN-ACTION-REKEY
006960         GO TO 4300-READ-NEXT
006970     END-IF.
006980     MOVE JRN-EMP-ID TO WS-SEARCH-ID.
006990     PERFORM 2500-SEARCH-EMPLOYEE THRU 2500-EXIT.
007000     IF NOT WS-EMP-FOUND
007010         GO TO 4300-READ-NEXT
007020     END-IF.
007030     IF NOT WS-EE-QUALIFIES (WS-EE-SUB)
007040         GO TO 4300-READ-NEXT
007050     END-IF.
007060     MOVE WS-EE-SUB TO WS-EE-NEW-SUB.
007070     MOVE JRN-BEFORE-IMAGE TO WS-IMAGE.
007080     IF WS-IMAGE-EMP-ID = SPACES
007090        OR WS-IMAGE-EMP-ID = JRN-EMP-ID
007100         GO TO 4300-READ-NEXT
007110     END-IF.
007120     MOVE WS-IMAGE-EMP-ID TO WS-SEARCH-ID.
007130     PERFORM 2500-SEARCH-EMPLOYEE THRU 2500-EXIT.
007140     IF WS-EMP-FOUND
007150         GO TO 4300-READ-NEXT
007160     END-IF.
007170     PERFORM 3200-PROBE-MASTER THRU 3200-EXIT.
007180     IF WS-ON-MASTER
007190         GO TO 4300-READ-NEXT
007200     END-IF.
007210     MOVE SPACES TO WS-NEW-ENTRY.
007220     MOVE WS-IMAGE-EMP-ID   TO WS-NEW-ENTRY (1:6).
007230     MOVE WS-IMAGE-EMP-NAME TO WS-NEW-ENTRY (7:30).
007240     MOVE WS-EE-TERM-DATE (WS-EE-NEW-SUB)
007250                            TO WS-NEW-ENTRY (37:8).
007260     MOVE 'K'               TO WS-NEW-ENTRY (45:1).
007270     MOVE WS-EE-ARCHIVED-ID (WS-EE-NEW-SUB)
007280                            TO WS-NEW-ENTRY (46:6).
007290     MOVE 'N'               TO WS-NEW-ENTRY (52:1).
007300     MOVE 'Y'               TO WS-NEW-ENTRY (53:1).
007310     MOVE 'Q'               TO WS-NEW-ENTRY (54:1).
007320     PERFORM 2600-INSERT-EMPLOYEE THRU 2600-EXIT.
007330     IF NOT WS-RUN-OK
007340         GO TO 4300-EXIT
007350     END-IF.
007360     ADD 1 TO WS-PASS-ADDITIONS.
007370     ADD 1 TO WS-EARLIER-IDS.
007380     ADD 1 TO WS-QUALIFYING-IDS.
007390 4300-READ-NEXT.
007400     PERFORM 4200-READ-JOURNAL THRU 4200-EXIT.
007410 4300-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450*5000-READ-CATALOG
007460*PICKS THE GENERATION DATASETS OF THE LISTED FILES OFF THE
007470*LISTCAT - "NONVSAM ---- BASE.GNNNNVNN" LINES WHOSE BASE IS ONE
007477*OF WS-FILE-TYPE-TABLE, OR "NONVSAM ---- BASE" FOR A FILE KEPT
007484*AS ONE DATASET.  ANY OTHER DATASET UNDER THE SAME LEVEL IS
007491*LEFT ALONE.
007500******************************************************************
007510 5000-READ-CATALOG.
007520     PERFORM 5100-READ-CATALOG-LINE THRU 5100-EXIT.
007530     PERFORM 5200-CHECK-CATALOG-LINE THRU 5200-EXIT
007540         UNTIL WS-END-OF-CATALOG OR NOT WS-RUN-OK.
007550 5000-EXIT.
007560     EXIT.
007570
007580 5100-READ-CATALOG-LINE.
007590     READ CATALOG-LIST-FILE
007600         AT END
007610             SET WS-END-OF-CATALOG TO TRUE
007620     END-READ.
007630     IF NOT WS-END-OF-CATALOG
007640         ADD 1 TO WS-CATALOG-READ
007650     END-IF.
007660 5100-EXIT.
007670     EXIT.
007680
007690 5200-CHECK-CATALOG-LINE.
007700     IF CAT-TEXT = SPACES
007710         GO TO 5200-READ-NEXT
007720     END-IF.
007730     MOVE ZERO TO WS-CAT-LEAD.
007740     INSPECT CAT-TEXT TALLYING WS-CAT-LEAD FOR LEADING SPACES.
007750     MOVE SPACES TO WS-CAT-WORD-1 WS-CAT-WORD-2 WS-CAT-WORD-3.
007760     UNSTRING CAT-TEXT (WS-CAT-LEAD + 1:)
007770         DELIMITED BY ALL SPACE
007780         INTO WS-CAT-WORD-1 WS-CAT-WORD-2 WS-CAT-WORD-3
007790     END-UNSTRING.
007800     IF WS-CAT-WORD-1 NOT = "NONVSAM"
007810         GO TO 5200-READ-NEXT
007820     END-IF.
007830     PERFORM 5300-MATCH-FILE-TYPE THRU 5300-EXIT
007840         VARYING WS-FT-SUB FROM 1 BY 1
007850         UNTIL WS-FT-SUB > WS-FT-COUNT OR NOT WS-RUN-OK.
007860 5200-READ-NEXT.
007870     PERFORM 5100-READ-CATALOG-LINE THRU 5100-EXIT.
007880 5200-EXIT.
007890     EXIT.
007900
007910 5300-MATCH-FILE-TYPE.
007920     MOVE WS-FT-BASE-LENGTH (WS-FT-SUB) TO WS-FT-LEN.
007921     IF WS-FT-ONE-DATASET (WS-FT-SUB)
007922         IF WS-CAT-WORD-3 NOT = WS-FT-BASE (WS-FT-SUB)
007923             GO TO 5300-EXIT
007924         END-IF
007925         GO TO 5300-TAKE
007926     END-IF.
007930     IF WS-CAT-WORD-3 (1:WS-FT-LEN) NOT =
007940            WS-FT-BASE (WS-FT-SUB) (1:WS-FT-LEN)
007950        OR WS-CAT-WORD-3 (WS-FT-LEN + 1:2) NOT = ".G"
007960        OR WS-CAT-WORD-3 (WS-FT-LEN + 7:1) NOT = "V"
007970        OR WS-CAT-WORD-3 (WS-FT-LEN + 10:1) NOT = SPACE
007980         GO TO 5300-EXIT
007990     END-IF.
007995 5300-TAKE.
008000     IF WS-DS-COUNT >= WS-DS-TABLE-MAX
008010         DISPLAY "HELLOAN6 MORE THAN " WS-DS-TABLE-MAX
008020             " DATASETS TO SCRUB - RUN TERMINATED"
008030         MOVE 'N' TO WS-RUN-OK-SW
008040         GO TO 5300-EXIT
008050     END-IF.
008060     ADD 1 TO WS-DS-COUNT.
008070     MOVE WS-CAT-WORD-3 TO WS-DS-NAME (WS-DS-COUNT).
008080     MOVE WS-FT-SUB     TO WS-DS-TYPE (WS-DS-COUNT).
008090     IF WS-FT-DD-NAME (WS-FT-SUB) = "AUDITLOG"
008100         ADD 1 TO WS-AUDIT-DATASETS
008110     END-IF.
008120     MOVE WS-FT-COUNT TO WS-FT-SUB.
008130 5300-EXIT.
008140     EXIT.
008150
008160******************************************************************
008170*6000-WRITE-CONTROL-LIST
008180*HEADER, THEN THE QUALIFYING IDS IN ID ORDER.  THE DATASET
008190*RECORDS FOLLOW FROM 7000, NUMBERED AS THE STEPS ARE BUILT.
008200******************************************************************
008210 6000-WRITE-CONTROL-LIST.
008220     MOVE SPACES TO ANON-LIST-RECORD.
008230     SET ANL-HEADER TO TRUE.
008240     MOVE WS-RUN-DATE       TO ANL-RUN-DATE.
008250     MOVE WS-RETAIN-YEARS   TO ANL-RETAIN-YEARS.
008260     MOVE WS-TERM-CUTOFF    TO ANL-CUTOFF-DATE.
008270     MOVE WS-QUALIFYING-IDS TO ANL-ID-COUNT.
008280     MOVE WS-DS-COUNT       TO ANL-DATASET-COUNT.
008290     WRITE ANON-LIST-RECORD.
008300     PERFORM 6100-WRITE-EMPLOYEE THRU 6100-EXIT
008310         VARYING WS-EE-SUB FROM 1 BY 1
008320         UNTIL WS-EE-SUB > WS-EE-COUNT.
008330 6000-EXIT.
008340     EXIT.
008350
008360 6100-WRITE-EMPLOYEE.
008370     IF NOT WS-EE-QUALIFIES (WS-EE-SUB)
008380         GO TO 6100-EXIT
008390     END-IF.
008400     MOVE SPACES TO ANON-LIST-RECORD.
008410     SET ANL-EMPLOYEE TO TRUE.
008420     MOVE WS-EE-EMP-ID (WS-EE-SUB)      TO ANL-EMP-ID.
008430     MOVE WS-EE-EMP-NAME (WS-EE-SUB)    TO ANL-EMP-NAME.
008440     MOVE WS-EE-TERM-DATE (WS-EE-SUB)   TO ANL-TERM-DATE.
008450     MOVE WS-EE-BASIS (WS-EE-SUB)       TO ANL-ID-BASIS.
008460     MOVE WS-EE-ARCHIVED-ID (WS-EE-SUB) TO ANL-ARCHIVED-EMP-ID.
008470     WRITE ANON-LIST-RECORD.
008480 6100-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520*7000-WRITE-JOB-STREAM
008530*THE JOB STATEMENT, THEN ONE STEP PER DATASET IN FILE-TYPE
008540*ORDER (THE LISTCAT GIVES EACH FILE'S GENERATIONS OLDEST FIRST,
008550*WHICH THE AUDITLOG RESEAL NEEDS), THEN THE CHAIN CHECK AND THE
008560*CERTIFICATE.  A SCRUB STEP IS BYPASSED ONCE ANY EARLIER STEP
008570*HAS ENDED ABOVE 8; THE CERTIFICATE RUNS REGARDLESS AND SHOWS
008580*WHAT WAS NOT DONE.
008590******************************************************************
008600 7000-WRITE-JOB-STREAM.
008610     PERFORM 7100-COPY-JOB-CARD THRU 7100-EXIT.
008620     MOVE SPACES TO WS-JCL-LINE.
008630     STRING "//*  ANONYMIZATION SCRUB BUILT BY HELLOAN, RUN DATE "
008640                DELIMITED BY SIZE
008650            WS-RUN-DATE DELIMITED BY SIZE
008660         INTO WS-JCL-LINE
008670     END-STRING.
008680     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
008690     MOVE WS-QUALIFYING-IDS TO WS-EDIT-COUNT.
008700     MOVE SPACES TO WS-JCL-LINE.
008710     STRING "//*  TERMINATIONS BEFORE " DELIMITED BY SIZE
008720            WS-TERM-CUTOFF              DELIMITED BY SIZE
008730            " (RETYRS="                 DELIMITED BY SIZE
008740            WS-RETAIN-YEARS             DELIMITED BY SIZE
008750            "), EMPLOYEE IDS: "         DELIMITED BY SIZE
008760            WS-EDIT-COUNT               DELIMITED BY SIZE
008770         INTO WS-JCL-LINE
008780     END-STRING.
008790     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
008800     MOVE ZERO TO WS-DS-SEQUENCE.
008810     PERFORM 7200-WRITE-FILE-TYPE-STEPS THRU 7200-EXIT
008820         VARYING WS-FT-SUB FROM 1 BY 1
008830         UNTIL WS-FT-SUB > WS-FT-COUNT.
008840     IF WS-AUDIT-DATASETS > ZERO
008850         PERFORM 7500-WRITE-VERIFY-STEP THRU 7500-EXIT
008860     END-IF.
008870     PERFORM 7600-WRITE-CERTIFICATE-STEPS THRU 7600-EXIT.
008880 7000-EXIT.
008890     EXIT.
008900
008910 7100-COPY-JOB-CARD.
008920     PERFORM 7110-READ-JOB-CARD THRU 7110-EXIT.
008930     PERFORM 7120-WRITE-JOB-CARD THRU 7120-EXIT
008940         UNTIL WS-END-OF-CARDS.
008950 7100-EXIT.
008960     EXIT.
008970
008980 7110-READ-JOB-CARD.
008990     READ JOB-CARD-FILE
009000         AT END
009010             SET WS-END-OF-CARDS TO TRUE
009020     END-READ.
009030 7110-EXIT.
009040     EXIT.
009050
009060 7120-WRITE-JOB-CARD.
009070     ADD 1 TO WS-CARD-LINES.
009080     MOVE JOB-CARD-LINE TO WS-JCL-LINE.
009090     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
009100     PERFORM 7110-READ-JOB-CARD THRU 7110-EXIT.
009110 7120-EXIT.
009120     EXIT.
009130
009140 7200-WRITE-FILE-TYPE-STEPS.
009150     PERFORM 7300-WRITE-SCRUB-STEP THRU 7300-EXIT
009160         VARYING WS-DS-SUB FROM 1 BY 1
009170         UNTIL WS-DS-SUB > WS-DS-COUNT.
009180 7200-EXIT.
009190     EXIT.
009200
009210******************************************************************
009220*7300-WRITE-SCRUB-STEP
009230*NUMBERS THE DATASET, FILES IT ON THE CONTROL LIST AND WRITES
009240*ITS STEP.  THE PARM NAMES THE FILE TYPE AND THE NUMBER; THE
009250*STEP FINDS THE DATASET NAME FOR ITS CERTIFICATE LINES ON THE
009260*CONTROL LIST.
009270******************************************************************
009280 7300-WRITE-SCRUB-STEP.
009290     IF WS-DS-TYPE (WS-DS-SUB) NOT = WS-FT-SUB
009300         GO TO 7300-EXIT
009310     END-IF.
009320     ADD 1 TO WS-DS-SEQUENCE.
009330     MOVE SPACES TO ANON-LIST-RECORD.
009340     SET ANL-DATASET TO TRUE.
009350     MOVE WS-DS-SEQUENCE            TO ANL-DS-SEQUENCE.
009360     MOVE WS-FT-DD-NAME (WS-FT-SUB) TO ANL-DS-FILE-TYPE.
009370     MOVE WS-DS-NAME (WS-DS-SUB)    TO ANL-DS-NAME.
009380     WRITE ANON-LIST-RECORD.
009390     MOVE SPACES TO WS-JCL-LINE.
009400     STRING "//S"                      DELIMITED BY SIZE
009410            WS-DS-SEQUENCE             DELIMITED BY SIZE
009420            "    EXEC PGM="            DELIMITED BY SIZE
009430            WS-FT-PROGRAM (WS-FT-SUB)  DELIMITED BY SPACE
009440            ",PARM='FILE="             DELIMITED BY SIZE
009450            WS-FT-DD-NAME (WS-FT-SUB)  DELIMITED BY SIZE
009460            " SEQ="                    DELIMITED BY SIZE
009470            WS-DS-SEQUENCE             DELIMITED BY SIZE
009480            "',"                       DELIMITED BY SIZE
009490         INTO WS-JCL-LINE
009500     END-STRING.
009510     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
009520     MOVE "//             COND=(8,LT)" TO WS-JCL-LINE.
009530     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
009540     MOVE "//STEPLIB  DD   DSN=PROD.LOADLIB,DISP=SHR"
009550         TO WS-JCL-LINE.
009560     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
009570     MOVE "//ANONIDS  DD   DSN=PROD.EMP.ANON.IDLIST,DISP=SHR"
009580         TO WS-JCL-LINE.
009590     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
009600     MOVE "//CERTDTL  DD   DSN=PROD.EMP.ANON.CERTDTL,DISP=MOD"
009610         TO WS-JCL-LINE.
009620     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
009630     IF WS-FT-DD-NAME (WS-FT-SUB) = "AUDITLOG"
009640         MOVE "//AUDSEAL  DD   DSN=PROD.EMP.ANON.AUDSEAL,DISP=OLD"
009650             TO WS-JCL-LINE
009660         PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT
009670     END-IF.
009680     MOVE SPACES TO WS-JCL-LINE.
009690     STRING "//"                       DELIMITED BY SIZE
009700            WS-FT-DD-NAME (WS-FT-SUB)  DELIMITED BY SIZE
009710            " DD   DSN="               DELIMITED BY SIZE
009720            WS-DS-NAME (WS-DS-SUB)     DELIMITED BY SPACE
009730            ","                        DELIMITED BY SIZE
009740         INTO WS-JCL-LINE
009750     END-STRING.
009760     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
009770     MOVE "//             DISP=OLD" TO WS-JCL-LINE.
009780     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
009790 7300-EXIT.
009800     EXIT.
009810
009820******************************************************************
009830*7500-WRITE-VERIFY-STEP
009840*THE RESEALED AUDIT LOG MUST VERIFY CLEAN END TO END.
009850******************************************************************
009860 7500-WRITE-VERIFY-STEP.
009870     MOVE "//ANVERIFY EXEC PGM=HELLOAV,COND=(8,LT)"
009880         TO WS-JCL-LINE.
009890     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
009900     MOVE "//STEPLIB  DD   DSN=PROD.LOADLIB,DISP=SHR"
009910         TO WS-JCL-LINE.
009920     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
009930     MOVE "//AUDITLOG DD   DSN=PROD.EMP.AUDITLOG,DISP=OLD"
009940         TO WS-JCL-LINE.
009950     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
009960     MOVE "//RPTFILE  DD   SYSOUT=*" TO WS-JCL-LINE.
009970     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
009980 7500-EXIT.
009990     EXIT.
010000
010010******************************************************************
010020*7600-WRITE-CERTIFICATE-STEPS
010030*SORTS THE DETAIL - SCRUBBED-ID RECORDS FIRST IN ID ORDER, THEN
010040*THE DATASET RECORDS IN STEP ORDER - AND PRINTS THE
010050*CERTIFICATE.  BOTH STEPS RUN WHATEVER HAPPENED BEFORE THEM.
010060******************************************************************
010070 7600-WRITE-CERTIFICATE-STEPS.
010080     MOVE "//ANSORT   EXEC PGM=SORT,COND=EVEN" TO WS-JCL-LINE.
010090     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010100     MOVE "//SYSOUT   DD   SYSOUT=*" TO WS-JCL-LINE.
010110     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010120     MOVE "//SORTIN   DD   DSN=PROD.EMP.ANON.CERTDTL,DISP=SHR"
010130         TO WS-JCL-LINE.
010140     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010150     MOVE "//SORTOUT  DD   DSN=&&CERTSRT," TO WS-JCL-LINE.
010160     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010170     MOVE "//             DISP=(NEW,PASS)," TO WS-JCL-LINE.
010180     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010190     MOVE "//             SPACE=(TRK,(5,5)),"  TO WS-JCL-LINE.
010200     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010210     MOVE "//             DCB=(RECFM=FB,LRECL=100,BLKSIZE=0)"
010220         TO WS-JCL-LINE.
010230     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010240     MOVE "//SYSIN    DD   *" TO WS-JCL-LINE.
010250     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010260     MOVE "  SORT FIELDS=(1,1,CH,D,2,10,CH,A)" TO WS-JCL-LINE.
010270     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010280     MOVE "/*" TO WS-JCL-LINE.
010290     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010300     MOVE "//ANCERT   EXEC PGM=HELLOAD,COND=EVEN" TO WS-JCL-LINE.
010310     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010320     MOVE "//STEPLIB  DD   DSN=PROD.LOADLIB,DISP=SHR"
010330         TO WS-JCL-LINE.
010340     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010350     MOVE "//ANONIDS  DD   DSN=PROD.EMP.ANON.IDLIST,DISP=SHR"
010360         TO WS-JCL-LINE.
010370     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010380     MOVE "//CERTDTL  DD   DSN=&&CERTSRT,DISP=(OLD,DELETE)"
010390         TO WS-JCL-LINE.
010400     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010410     MOVE "//RPTFILE  DD   SYSOUT=*" TO WS-JCL-LINE.
010420     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010430     MOVE "//" TO WS-JCL-LINE.
010440     PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.
010450 7600-EXIT.
010460     EXIT.
010470
010480 7900-WRITE-JCL-LINE.
010490     WRITE JOB-STREAM-LINE FROM WS-JCL-LINE.
010500     MOVE SPACES TO WS-JCL-LINE.
010510 7900-EXIT.
010520     EXIT.
010530
010540 8000-TERMINATE.
010550     CLOSE ARCHIVE-FILE
010560           EMPMSTR-FILE
010570           CATALOG-LIST-FILE
010580           JOB-CARD-FILE
010590           ANON-LIST-FILE
010600           JOB-STREAM-FILE.
010610     IF WS-CARD-LINES = ZERO
010620        AND WS-QUALIFYING-IDS > ZERO
010630        AND RETURN-CODE = ZERO
010640         DISPLAY "HELLOAN7 NO JOB STATEMENT ON JOBCARD - SCRUB "
010650             "JOB NOT SUBMITTED"
010660         MOVE 16 TO RETURN-CODE
010670     END-IF.
010680     DISPLAY "HELLOAN8 ARCHIVE RECORDS READ   = "
010690         WS-ARCHIVE-READ.
010700     DISPLAY "HELLOAN9 ARCHIVED IDS           = " WS-EE-COUNT.
010710     DISPLAY "HELLOANA RETAINED (NOT YET DUE) = "
010720         WS-RETAINED-IDS.
010730     DISPLAY "HELLOANB BACK ON EMPMSTR        = " WS-MASTER-IDS.
010740     DISPLAY "HELLOANC ANONYMIZED BEFORE      = " WS-DONE-IDS.
010750     DISPLAY "HELLOAND QUALIFYING IDS         = "
010760         WS-QUALIFYING-IDS.
010770     DISPLAY "HELLOANE  OF WHICH EARLIER IDS  = "
010780         WS-EARLIER-IDS.
010790     DISPLAY "HELLOANF JOURNAL PASSES         = "
010800         WS-JOURNAL-PASSES.
010810     DISPLAY "HELLOANG DATASETS TO SCRUB      = " WS-DS-COUNT.
010820 8000-EXIT.
010830     EXIT.
010840
010850 END PROGRAM HELLOAN.
