000100******************************************************************
000110*PROGRAM:      HELLOAZ
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      SCRUB STEP OF THE PRIVACY ANONYMIZATION RUN - ONE
000170*              STEP PER DATASET, BUILT BY HELLOAN.  REWRITES THE
000180*              DATASET IN PLACE, SETTING THE NAME, DEGREE AND
000190*              OTHER FREE-TEXT IDENTIFYING VALUES OF EVERY
000200*              QUALIFYING EMPLOYEE ID ON THE ANONLIST CONTROL
000210*              LIST TO THE FIXED TOKEN *ANONYMIZED*.  EMPLOYEE
000220*              IDS, DATES, CODES AND THE NUMBER AND ORDER OF
000230*              RECORDS ARE NOT TOUCHED, SO HELLOJV, HELLOFR AND
000240*              THE RUN STATISTICS BALANCE AS BEFORE.  THE EXEC
000250*              PARM NAMES THE FILE TYPE (ALSO THE DD NAME) AND
000260*              THE DATASET'S NUMBER ON THE CONTROL LIST:
000270*                FILE=XXXXXXXX SEQ=NNNN
000280*              FILE TYPES AND WHAT IS SCRUBBED:
000290*                ARCHIVE   EMPREC NAME AND DEGREE
000300*                JRNLFILE  NAME AND DEGREE IN BOTH IMAGES
000310*                HRIFFILE  HRIFREC NAME AND DEGREE
000320*                SUSPENSE  HELD EMPREC NAME AND DEGREE
000330*                REVIEW    HELD EMPREC NAME AND DEGREE
000340*                WORKLIST  BOTH VALUES OF A NAME, DEGREE OR
000350*                          ONE-SIDED (NAME-BEARING) ENTRY
000360*                INTEGRTY  THE VALUE OF A NAME OR DEGREE ENTRY
000361*                BADGFILE  THE NAME ON A BADGE DETAIL, BY THE ID
000362*                          OR THE PRIOR ID OF A RE-KEY
000363*                MANUAL    KEYED EMPREC NAME AND DEGREE (THE
000364*                          BATCH HDR AND TRL ARE LEFT ALONE)
000365*                PENDING   HELD EMPREC NAME AND DEGREE
000366*                EXTRACT   AS-OF EMPREC NAME AND DEGREE
000367*                BACKUP    EMPMSTR BACKUP NAME AND DEGREE
000368*                SNAPIN    HR SNAPSHOT NAME AND DEGREE
000370*              ON A HELD RE-KEY TRANSACTION THE DEGREE AREA IS
000380*              THE NEW ID AND IS KEPT.  A VALUE ALREADY SPACES OR
000390*              ALREADY THE TOKEN IS LEFT ALONE, SO A RERUN
000400*              CHANGES NOTHING TWICE.  APPENDS THE CERTIFICATE
000410*              DETAIL (ANONCERT) FOR THE DATASET WHEN IT IS
000420*              DONE.  RETURN CODE 16 WHEN THE STEP CANNOT RUN OR
000430*              A REWRITE FAILS.
000440*MODIFICATION HISTORY:
000450*DATE       INIT DESCRIPTION
000460*---------- ---- ------------------------------------------------
000470*2026-10-15 DK   ORIGINAL PROGRAM.
000472*2026-10-15 DK   SCRUB THE BADGE INTERFACE, MANUAL BATCH,
000474*                PENDING, AS-OF EXTRACT, EMPMSTR BACKUP AND HR
000476*                SNAPSHOT DATASETS TOO.
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. HELLOAZ.
000510 AUTHOR. D. KOWALSKI.
000520 INSTALLATION. CORPORATE APPLICATIONS.
000530 DATE-WRITTEN. 2026-10-15.
000540
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000580 OBJECT-COMPUTER. IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT ANON-LIST-FILE ASSIGN TO "ANONIDS"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-LIST-STATUS.
000640
000650     SELECT CERT-DETAIL-FILE ASSIGN TO "CERTDTL"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-CERT-STATUS.
000680
000690     SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-TARGET-STATUS.
000720
000730     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-TARGET-STATUS.
000760
000770     SELECT HRIF-FILE ASSIGN TO "HRIFFILE"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-TARGET-STATUS.
000800
000810     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-TARGET-STATUS.
000840
000850     SELECT REVIEW-FILE ASSIGN TO "REVIEW"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-TARGET-STATUS.
000880
000890     SELECT WORKLIST-FILE ASSIGN TO "WORKLIST"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-TARGET-STATUS.
000920
000930     SELECT INTEGRITY-FILE ASSIGN TO "INTEGRTY"
000940         ORGANIZATION IS SEQUENTIAL
000941         FILE STATUS IS WS-TARGET-STATUS.
000942
000943     SELECT BADGE-FILE ASSIGN TO "BADGFILE"
000944         ORGANIZATION IS SEQUENTIAL
000945         FILE STATUS IS WS-TARGET-STATUS.
000946
000947     SELECT MANUAL-FILE ASSIGN TO "MANUAL"
000948         ORGANIZATION IS SEQUENTIAL
000949         FILE STATUS IS WS-TARGET-STATUS.
000950
000951     SELECT PENDING-FILE ASSIGN TO "PENDING"
000952         ORGANIZATION IS SEQUENTIAL
000953         FILE STATUS IS WS-TARGET-STATUS.
000954
000955     SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
000956         ORGANIZATION IS SEQUENTIAL
000957         FILE STATUS IS WS-TARGET-STATUS.
000958
000959     SELECT BACKUP-FILE ASSIGN TO "BACKUP"
000960         ORGANIZATION IS SEQUENTIAL
000961         FILE STATUS IS WS-TARGET-STATUS.
000962
000963     SELECT SNAPSHOT-FILE ASSIGN TO "SNAPIN"
000964         ORGANIZATION IS SEQUENTIAL
000965         FILE STATUS IS WS-TARGET-STATUS.
000967
000970 DATA DIVISION.
000980 FILE SECTION.
000990
001000 FD  ANON-LIST-FILE
001010     RECORDING MODE IS F.
001020     COPY ANONLIST.
001030
001040 FD  CERT-DETAIL-FILE
001050     RECORDING MODE IS F.
001060     COPY ANONCERT.
001070
001080*ONLY THE DATASET NAMED ON THE PARM IS OPENED - THE STEP HAS A
001090*DD FOR THAT ONE ALONE.
001100 FD  ARCHIVE-FILE
001110     RECORDING MODE IS F.
001120 01  ARCHIVE-RECORD                 PIC X(104).
001130
001140 FD  JOURNAL-FILE
001150     RECORDING MODE IS F.
001160     COPY JRNLREC.
001170
001180 FD  HRIF-FILE
001190     RECORDING MODE IS F.
001200     COPY HRIFREC.
001210
001220 FD  SUSPENSE-FILE
001230     RECORDING MODE IS F.
001240     COPY SUSPREC.
001250
001260 FD  REVIEW-FILE
001270     RECORDING MODE IS F.
001280     COPY REVREC.
001290
001300 FD  WORKLIST-FILE
001310     RECORDING MODE IS F.
001320     COPY WRKLREC.
001330
001340 FD  INTEGRITY-FILE
001350     RECORDING MODE IS F.
001351     COPY INTWREC.
001352
001353 FD  BADGE-FILE
001354     RECORDING MODE IS F.
001355     COPY BADGEREC.
001356
001357*THE MANUAL BATCH AS HELLOMT LEFT IT - HDR, EMPREC DETAILS, TRL.
001358 FD  MANUAL-FILE
001359     RECORDING MODE IS F.
001360 01  MANUAL-RECORD                  PIC X(104).
001361
001362 FD  PENDING-FILE
001363     RECORDING MODE IS F.
001364     COPY PENDREC.
001365
001366 FD  EXTRACT-FILE
001367     RECORDING MODE IS F.
001368 01  EXTRACT-RECORD                 PIC X(104).
001369
001370 FD  BACKUP-FILE
001371     RECORDING MODE IS F.
001372 01  BACKUP-RECORD                  PIC X(104).
001373
001374 FD  SNAPSHOT-FILE
001375     RECORDING MODE IS F.
001376     COPY HRSNPREC.
001378
001380 WORKING-STORAGE SECTION.
001390
001400 01  WS-FILE-STATUSES.
001410     05  WS-LIST-STATUS             PIC X(02).
001420     05  WS-CERT-STATUS             PIC X(02).
001430     05  WS-TARGET-STATUS           PIC X(02).
001440
001450 01  WS-SWITCHES.
001460     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
001470         88  WS-FILES-OK                   VALUE 'Y'.
001480     05  WS-RUN-OK-SW               PIC X(01) VALUE 'Y'.
001490         88  WS-RUN-OK                     VALUE 'Y'.
001500     05  WS-LIST-EOF-SW             PIC X(01) VALUE 'N'.
001510         88  WS-END-OF-LIST                VALUE 'Y'.
001520     05  WS-TARGET-EOF-SW           PIC X(01) VALUE 'N'.
001530         88  WS-END-OF-TARGET              VALUE 'Y'.
001540     05  WS-DATASET-FOUND-SW        PIC X(01) VALUE 'N'.
001550         88  WS-DATASET-FOUND              VALUE 'Y'.
001560     05  WS-QUALIFIES-SW            PIC X(01) VALUE 'N'.
001570         88  WS-QUALIFIES                  VALUE 'Y'.
001580     05  WS-CHANGED-SW              PIC X(01) VALUE 'N'.
001590         88  WS-RECORD-CHANGED             VALUE 'Y'.
001600     05  WS-IMAGE-KIND-SW           PIC X(01) VALUE 'M'.
001610         88  WS-MASTER-IMAGE               VALUE 'M'.
001620         88  WS-TRANSACTION-IMAGE          VALUE 'T'.
001630
001640 01  WS-COUNTERS.
001650     05  WS-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
001660     05  WS-RECORDS-SCRUBBED        PIC 9(09) COMP VALUE ZERO.
001670     05  WS-IDS-FOUND               PIC 9(05) COMP VALUE ZERO.
001680
001690*THE DATASET THIS STEP SCRUBS.
001700 01  WS-FILE-TYPE                   PIC X(08) VALUE SPACES.
001710     88  WS-TYPE-ARCHIVE                   VALUE "ARCHIVE ".
001720     88  WS-TYPE-JOURNAL                   VALUE "JRNLFILE".
001730     88  WS-TYPE-HRIF                      VALUE "HRIFFILE".
001740     88  WS-TYPE-SUSPENSE                  VALUE "SUSPENSE".
001750     88  WS-TYPE-REVIEW                    VALUE "REVIEW  ".
001760     88  WS-TYPE-WORKLIST                  VALUE "WORKLIST".
001770     88  WS-TYPE-INTEGRITY                 VALUE "INTEGRTY".
001771     88  WS-TYPE-BADGE                     VALUE "BADGFILE".
001772     88  WS-TYPE-MANUAL                    VALUE "MANUAL  ".
001773     88  WS-TYPE-PENDING                   VALUE "PENDING ".
001774     88  WS-TYPE-EXTRACT                   VALUE "EXTRACT ".
001775     88  WS-TYPE-BACKUP                    VALUE "BACKUP  ".
001776     88  WS-TYPE-SNAPSHOT                  VALUE "SNAPIN  ".
001780     88  WS-TYPE-VALID                     VALUES "ARCHIVE "
001790             "JRNLFILE" "HRIFFILE" "SUSPENSE" "REVIEW  "
001796             "WORKLIST" "INTEGRTY" "BADGFILE" "MANUAL  "
001802             "PENDING " "EXTRACT " "BACKUP  " "SNAPIN  ".
001810 01  WS-DS-SEQUENCE                 PIC 9(04) VALUE ZERO.
001820 01  WS-DS-NAME                     PIC X(44) VALUE SPACES.
001830
001840*THE VALUE EVERY SCRUBBED FIELD IS SET TO - THE SAME LITERAL
001850*AS HELLOAN AND HELLOAY.
001860 01  WS-ANON-TOKEN                  PIC X(30)
001870                                    VALUE "*ANONYMIZED*".
001880
001890*THE QUALIFYING IDS FROM THE CONTROL LIST, IN ID ORDER, WITH
001900*THE NUMBER OF RECORDS CHANGED FOR EACH IN THIS DATASET.  THE
001910*OCCURS CEILING BELOW (9999) MUST MATCH WS-AI-TABLE-MAX.
001920 01  WS-AI-TABLE-MAX                PIC 9(04) COMP VALUE 9999.
001930 01  WS-AI-TABLE-CONTROL.
001940     05  WS-AI-COUNT                PIC 9(04) COMP VALUE ZERO.
001950 01  WS-AI-TABLE.
001960     05  WS-AI-ENTRY OCCURS 1 TO 9999 TIMES
001970             DEPENDING ON WS-AI-COUNT
001980             ASCENDING KEY IS WS-AI-EMP-ID
001990             INDEXED BY WS-AI-IDX.
002000         10  WS-AI-EMP-ID           PIC X(06).
002010         10  WS-AI-EMP-NAME         PIC X(30).
002020         10  WS-AI-HITS             PIC 9(07) COMP.
002030 01  WS-AI-SUB                      PIC 9(04) COMP VALUE ZERO.
002040 01  WS-HIT-SUB                     PIC 9(04) COMP VALUE ZERO.
002050 01  WS-CHECK-ID                    PIC X(06) VALUE SPACES.
002060
002070*A HELD OR JOURNALED RECORD IN EMPREC POSITIONS.
002080 01  WS-IMAGE.
002090     05  WS-IMAGE-EMP-ID            PIC X(06).
002093         88  WS-IMAGE-CONTROL-RECORD       VALUES "HDR   "
002096                 "TRL   ".
002100     05  WS-IMAGE-EMP-NAME          PIC X(30).
002110     05  WS-IMAGE-EMP-DEGREE        PIC X(30).
002120     05  WS-IMAGE-NEW-ID REDEFINES WS-IMAGE-EMP-DEGREE
002130                                    PIC X(06).
002140     05  WS-IMAGE-HIRE-DATE         PIC X(08).
002150     05  WS-IMAGE-TRANS-CODE        PIC X(01).
002160         88  WS-IMAGE-REKEY                VALUE 'K'.
002170     05  FILLER                     PIC X(29).
002180
002190 01  WS-SCRUB-FIELD                 PIC X(30) VALUE SPACES.
002200
002210*-----------------------------------------------------------------
002220*LINKAGE SECTION
002230*-----------------------------------------------------------------
002240 LINKAGE SECTION.
002250
002260*EXEC PARM= AREA - FIXED SUB-FIELDS, AS BUILT BY HELLOAN.
002270 01  LK-PARM-AREA.
002280     05  LK-PARM-LENGTH             PIC S9(04) COMP.
002290     05  LK-PARM-TEXT.
002300         10  LK-FILE-LIT            PIC X(05).
002310         10  LK-FILE-TYPE           PIC X(08).
002320         10  FILLER                 PIC X(01).
002330         10  LK-SEQ-LIT             PIC X(04).
002340         10  LK-SEQ-VALUE           PIC 9(04).
002350         10  FILLER                 PIC X(78).
002360
002370*-----------------------------------------------------------------
002380*PROCEDURE DIVISION
002390*-----------------------------------------------------------------
002400 PROCEDURE DIVISION USING LK-PARM-AREA.
002410
002420******************************************************************
002430*0000-MAINLINE
002440******************************************************************
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002470     IF NOT WS-FILES-OK OR NOT WS-RUN-OK
002480         DISPLAY "HELLOAZ1 STEP NOT RUN - " WS-FILE-TYPE " "
002490             WS-DS-SEQUENCE " " WS-DS-NAME
002500         MOVE 16 TO RETURN-CODE
002510         GO TO 0000-TERMINATE
002520     END-IF.
002530     EVALUATE TRUE
002540         WHEN WS-TYPE-ARCHIVE
002550             PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
002560             PERFORM 2150-SCRUB-ARCHIVE THRU 2150-EXIT
002570                 UNTIL WS-END-OF-TARGET OR NOT WS-RUN-OK
002580         WHEN WS-TYPE-JOURNAL
002590             PERFORM 2200-READ-JOURNAL THRU 2200-EXIT
002600             PERFORM 2250-SCRUB-JOURNAL THRU 2250-EXIT
002610                 UNTIL WS-END-OF-TARGET OR NOT WS-RUN-OK
002620         WHEN WS-TYPE-HRIF
002630             PERFORM 2300-READ-HRIF THRU 2300-EXIT
002640             PERFORM 2350-SCRUB-HRIF THRU 2350-EXIT
002650                 UNTIL WS-END-OF-TARGET OR NOT WS-RUN-OK
002660         WHEN WS-TYPE-SUSPENSE
002670             PERFORM 2400-READ-SUSPENSE THRU 2400-EXIT
002680             PERFORM 2450-SCRUB-SUSPENSE THRU 2450-EXIT
002690                 UNTIL WS-END-OF-TARGET OR NOT WS-RUN-OK
002700         WHEN WS-TYPE-REVIEW
002710             PERFORM 2500-READ-REVIEW THRU 2500-EXIT
002720             PERFORM 2550-SCRUB-REVIEW THRU 2550-EXIT
002730                 UNTIL WS-END-OF-TARGET OR NOT WS-RUN-OK
002740         WHEN WS-TYPE-WORKLIST
002750             PERFORM 2600-READ-WORKLIST THRU 2600-EXIT
002760             PERFORM 2650-SCRUB-WORKLIST THRU 2650-EXIT
002770                 UNTIL WS-END-OF-TARGET OR NOT WS-RUN-OK
002780         WHEN WS-TYPE-INTEGRITY
002781             PERFORM 2700-READ-INTEGRITY THRU 2700-EXIT
002782             PERFORM 2750-SCRUB-INTEGRITY THRU 2750-EXIT
002783                 UNTIL WS-END-OF-TARGET OR NOT WS-RUN-OK
002784         WHEN WS-TYPE-BADGE
002785             PERFORM 3100-READ-BADGE THRU 3100-EXIT
002786             PERFORM 3150-SCRUB-BADGE THRU 3150-EXIT
002787                 UNTIL WS-END-OF-TARGET OR NOT WS-RUN-OK
002788         WHEN WS-TYPE-MANUAL
002789             PERFORM 3200-READ-MANUAL THRU 3200-EXIT
002790             PERFORM 3250-SCRUB-MANUAL THRU 3250-EXIT
002791                 UNTIL WS-END-OF-TARGET OR NOT WS-RUN-OK
002792         WHEN WS-TYPE-PENDING
002793             PERFORM 3300-READ-PENDING THRU 3300-EXIT
002794             PERFORM 3350-SCRUB-PENDING THRU 3350-EXIT
002795                 UNTIL WS-END-OF-TARGET OR NOT WS-RUN-OK
002796         WHEN WS-TYPE-EXTRACT
002797             PERFORM 3400-READ-EXTRACT THRU 3400-EXIT
002798             PERFORM 3450-SCRUB-EXTRACT THRU 3450-EXIT
002799                 UNTIL WS-END-OF-TARGET OR NOT WS-RUN-OK
002800         WHEN WS-TYPE-BACKUP
002801             PERFORM 3500-READ-BACKUP THRU 3500-EXIT
002802             PERFORM 3550-SCRUB-BACKUP THRU 3550-EXIT
002803                 UNTIL WS-END-OF-TARGET OR NOT WS-RUN-OK
002804         WHEN WS-TYPE-SNAPSHOT
002805             PERFORM 3600-READ-SNAPSHOT THRU 3600-EXIT
002806             PERFORM 3650-SCRUB-SNAPSHOT THRU 3650-EXIT
002810                 UNTIL WS-END-OF-TARGET OR NOT WS-RUN-OK
002820     END-EVALUATE.
002830     PERFORM 7000-CLOSE-TARGET THRU 7000-EXIT.
002840     IF NOT WS-RUN-OK
002850         DISPLAY "HELLOAZ2 SCRUB OF " WS-DS-NAME
002860             " STOPPED AFTER RECORD " WS-RECORDS-READ
002870             " - RERUN THE STEP"
002880         MOVE 16 TO RETURN-CODE
002890         GO TO 0000-TERMINATE
002900     END-IF.
002910     PERFORM 7100-WRITE-CERTIFICATE THRU 7100-EXIT.
002920 0000-TERMINATE.
002930     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002940     GOBACK.
002950 0000-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990*1000-INITIALIZE
003000*CHECKS THE PARM, LOADS THE CONTROL LIST, FINDS THIS STEP'S
003010*DATASET ON IT AND OPENS THE DATASET FOR UPDATE IN PLACE.
003020******************************************************************
003030 1000-INITIALIZE.
003040     IF LK-PARM-LENGTH >= 22
003050         IF LK-FILE-LIT = "FILE="
003060            AND LK-SEQ-LIT = "SEQ="
003070            AND LK-SEQ-VALUE NUMERIC
003080             MOVE LK-FILE-TYPE  TO WS-FILE-TYPE
003090             MOVE LK-SEQ-VALUE  TO WS-DS-SEQUENCE
003100         END-IF
003110     END-IF.
003120     IF NOT WS-TYPE-VALID OR WS-DS-SEQUENCE = ZERO
003130         DISPLAY "HELLOAZ3 PARM FILE=XXXXXXXX SEQ=NNNN IS "
003140             "REQUIRED"
003150         MOVE 'N' TO WS-RUN-OK-SW
003160         GO TO 1000-EXIT
003170     END-IF.
003180     OPEN INPUT ANON-LIST-FILE.
003190     IF WS-LIST-STATUS NOT = "00"
003200         DISPLAY "HELLOAZ1 ERROR OPENING ANON-LIST-FILE - STATUS "
003210             WS-LIST-STATUS
003220         MOVE 'N' TO WS-FILES-OK-SW
003230         GO TO 1000-EXIT
003240     END-IF.
003250     PERFORM 1100-READ-LIST THRU 1100-EXIT.
003260     PERFORM 1200-LOAD-LIST-RECORD THRU 1200-EXIT
003270         UNTIL WS-END-OF-LIST OR NOT WS-RUN-OK.
003280     CLOSE ANON-LIST-FILE.
003290     IF NOT WS-RUN-OK
003300         GO TO 1000-EXIT
003310     END-IF.
003320     IF NOT WS-DATASET-FOUND
003330         DISPLAY "HELLOAZ4 DATASET " WS-DS-SEQUENCE " ("
003340             WS-FILE-TYPE ") IS NOT ON THE CONTROL LIST"
003350         MOVE 'N' TO WS-RUN-OK-SW
003360         GO TO 1000-EXIT
003370     END-IF.
003380     OPEN EXTEND CERT-DETAIL-FILE.
003390     IF WS-CERT-STATUS NOT = "00"
003400         DISPLAY "HELLOAZ1 ERROR OPENING CERT-DETAIL-FILE - "
003410             "STATUS " WS-CERT-STATUS
003420         MOVE 'N' TO WS-FILES-OK-SW
003430         GO TO 1000-EXIT
003440     END-IF.
003450     EVALUATE TRUE
003460         WHEN WS-TYPE-ARCHIVE
003470             OPEN I-O ARCHIVE-FILE
003480         WHEN WS-TYPE-JOURNAL
003490             OPEN I-O JOURNAL-FILE
003500         WHEN WS-TYPE-HRIF
003510             OPEN I-O HRIF-FILE
003520         WHEN WS-TYPE-SUSPENSE
003530             OPEN I-O SUSPENSE-FILE
003540         WHEN WS-TYPE-REVIEW
003550             OPEN I-O REVIEW-FILE
003560         WHEN WS-TYPE-WORKLIST
003570             OPEN I-O WORKLIST-FILE
003580         WHEN WS-TYPE-INTEGRITY
003581             OPEN I-O INTEGRITY-FILE
003582         WHEN WS-TYPE-BADGE
003583             OPEN I-O BADGE-FILE
003584         WHEN WS-TYPE-MANUAL
003585             OPEN I-O MANUAL-FILE
003586         WHEN WS-TYPE-PENDING
003587             OPEN I-O PENDING-FILE
003588         WHEN WS-TYPE-EXTRACT
003589             OPEN I-O EXTRACT-FILE
003590         WHEN WS-TYPE-BACKUP
003591             OPEN I-O BACKUP-FILE
003592         WHEN WS-TYPE-SNAPSHOT
003593             OPEN I-O SNAPSHOT-FILE
003600     END-EVALUATE.
003610     IF WS-TARGET-STATUS NOT = "00"
003620         DISPLAY "HELLOAZ1 ERROR OPENING " WS-FILE-TYPE
003630             " - STATUS " WS-TARGET-STATUS
003640         MOVE 'N' TO WS-FILES-OK-SW
003650         CLOSE CERT-DETAIL-FILE
003660         GO TO 1000-EXIT
003670     END-IF.
003680     DISPLAY "HELLOAZ5 SCRUBBING " WS-DS-NAME " FOR "
003690         WS-AI-COUNT " EMPLOYEE IDS".
003700 1000-EXIT.
003710     EXIT.
003720
003730 1100-READ-LIST.
003740     READ ANON-LIST-FILE
003750         AT END
003760             SET WS-END-OF-LIST TO TRUE
003770     END-READ.
003780 1100-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820*1200-LOAD-LIST-RECORD
003830*THE IDS ARRIVE IN ASCENDING ORDER FROM HELLOAN; ANYTHING ELSE
003840*MEANS THE LIST IS NOT THE ONE THIS JOB WAS BUILT WITH.
003850******************************************************************
003860 1200-LOAD-LIST-RECORD.
003870     IF ANL-EMPLOYEE
003880         IF WS-AI-COUNT >= WS-AI-TABLE-MAX
003890             DISPLAY "HELLOAZ6 CONTROL LIST HOLDS MORE THAN "
003900                 WS-AI-TABLE-MAX " IDS"
003910             MOVE 'N' TO WS-RUN-OK-SW
003920             GO TO 1200-EXIT
003930         END-IF
003940         IF WS-AI-COUNT > ZERO
003950             IF ANL-EMP-ID NOT > WS-AI-EMP-ID (WS-AI-COUNT)
003960                 DISPLAY "HELLOAZ7 CONTROL LIST OUT OF ID "
003970                     "ORDER AT " ANL-EMP-ID
003980                 MOVE 'N' TO WS-RUN-OK-SW
003990                 GO TO 1200-EXIT
004000             END-IF
004010         END-IF
004020         ADD 1 TO WS-AI-COUNT
004030         MOVE ANL-EMP-ID TO WS-AI-EMP-ID (WS-AI-COUNT)
004040         MOVE ANL-EMP-NAME TO WS-AI-EMP-NAME (WS-AI-COUNT)
004050         MOVE ZERO       TO WS-AI-HITS (WS-AI-COUNT)
004060     END-IF.
004070     IF ANL-DATASET
004080         IF ANL-DS-SEQUENCE = WS-DS-SEQUENCE
004090             IF ANL-DS-FILE-TYPE NOT = WS-FILE-TYPE
004100                 DISPLAY "HELLOAZ8 DATASET " WS-DS-SEQUENCE
004110                     " IS " ANL-DS-FILE-TYPE " ON THE CONTROL "
004120                     "LIST, NOT " WS-FILE-TYPE
004130                 MOVE 'N' TO WS-RUN-OK-SW
004140                 GO TO 1200-EXIT
004150             END-IF
004160             SET WS-DATASET-FOUND TO TRUE
004170             MOVE ANL-DS-NAME TO WS-DS-NAME
004180         END-IF
004190     END-IF.
004200     PERFORM 1100-READ-LIST THRU 1100-EXIT.
004210 1200-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250*2100-2150  ARCHIVE - THE EMPREC RECORD ITSELF.
004260******************************************************************
004270 2100-READ-ARCHIVE.
004280     READ ARCHIVE-FILE
004290         AT END
004300             SET WS-END-OF-TARGET TO TRUE
004310     END-READ.
004320     IF NOT WS-END-OF-TARGET
004330         ADD 1 TO WS-RECORDS-READ
004340     END-IF.
004350 2100-EXIT.
004360     EXIT.
004370
004380 2150-SCRUB-ARCHIVE.
004390     MOVE 'N' TO WS-QUALIFIES-SW WS-CHANGED-SW.
004400     MOVE ARCHIVE-RECORD TO WS-IMAGE.
004410     MOVE WS-IMAGE-EMP-ID TO WS-CHECK-ID.
004420     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
004430     IF WS-QUALIFIES
004440         SET WS-MASTER-IMAGE TO TRUE
004450         PERFORM 2920-SCRUB-IMAGE THRU 2920-EXIT
004460     END-IF.
004470     IF WS-RECORD-CHANGED
004480         MOVE WS-IMAGE TO ARCHIVE-RECORD
004490         REWRITE ARCHIVE-RECORD
004500         PERFORM 2950-CHECK-REWRITE THRU 2950-EXIT
004510     END-IF.
004520     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
004530 2150-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570*2200-2250  JOURNAL - THE BEFORE AND AFTER IMAGES.  THE RECORD
004580*BELONGS TO THE QUALIFYING EMPLOYEE WHEN THE JOURNALED ID OR THE
004590*ID IN EITHER IMAGE IS ON THE LIST (A RE-KEY JOURNALS THE NEW ID
004600*WITH THE OLD RECORD BEFORE IT).  A SPACE IMAGE - THE AFTER
004610*IMAGE OF A PURGE - STAYS SPACES.
004620******************************************************************
004630 2200-READ-JOURNAL.
004640     READ JOURNAL-FILE
004650         AT END
004660             SET WS-END-OF-TARGET TO TRUE
004670     END-READ.
004680     IF NOT WS-END-OF-TARGET
004690         ADD 1 TO WS-RECORDS-READ
004700     END-IF.
004710 2200-EXIT.
004720     EXIT.
004730
004740 2250-SCRUB-JOURNAL.
004750     MOVE 'N' TO WS-QUALIFIES-SW WS-CHANGED-SW.
004760     MOVE JRN-EMP-ID TO WS-CHECK-ID.
004770     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
004780     MOVE JRN-BEFORE-IMAGE (1:6) TO WS-CHECK-ID.
004790     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
004800     MOVE JRN-AFTER-IMAGE (1:6) TO WS-CHECK-ID.
004810     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
004820     IF NOT WS-QUALIFIES
004830         GO TO 2250-READ-NEXT
004840     END-IF.
004850     SET WS-MASTER-IMAGE TO TRUE.
004860     IF JRN-BEFORE-IMAGE NOT = SPACES
004870         MOVE JRN-BEFORE-IMAGE TO WS-IMAGE
004880         PERFORM 2920-SCRUB-IMAGE THRU 2920-EXIT
004890         MOVE WS-IMAGE TO JRN-BEFORE-IMAGE
004900     END-IF.
004910     IF JRN-AFTER-IMAGE NOT = SPACES
004920         MOVE JRN-AFTER-IMAGE TO WS-IMAGE
004930         PERFORM 2920-SCRUB-IMAGE THRU 2920-EXIT
004940         MOVE WS-IMAGE TO JRN-AFTER-IMAGE
004950     END-IF.
004960     IF WS-RECORD-CHANGED
004970         REWRITE JOURNAL-RECORD
004980         PERFORM 2950-CHECK-REWRITE THRU 2950-EXIT
004990     END-IF.
005000 2250-READ-NEXT.
005010     PERFORM 2200-READ-JOURNAL THRU 2200-EXIT.
005020 2250-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060*2300-2350  HR INTERFACE - NAME AND DEGREE, BY THE ID OR THE
005070*PRIOR ID OF A RE-KEY.
005080******************************************************************
005090 2300-READ-HRIF.
005100     READ HRIF-FILE
005110         AT END
005120             SET WS-END-OF-TARGET TO TRUE
005130     END-READ.
005140     IF NOT WS-END-OF-TARGET
005150         ADD 1 TO WS-RECORDS-READ
005160     END-IF.
005170 2300-EXIT.
005180     EXIT.
005190
005200 2350-SCRUB-HRIF.
005210     MOVE 'N' TO WS-QUALIFIES-SW WS-CHANGED-SW.
005220     MOVE HR-EMP-ID TO WS-CHECK-ID.
005230     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
005240     MOVE HR-OLD-EMP-ID TO WS-CHECK-ID.
005250     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
005260     IF NOT WS-QUALIFIES
005270         GO TO 2350-READ-NEXT
005280     END-IF.
005290     MOVE HR-EMP-NAME TO WS-SCRUB-FIELD.
005300     PERFORM 2910-SCRUB-FIELD THRU 2910-EXIT.
005310     MOVE WS-SCRUB-FIELD TO HR-EMP-NAME.
005320     MOVE HR-EMP-DEGREE TO WS-SCRUB-FIELD.
005330     PERFORM 2910-SCRUB-FIELD THRU 2910-EXIT.
005340     MOVE WS-SCRUB-FIELD TO HR-EMP-DEGREE.
005350     IF WS-RECORD-CHANGED
005360         REWRITE HR-INTERFACE-RECORD
005370         PERFORM 2950-CHECK-REWRITE THRU 2950-EXIT
005380     END-IF.
005390 2350-READ-NEXT.
005400     PERFORM 2300-READ-HRIF THRU 2300-EXIT.
005410 2350-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450*2400-2450  SUSPENSE - THE HELD TRANSACTION.
005460******************************************************************
005470 2400-READ-SUSPENSE.
005480     READ SUSPENSE-FILE
005490         AT END
005500             SET WS-END-OF-TARGET TO TRUE
005510     END-READ.
005520     IF NOT WS-END-OF-TARGET
005530         ADD 1 TO WS-RECORDS-READ
005540     END-IF.
005550 2400-EXIT.
005560     EXIT.
005570
005580 2450-SCRUB-SUSPENSE.
005590     MOVE 'N' TO WS-QUALIFIES-SW WS-CHANGED-SW.
005600     MOVE SUSP-EMP-DATA TO WS-IMAGE.
005610     PERFORM 2930-CHECK-TRANSACTION THRU 2930-EXIT.
005620     IF WS-QUALIFIES
005630         SET WS-TRANSACTION-IMAGE TO TRUE
005640         PERFORM 2920-SCRUB-IMAGE THRU 2920-EXIT
005650     END-IF.
005660     IF WS-RECORD-CHANGED
005670         MOVE WS-IMAGE TO SUSP-EMP-DATA
005680         REWRITE SUSPENSE-RECORD
005690         PERFORM 2950-CHECK-REWRITE THRU 2950-EXIT
005700     END-IF.
005710     PERFORM 2400-READ-SUSPENSE THRU 2400-EXIT.
005720 2450-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760*2500-2550  REVIEW - THE HELD TRANSACTION, ALSO WHEN IT CARRIES
005770*THE ARCHIVED NAME OF THE QUALIFYING EMPLOYEE IT WAS MATCHED
005780*AGAINST.  UNDER ANY OTHER NAME IT IS SOMEONE ELSE'S RECORD.
005790******************************************************************
005800 2500-READ-REVIEW.
005810     READ REVIEW-FILE
005820         AT END
005830             SET WS-END-OF-TARGET TO TRUE
005840     END-READ.
005850     IF NOT WS-END-OF-TARGET
005860         ADD 1 TO WS-RECORDS-READ
005870     END-IF.
005880 2500-EXIT.
005890     EXIT.
005900
005910 2550-SCRUB-REVIEW.
005920     MOVE 'N' TO WS-QUALIFIES-SW WS-CHANGED-SW.
005930     MOVE REV-EMP-DATA TO WS-IMAGE.
005940     PERFORM 2930-CHECK-TRANSACTION THRU 2930-EXIT.
005950     IF NOT WS-QUALIFIES
005960         MOVE REV-MATCHED-EMP-ID TO WS-CHECK-ID
005970         PERFORM 2900-CHECK-ID THRU 2900-EXIT
005980         IF WS-QUALIFIES
005990            AND WS-IMAGE-EMP-NAME NOT =
006000                    WS-AI-EMP-NAME (WS-HIT-SUB)
006010             MOVE 'N' TO WS-QUALIFIES-SW
006020         END-IF
006030     END-IF.
006040     IF WS-QUALIFIES
006050         SET WS-TRANSACTION-IMAGE TO TRUE
006060         PERFORM 2920-SCRUB-IMAGE THRU 2920-EXIT
006070     END-IF.
006080     IF WS-RECORD-CHANGED
006090         MOVE WS-IMAGE TO REV-EMP-DATA
006100         REWRITE REVIEW-RECORD
006110         PERFORM 2950-CHECK-REWRITE THRU 2950-EXIT
006120     END-IF.
006130     PERFORM 2500-READ-REVIEW THRU 2500-EXIT.
006140 2550-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180*2600-2650  RECONCILIATION WORKLIST - A ONE-SIDED ENTRY (NO
006190*FIELD NAME) CARRIES THE NAME FROM THE SIDE THAT HAS IT.
006200******************************************************************
006210 2600-READ-WORKLIST.
006220     READ WORKLIST-FILE
006230         AT END
006240             SET WS-END-OF-TARGET TO TRUE
006250     END-READ.
006260     IF NOT WS-END-OF-TARGET
006270         ADD 1 TO WS-RECORDS-READ
006280     END-IF.
006290 2600-EXIT.
006300     EXIT.
006310
006320 2650-SCRUB-WORKLIST.
006330     MOVE 'N' TO WS-QUALIFIES-SW WS-CHANGED-SW.
006340     IF WL-FIELD-NAME NOT = SPACES
006350        AND WL-FIELD-NAME NOT = "NAME"
006360        AND WL-FIELD-NAME NOT = "DEGREE"
006370         GO TO 2650-READ-NEXT
006380     END-IF.
006390     MOVE WL-EMP-ID TO WS-CHECK-ID.
006400     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
006410     IF NOT WS-QUALIFIES
006420         GO TO 2650-READ-NEXT
006430     END-IF.
006440     MOVE WL-MASTER-VALUE TO WS-SCRUB-FIELD.
006450     PERFORM 2910-SCRUB-FIELD THRU 2910-EXIT.
006460     MOVE WS-SCRUB-FIELD TO WL-MASTER-VALUE.
006470     MOVE WL-HR-VALUE TO WS-SCRUB-FIELD.
006480     PERFORM 2910-SCRUB-FIELD THRU 2910-EXIT.
006490     MOVE WS-SCRUB-FIELD TO WL-HR-VALUE.
006500     IF WS-RECORD-CHANGED
006510         REWRITE WORKLIST-RECORD
006520         PERFORM 2950-CHECK-REWRITE THRU 2950-EXIT
006530     END-IF.
006540 2650-READ-NEXT.
006550     PERFORM 2600-READ-WORKLIST THRU 2600-EXIT.
006560 2650-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600*2700-2750  INTEGRITY WORKLIST - A NAME OR DEGREE FINDING.
006610******************************************************************
006620 2700-READ-INTEGRITY.
006630     READ INTEGRITY-FILE
006640         AT END
006650             SET WS-END-OF-TARGET TO TRUE
006660     END-READ.
006670     IF NOT WS-END-OF-TARGET
006680         ADD 1 TO WS-RECORDS-READ
006690     END-IF.
006700 2700-EXIT.
006710     EXIT.
006720
006730 2750-SCRUB-INTEGRITY.
006740     MOVE 'N' TO WS-QUALIFIES-SW WS-CHANGED-SW.
006750     IF IW-FIELD-NAME NOT = "NAME"
006760        AND IW-FIELD-NAME NOT = "DEGREE"
006770         GO TO 2750-READ-NEXT
006780     END-IF.
006790     MOVE IW-EMP-ID TO WS-CHECK-ID.
006800     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
006810     IF NOT WS-QUALIFIES
006820         GO TO 2750-READ-NEXT
006830     END-IF.
006840     MOVE IW-FIELD-VALUE TO WS-SCRUB-FIELD.
006850     PERFORM 2910-SCRUB-FIELD THRU 2910-EXIT.
006860     MOVE WS-SCRUB-FIELD TO IW-FIELD-VALUE.
006870     IF WS-RECORD-CHANGED
006880         REWRITE INTEGRITY-WORKLIST-RECORD
006890         PERFORM 2950-CHECK-REWRITE THRU 2950-EXIT
006900     END-IF.
006910 2750-READ-NEXT.
006920     PERFORM 2700-READ-INTEGRITY THRU 2700-EXIT.
006930 2750-EXIT.
006940     EXIT.
006950
006960******************************************************************
006970*2900-CHECK-ID
006980*LOOKS WS-CHECK-ID UP UNLESS THE RECORD ALREADY QUALIFIES; THE
006990*FIRST ID FOUND TAKES THE RECORD'S COUNT (WS-HIT-SUB).
007000******************************************************************
007010 2900-CHECK-ID.
007020     IF WS-QUALIFIES OR WS-CHECK-ID = SPACES
007030         GO TO 2900-EXIT
007040     END-IF.
007050     IF WS-AI-COUNT = ZERO
007060         GO TO 2900-EXIT
007070     END-IF.
007080     SEARCH ALL WS-AI-ENTRY
007090         AT END
007100             MOVE 'N' TO WS-QUALIFIES-SW
007110         WHEN WS-AI-EMP-ID (WS-AI-IDX) = WS-CHECK-ID
007120             SET WS-QUALIFIES TO TRUE
007130             SET WS-HIT-SUB TO WS-AI-IDX
007140     END-SEARCH.
007150 2900-EXIT.
007160     EXIT.
007170
007180******************************************************************
007190*2910-SCRUB-FIELD
007200*SPACES STAY SPACES AND THE TOKEN STAYS THE TOKEN; ANYTHING
007210*ELSE BECOMES THE TOKEN AND MARKS THE RECORD CHANGED.
007220******************************************************************
007230 2910-SCRUB-FIELD.
007240     IF WS-SCRUB-FIELD = SPACES
007250        OR WS-SCRUB-FIELD = WS-ANON-TOKEN
007260         GO TO 2910-EXIT
007270     END-IF.
007280     MOVE WS-ANON-TOKEN TO WS-SCRUB-FIELD.
007290     SET WS-RECORD-CHANGED TO TRUE.
007300 2910-EXIT.
007310     EXIT.
007320
007330******************************************************************
007340*2920-SCRUB-IMAGE
007350*NAME AND DEGREE OF WS-IMAGE - BUT ON A HELD RE-KEY
007360*TRANSACTION THE DEGREE AREA IS THE NEW ID AND STAYS.
007370******************************************************************
007380 2920-SCRUB-IMAGE.
007390     MOVE WS-IMAGE-EMP-NAME TO WS-SCRUB-FIELD.
007400     PERFORM 2910-SCRUB-FIELD THRU 2910-EXIT.
007410     MOVE WS-SCRUB-FIELD TO WS-IMAGE-EMP-NAME.
007420     IF WS-TRANSACTION-IMAGE AND WS-IMAGE-REKEY
007430         GO TO 2920-EXIT
007440     END-IF.
007450     MOVE WS-IMAGE-EMP-DEGREE TO WS-SCRUB-FIELD.
007460     PERFORM 2910-SCRUB-FIELD THRU 2910-EXIT.
007470     MOVE WS-SCRUB-FIELD TO WS-IMAGE-EMP-DEGREE.
007480 2920-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520*2930-CHECK-TRANSACTION
007530*A HELD TRANSACTION IN WS-IMAGE BELONGS TO A QUALIFYING
007540*EMPLOYEE BY ITS ID OR, ON A RE-KEY, BY THE NEW ID.
007550******************************************************************
007560 2930-CHECK-TRANSACTION.
007570     MOVE WS-IMAGE-EMP-ID TO WS-CHECK-ID.
007580     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
007590     IF WS-IMAGE-REKEY
007600         MOVE WS-IMAGE-NEW-ID TO WS-CHECK-ID
007601         PERFORM 2900-CHECK-ID THRU 2900-EXIT
007602     END-IF.
007603 2930-EXIT.
007604     EXIT.
007605
007606******************************************************************
007607*2950-CHECK-REWRITE
007608*COUNTS A SCRUBBED RECORD AGAINST ITS EMPLOYEE, OR STOPS THE
007609*STEP WHEN THE REWRITE FAILED.
007610******************************************************************
007611 2950-CHECK-REWRITE.
007612     IF WS-TARGET-STATUS NOT = "00"
007613         DISPLAY "HELLOAZ9 REWRITE FAILED AT RECORD "
007614             WS-RECORDS-READ " - STATUS " WS-TARGET-STATUS
007615         MOVE 'N' TO WS-RUN-OK-SW
007616         GO TO 2950-EXIT
007617     END-IF.
007618     ADD 1 TO WS-RECORDS-SCRUBBED.
007619     ADD 1 TO WS-AI-HITS (WS-HIT-SUB).
007620 2950-EXIT.
007621     EXIT.
007622
007623******************************************************************
007624*3100-3150  BADGE INTERFACE - THE NAME ON A DETAIL, BY THE ID OR
007625*THE PRIOR ID OF A RE-KEY.  THE HDR AND TRL CARRY NO NAME.
007626******************************************************************
007627 3100-READ-BADGE.
007628     READ BADGE-FILE
007629         AT END
007630             SET WS-END-OF-TARGET TO TRUE
007631     END-READ.
007632     IF NOT WS-END-OF-TARGET
007633         ADD 1 TO WS-RECORDS-READ
007634     END-IF.
007635 3100-EXIT.
007636     EXIT.
007637
007638 3150-SCRUB-BADGE.
007639     MOVE 'N' TO WS-QUALIFIES-SW WS-CHANGED-SW.
007640     IF NOT BDG-DETAIL
007641         GO TO 3150-READ-NEXT
007642     END-IF.
007643     MOVE BDG-EMP-ID TO WS-CHECK-ID.
007644     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
007645     MOVE BDG-OLD-EMP-ID TO WS-CHECK-ID.
007646     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
007647     IF NOT WS-QUALIFIES
007648         GO TO 3150-READ-NEXT
007649     END-IF.
007650     MOVE BDG-EMP-NAME TO WS-SCRUB-FIELD.
007651     PERFORM 2910-SCRUB-FIELD THRU 2910-EXIT.
007652     MOVE WS-SCRUB-FIELD TO BDG-EMP-NAME.
007653     IF WS-RECORD-CHANGED
007654         REWRITE BADGE-RECORD
007655         PERFORM 2950-CHECK-REWRITE THRU 2950-EXIT
007656     END-IF.
007657 3150-READ-NEXT.
007658     PERFORM 3100-READ-BADGE THRU 3100-EXIT.
007659 3150-EXIT.
007660     EXIT.
007661
007662******************************************************************
007663*3200-3250  MANUAL BATCH - THE KEYED TRANSACTION.  THE HDR AND TRL
007664*ARE LEFT AS THEY ARE, SO THE BATCH STILL BALANCES.
007665******************************************************************
007666 3200-READ-MANUAL.
007667     READ MANUAL-FILE
007668         AT END
007669             SET WS-END-OF-TARGET TO TRUE
007670     END-READ.
007671     IF NOT WS-END-OF-TARGET
007672         ADD 1 TO WS-RECORDS-READ
007673     END-IF.
007674 3200-EXIT.
007675     EXIT.
007676
007677 3250-SCRUB-MANUAL.
007678     MOVE 'N' TO WS-QUALIFIES-SW WS-CHANGED-SW.
007679     MOVE MANUAL-RECORD TO WS-IMAGE.
007680     IF WS-IMAGE-CONTROL-RECORD
007681         GO TO 3250-READ-NEXT
007682     END-IF.
007683     PERFORM 2930-CHECK-TRANSACTION THRU 2930-EXIT.
007684     IF WS-QUALIFIES
007685         SET WS-TRANSACTION-IMAGE TO TRUE
007686         PERFORM 2920-SCRUB-IMAGE THRU 2920-EXIT
007687     END-IF.
007688     IF WS-RECORD-CHANGED
007689         MOVE WS-IMAGE TO MANUAL-RECORD
007690         REWRITE MANUAL-RECORD
007691         PERFORM 2950-CHECK-REWRITE THRU 2950-EXIT
007692     END-IF.
007693 3250-READ-NEXT.
007694     PERFORM 3200-READ-MANUAL THRU 3200-EXIT.
007695 3250-EXIT.
007696     EXIT.
007697
007698******************************************************************
007699*3300-3350  PENDING - THE HELD FUTURE-DATED TRANSACTION.
007700******************************************************************
007701 3300-READ-PENDING.
007702     READ PENDING-FILE
007703         AT END
007704             SET WS-END-OF-TARGET TO TRUE
007705     END-READ.
007706     IF NOT WS-END-OF-TARGET
007707         ADD 1 TO WS-RECORDS-READ
007708     END-IF.
007709 3300-EXIT.
007710     EXIT.
007711
007712 3350-SCRUB-PENDING.
007713     MOVE 'N' TO WS-QUALIFIES-SW WS-CHANGED-SW.
007714     MOVE PEND-EMP-DATA TO WS-IMAGE.
007715     PERFORM 2930-CHECK-TRANSACTION THRU 2930-EXIT.
007716     IF WS-QUALIFIES
007717         SET WS-TRANSACTION-IMAGE TO TRUE
007718         PERFORM 2920-SCRUB-IMAGE THRU 2920-EXIT
007719     END-IF.
007720     IF WS-RECORD-CHANGED
007721         MOVE WS-IMAGE TO PEND-EMP-DATA
007722         REWRITE PENDING-RECORD
007723         PERFORM 2950-CHECK-REWRITE THRU 2950-EXIT
007724     END-IF.
007725     PERFORM 3300-READ-PENDING THRU 3300-EXIT.
007726 3350-EXIT.
007727     EXIT.
007728
007729******************************************************************
007730*3400-3450  AS-OF EXTRACT - THE MASTER IMAGE HELLOAS EXTRACTED.
007731******************************************************************
007732 3400-READ-EXTRACT.
007733     READ EXTRACT-FILE
007734         AT END
007735             SET WS-END-OF-TARGET TO TRUE
007736     END-READ.
007737     IF NOT WS-END-OF-TARGET
007738         ADD 1 TO WS-RECORDS-READ
007739     END-IF.
007740 3400-EXIT.
007741     EXIT.
007742
007743 3450-SCRUB-EXTRACT.
007744     MOVE 'N' TO WS-QUALIFIES-SW WS-CHANGED-SW.
007745     MOVE EXTRACT-RECORD TO WS-IMAGE.
007746     MOVE WS-IMAGE-EMP-ID TO WS-CHECK-ID.
007747     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
007748     IF WS-QUALIFIES
007749         SET WS-MASTER-IMAGE TO TRUE
007750         PERFORM 2920-SCRUB-IMAGE THRU 2920-EXIT
007751     END-IF.
007752     IF WS-RECORD-CHANGED
007753         MOVE WS-IMAGE TO EXTRACT-RECORD
007754         REWRITE EXTRACT-RECORD
007755         PERFORM 2950-CHECK-REWRITE THRU 2950-EXIT
007756     END-IF.
007757     PERFORM 3400-READ-EXTRACT THRU 3400-EXIT.
007758 3450-EXIT.
007759     EXIT.
007760
007761******************************************************************
007762*3500-3550  EMPMSTR BACKUP - THE MASTER RECORD AS BACKED UP.  A
007763*RECOVERY FROM IT APPLIES THE SCRUBBED JOURNAL FORWARD, SO THE
007764*RESTORED MASTER AGREES.
007765******************************************************************
007766 3500-READ-BACKUP.
007767     READ BACKUP-FILE
007768         AT END
007769             SET WS-END-OF-TARGET TO TRUE
007770     END-READ.
007771     IF NOT WS-END-OF-TARGET
007772         ADD 1 TO WS-RECORDS-READ
007773     END-IF.
007774 3500-EXIT.
007775     EXIT.
007776
007777 3550-SCRUB-BACKUP.
007778     MOVE 'N' TO WS-QUALIFIES-SW WS-CHANGED-SW.
007779     MOVE BACKUP-RECORD TO WS-IMAGE.
007780     MOVE WS-IMAGE-EMP-ID TO WS-CHECK-ID.
007781     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
007782     IF WS-QUALIFIES
007783         SET WS-MASTER-IMAGE TO TRUE
007784         PERFORM 2920-SCRUB-IMAGE THRU 2920-EXIT
007785     END-IF.
007786     IF WS-RECORD-CHANGED
007787         MOVE WS-IMAGE TO BACKUP-RECORD
007788         REWRITE BACKUP-RECORD
007789         PERFORM 2950-CHECK-REWRITE THRU 2950-EXIT
007790     END-IF.
007791     PERFORM 3500-READ-BACKUP THRU 3500-EXIT.
007792 3550-EXIT.
007793     EXIT.
007794
007795******************************************************************
007796*3600-3650  HR SNAPSHOT - NAME AND DEGREE BY THE ID.
007797******************************************************************
007798 3600-READ-SNAPSHOT.
007799     READ SNAPSHOT-FILE
007800         AT END
007801             SET WS-END-OF-TARGET TO TRUE
007802     END-READ.
007803     IF NOT WS-END-OF-TARGET
007804         ADD 1 TO WS-RECORDS-READ
007805     END-IF.
007806 3600-EXIT.
007807     EXIT.
007808
007809 3650-SCRUB-SNAPSHOT.
007810     MOVE 'N' TO WS-QUALIFIES-SW WS-CHANGED-SW.
007811     MOVE SNP-EMP-ID TO WS-CHECK-ID.
007812     PERFORM 2900-CHECK-ID THRU 2900-EXIT.
007813     IF NOT WS-QUALIFIES
007814         GO TO 3650-READ-NEXT
007815     END-IF.
007816     MOVE SNP-EMP-NAME TO WS-SCRUB-FIELD.
007817     PERFORM 2910-SCRUB-FIELD THRU 2910-EXIT.
007818     MOVE WS-SCRUB-FIELD TO SNP-EMP-NAME.
007819     MOVE SNP-EMP-DEGREE TO WS-SCRUB-FIELD.
007820     PERFORM 2910-SCRUB-FIELD THRU 2910-EXIT.
007821     MOVE WS-SCRUB-FIELD TO SNP-EMP-DEGREE.
007822     IF WS-RECORD-CHANGED
007823         REWRITE HR-SNAPSHOT-RECORD
007824         PERFORM 2950-CHECK-REWRITE THRU 2950-EXIT
007825     END-IF.
007826 3650-READ-NEXT.
007827     PERFORM 3600-READ-SNAPSHOT THRU 3600-EXIT.
007828 3650-EXIT.
007829     EXIT.
007832
007835 7000-CLOSE-TARGET.
007840     EVALUATE TRUE
007850         WHEN WS-TYPE-ARCHIVE
007860             CLOSE ARCHIVE-FILE
007870         WHEN WS-TYPE-JOURNAL
007880             CLOSE JOURNAL-FILE
007890         WHEN WS-TYPE-HRIF
007900             CLOSE HRIF-FILE
007910         WHEN WS-TYPE-SUSPENSE
007920             CLOSE SUSPENSE-FILE
007930         WHEN WS-TYPE-REVIEW
007940             CLOSE REVIEW-FILE
007950         WHEN WS-TYPE-WORKLIST
007960             CLOSE WORKLIST-FILE
007970         WHEN WS-TYPE-INTEGRITY
007971             CLOSE INTEGRITY-FILE
007972         WHEN WS-TYPE-BADGE
007973             CLOSE BADGE-FILE
007974         WHEN WS-TYPE-MANUAL
007975             CLOSE MANUAL-FILE
007976         WHEN WS-TYPE-PENDING
007977             CLOSE PENDING-FILE
007978         WHEN WS-TYPE-EXTRACT
007979             CLOSE EXTRACT-FILE
007980         WHEN WS-TYPE-BACKUP
007981             CLOSE BACKUP-FILE
007982         WHEN WS-TYPE-SNAPSHOT
007983             CLOSE SNAPSHOT-FILE
007990     END-EVALUATE.
008000 7000-EXIT.
008010     EXIT.
008020
008030******************************************************************
008040*7100-WRITE-CERTIFICATE
008050*ONE 'S' RECORD PER EMPLOYEE SCRUBBED HERE, THEN THE 'D' RECORD
008060*THAT SAYS THE DATASET IS DONE.
008070******************************************************************
008080 7100-WRITE-CERTIFICATE.
008090     PERFORM 7200-WRITE-SCRUBBED-ID THRU 7200-EXIT
008100         VARYING WS-AI-SUB FROM 1 BY 1
008110         UNTIL WS-AI-SUB > WS-AI-COUNT.
008120     MOVE SPACES TO ANON-CERT-RECORD.
008130     SET CRT-DATASET-DONE TO TRUE.
008140     MOVE WS-DS-SEQUENCE      TO CRT-D-DS-SEQUENCE.
008150     MOVE WS-FILE-TYPE        TO CRT-D-FILE-TYPE.
008160     MOVE WS-DS-NAME          TO CRT-D-DS-NAME.
008170     MOVE WS-RECORDS-READ     TO CRT-D-RECORDS-READ.
008180     MOVE WS-RECORDS-SCRUBBED TO CRT-D-RECORDS-SCRUBBED.
008190     SET CRT-SEAL-NOT-APPLICABLE TO TRUE.
008200     MOVE ZERO TO CRT-D-GEN-NUMBER
008210                  CRT-D-OLD-HASH
008220                  CRT-D-NEW-HASH.
008230     WRITE ANON-CERT-RECORD.
008240 7100-EXIT.
008250     EXIT.
008260
008270 7200-WRITE-SCRUBBED-ID.
008280     IF WS-AI-HITS (WS-AI-SUB) = ZERO
008290         GO TO 7200-EXIT
008300     END-IF.
008310     ADD 1 TO WS-IDS-FOUND.
008320     MOVE SPACES TO ANON-CERT-RECORD.
008330     SET CRT-SCRUBBED-ID TO TRUE.
008340     MOVE WS-AI-EMP-ID (WS-AI-SUB) TO CRT-EMP-ID.
008350     MOVE WS-DS-SEQUENCE           TO CRT-S-DS-SEQUENCE.
008360     MOVE WS-FILE-TYPE             TO CRT-S-FILE-TYPE.
008370     MOVE WS-DS-NAME               TO CRT-S-DS-NAME.
008380     MOVE WS-AI-HITS (WS-AI-SUB)   TO CRT-S-RECORDS.
008390     WRITE ANON-CERT-RECORD.
008400 7200-EXIT.
008410     EXIT.
008420
008430 8000-TERMINATE.
008440     IF WS-FILES-OK AND WS-DATASET-FOUND
008450         CLOSE CERT-DETAIL-FILE
008460     END-IF.
008470     DISPLAY "HELLOAZA RECORDS READ      = " WS-RECORDS-READ.
008480     DISPLAY "HELLOAZB RECORDS SCRUBBED  = "
008490         WS-RECORDS-SCRUBBED.
008500     DISPLAY "HELLOAZC EMPLOYEES FOUND   = " WS-IDS-FOUND.
008510 8000-EXIT.
008520     EXIT.
008530
008540 END PROGRAM HELLOAZ.
