000100******************************************************************
000110*PROGRAM:      HELLOAY
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      AUDITLOG SCRUB STEP OF THE PRIVACY ANONYMIZATION
000170*              RUN - ONE STEP PER AUDITLOG GENERATION, OLDEST
000180*              FIRST, BUILT BY HELLOAN.  AN AUDIT ENTRY CARRIES
000190*              NO EMPLOYEE ID FIELD, SO AN ENTRY IS TIED TO A
000200*              QUALIFYING EMPLOYEE ON THE ANONLIST BY WHAT WAS
000210*              KEYED:
000220*                - A VALUE THAT IS THE EMPLOYEE'S ARCHIVED NAME
000230*                  (AN INQUIRY-NAME SEARCH, A NAME KEYED IN);
000240*                - THE NEW-VALUE ENTRIES OF A HELD ENTRY (SINCE
000250*                  ITS ENTRY-NUMBER) THAT WAS THEN RELEASED,
000260*                  KILLED, CONFIRMED OR MERGED UNDER THE ID;
000261*                - THE KEYED- VALUES OF A MANUAL ENTRY (SINCE
000262*                  ITS EMPLOYEE-ID) CLOSED OFF BY ITS
000263*                  MANUAL-ENTRY RECORD UNDER THE ID;
000270*                - THE KILL-REASON, MERGE-REASON OR
000280*                  WITHDRAW-REASON THAT FOLLOWS ONE OF THOSE.
000290*              THOSE VALUES BECOME *ANONYMIZED*.  ENTRIES THAT
000300*              CARRY THE ID ITSELF KEEP IT, AND NO ENTRY IS ADDED
000310*              OR REMOVED.  THE GENERATION'S OLD SEAL IS CHECKED
000320*              FIRST (THE HELLOAX HASH FROM THE OPENING VALUES),
000330*              THEN THE GENERATION IS RESEALED: THE OPENING
000340*              RECORD TAKES THE CLOSING HASH CARRIED FROM THE
000350*              PRIOR GENERATION'S STEP (AUDSEAL) AND THE CLOSING
000360*              RECORD THE HASH OVER THE SCRUBBED ENTRIES.  A
000370*              GENERATION WHOSE OLD SEAL DID NOT HOLD IS
000380*              SCRUBBED BUT ITS CLOSING RECORD IS LEFT AS FOUND,
000390*              SO THE BREAK STAYS VISIBLE TO HELLOAV.  THE OLD
000400*              AND NEW CLOSING HASH GO ON THE CERTIFICATE DETAIL.
000410*              EXEC PARM AS FOR HELLOAZ:  FILE=AUDITLOG SEQ=NNNN.
000420*              RETURN CODE 8 WHEN THE OLD SEAL OR THE CHAIN DID
000430*              NOT HOLD OR AN ENTRY COULD NOT BE TIED, 16 WHEN
000440*              THE STEP CANNOT RUN OR A REWRITE FAILS.
000450*MODIFICATION HISTORY:
000460*DATE       INIT DESCRIPTION
000470*---------- ---- ------------------------------------------------
000480*2026-10-15 DK   ORIGINAL PROGRAM.
000481*2026-10-15 DK   TIE THE HELLOMT MANUAL-ENTRY AND WITHDRAWAL
000482*                ENTRIES.
000484*2026-10-15 DK   CARRY THE PRIOR GENERATION'S CLOSING HASH AS
000486*                FOUND AS WELL AS AS RESEALED, AND RE-CHAIN THE
000488*                OPENING ONLY WHEN IT OPENED FROM THAT HASH.
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. HELLOAY.
000520 AUTHOR. D. KOWALSKI.
000530 INSTALLATION. CORPORATE APPLICATIONS.
000540 DATE-WRITTEN. 2026-10-15.
000550
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT ANON-LIST-FILE ASSIGN TO "ANONIDS"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-LIST-STATUS.
000650
000660     SELECT CERT-DETAIL-FILE ASSIGN TO "CERTDTL"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-CERT-STATUS.
000690
000700     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-AUDIT-STATUS.
000730
000740     SELECT SEAL-CARRY-FILE ASSIGN TO "AUDSEAL"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-SEAL-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800
000810 FD  ANON-LIST-FILE
000820     RECORDING MODE IS F.
000830     COPY ANONLIST.
000840
000850 FD  CERT-DETAIL-FILE
000860     RECORDING MODE IS F.
000870     COPY ANONCERT.
000880
000890*THE GENERATION - READ THROUGH ONCE TO CHECK THE OLD SEAL AND
000900*FIND THE ENTRIES, THEN AGAIN FOR UPDATE IN PLACE.
000910 FD  AUDIT-LOG-FILE
000920     RECORDING MODE IS F.
000930     COPY AUDITREC.
000940     COPY AUDITCTL.
000950
000960*THE CLOSING RECORD OF THE GENERATION BEFORE, AS RESEALED BY
000970*ITS STEP - EMPTY FOR THE FIRST GENERATION THE JOB TAKES.
000980 FD  SEAL-CARRY-FILE
000990     RECORDING MODE IS F.
001000 01  SEAL-CARRY-RECORD              PIC X(95).
001010
001020 WORKING-STORAGE SECTION.
001030
001040 01  WS-FILE-STATUSES.
001050     05  WS-LIST-STATUS             PIC X(02).
001060     05  WS-CERT-STATUS             PIC X(02).
001070     05  WS-AUDIT-STATUS            PIC X(02).
001080     05  WS-SEAL-STATUS             PIC X(02).
001090
001100 01  WS-SWITCHES.
001110     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
001120         88  WS-FILES-OK                   VALUE 'Y'.
001130     05  WS-RUN-OK-SW               PIC X(01) VALUE 'Y'.
001140         88  WS-RUN-OK                     VALUE 'Y'.
001150     05  WS-LIST-EOF-SW             PIC X(01) VALUE 'N'.
001160         88  WS-END-OF-LIST                VALUE 'Y'.
001170     05  WS-AUDIT-EOF-SW            PIC X(01) VALUE 'N'.
001180         88  WS-END-OF-AUDIT               VALUE 'Y'.
001190     05  WS-DATASET-FOUND-SW        PIC X(01) VALUE 'N'.
001200         88  WS-DATASET-FOUND              VALUE 'Y'.
001210     05  WS-CARRY-SW                PIC X(01) VALUE 'N'.
001220         88  WS-CARRY-PRESENT              VALUE 'Y'.
001230     05  WS-FOUND-SW                PIC X(01) VALUE 'N'.
001240         88  WS-FOUND                      VALUE 'Y'.
001250     05  WS-SHIFT-DONE-SW           PIC X(01) VALUE 'N'.
001260         88  WS-SHIFT-DONE                 VALUE 'Y'.
001270     05  WS-GROUP-FULL-SW           PIC X(01) VALUE 'N'.
001280         88  WS-GROUP-FULL                 VALUE 'Y'.
001290     05  WS-OPENING-SW              PIC X(01) VALUE 'N'.
001300         88  WS-HAS-OPENING                VALUE 'Y'.
001310     05  WS-CLOSING-SW              PIC X(01) VALUE 'N'.
001320         88  WS-HAS-CLOSING                VALUE 'Y'.
001330     05  WS-OLD-SEAL-SW             PIC X(01) VALUE 'Y'.
001340         88  WS-OLD-SEAL-HELD              VALUE 'Y'.
001350     05  WS-CHAIN-SW                PIC X(01) VALUE 'Y'.
001360         88  WS-CHAIN-HELD                 VALUE 'Y'.
001370
001380 01  WS-COUNTERS.
001390     05  WS-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
001400     05  WS-RECORDS-SCRUBBED        PIC 9(09) COMP VALUE ZERO.
001410     05  WS-ENTRY-COUNT             PIC 9(09) COMP VALUE ZERO.
001420     05  WS-IDS-FOUND               PIC 9(05) COMP VALUE ZERO.
001430     05  WS-UNTIED-GROUPS           PIC 9(05) COMP VALUE ZERO.
001440
001450 01  WS-FILE-TYPE                   PIC X(08) VALUE SPACES.
001460 01  WS-DS-SEQUENCE                 PIC 9(04) VALUE ZERO.
001470 01  WS-DS-NAME                     PIC X(44) VALUE SPACES.
001480
001490*THE VALUE EVERY SCRUBBED ENTRY IS SET TO - THE SAME LITERAL
001500*AS HELLOAN AND HELLOAZ.
001510 01  WS-ANON-TOKEN                  PIC X(30)
001520                                    VALUE "*ANONYMIZED*".
001530
001540*THE ENTRY BEING LOOKED AT, BY WHAT ITS FIELD NAME SAYS ABOUT
001550*IT.  THE NAMES ARE THOSE THE MENU PROGRAMS LOG.
001560 01  WS-ENTRY-FIELD                 PIC X(15) VALUE SPACES.
001570     88  WS-ENTRY-STARTS-SESSION           VALUES "OPERATOR-ID"
001580             "TERMINAL-ID" "MENU-CHOICE".
001590     88  WS-ENTRY-STARTS-GROUP             VALUE "ENTRY-NUMBER".
001600     88  WS-ENTRY-IN-GROUP                 VALUES "NEW-VALUE"
001601             "KEYED-NAME" "KEYED-DEGREE" "KEYED-HIRE-DATE"
001602             "KEYED-DEPT" "KEYED-TERM-DATE" "KEYED-EFF-DATE".
001610     88  WS-ENTRY-CARRIES-ID               VALUES "RELEASED"
001620             "KILLED" "CONFIRMED-NEW" "MERGED" "EMPLOYEE-ID"
001630             "INQUIRY-ID" "MANUAL-ENTRY" "WITHDRAWN".
001640     88  WS-ENTRY-FOLLOWS-ID               VALUES "KILL-REASON"
001650             "MERGE-REASON" "WITHDRAW-REASON".
001660
001670*THE GENERATION'S SEAL, AS FOUND AND AS RENEWED.
001680 01  WS-GENERATION.
001690     05  WS-GEN-NUMBER              PIC 9(06) VALUE ZERO.
001700     05  WS-GEN-OPEN-COUNT          PIC 9(09) VALUE ZERO.
001710     05  WS-GEN-OPEN-HASH           PIC 9(09) VALUE ZERO.
001720     05  WS-NEW-OPEN-HASH           PIC 9(09) VALUE ZERO.
001730     05  WS-OLD-CLOSE-HASH          PIC 9(09) VALUE ZERO.
001740     05  WS-NEW-CLOSE-HASH          PIC 9(09) VALUE ZERO.
001750     05  WS-OLD-RUN-HASH            PIC 9(09) VALUE ZERO.
001760     05  WS-SEAL-STATUS-CODE        PIC X(01) VALUE SPACE.
001770
001775*THE CARRIED CLOSING RECORD IN AUDITCTL POSITIONS.  THE
001780*TIMESTAMP POSITIONS CARRY THE CLOSING HASH AS IT WAS FOUND,
001785*BEFORE THE PRIOR STEP RESEALED IT.
001790 01  WS-CARRY.
001796     05  WS-CARRY-OLD-HASH          PIC 9(09).
001802     05  FILLER                     PIC X(33).
001810     05  WS-CARRY-TYPE              PIC X(15).
001820     05  WS-CARRY-GEN-NUMBER        PIC 9(06).
001830     05  WS-CARRY-GEN-DATE          PIC 9(08).
001840     05  WS-CARRY-COUNT             PIC 9(09).
001850     05  WS-CARRY-HASH              PIC 9(09).
001860     05  FILLER                     PIC X(06).
001870 01  WS-CLOSING-RECORD              PIC X(95) VALUE SPACES.
001880
001890*RUNNING-HASH WORK AREA - THE HELLOAX ALGORITHM.
001900 01  WS-HASH-TOTAL                  PIC 9(09) VALUE ZERO.
001910 01  WS-HASH-PRODUCT                PIC 9(12) COMP VALUE ZERO.
001920 01  WS-HASH-QUOTIENT               PIC 9(12) COMP VALUE ZERO.
001930 01  WS-HASH-MODULUS                PIC 9(09) COMP
001940                                    VALUE 999999937.
001950 01  WS-HASH-SUB                    PIC 9(04) COMP VALUE ZERO.
001960 01  WS-HASH-RECORD                 PIC X(95).
001970 01  WS-HASH-RECORD-R REDEFINES WS-HASH-RECORD.
001980     05  WS-HASH-BYTE               PIC X(01) OCCURS 95 TIMES.
001990 01  WS-BYTE-PAIR.
002000     05  FILLER                     PIC X(01) VALUE LOW-VALUE.
002010     05  WS-BYTE-CHAR               PIC X(01) VALUE LOW-VALUE.
002020 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
002030                                    PIC 9(04) COMP.
002040
002050*THE QUALIFYING IDS FROM THE CONTROL LIST, IN ID ORDER, WITH
002060*THE ENTRIES SCRUBBED FOR EACH.  THE OCCURS CEILING BELOW (9999)
002070*MUST MATCH WS-AI-TABLE-MAX.
002080 01  WS-AI-TABLE-MAX                PIC 9(04) COMP VALUE 9999.
002090 01  WS-AI-TABLE-CONTROL.
002100     05  WS-AI-COUNT                PIC 9(04) COMP VALUE ZERO.
002110 01  WS-AI-TABLE.
002120     05  WS-AI-ENTRY OCCURS 1 TO 9999 TIMES
002130             DEPENDING ON WS-AI-COUNT
002140             ASCENDING KEY IS WS-AI-EMP-ID
002150             INDEXED BY WS-AI-IDX.
002160         10  WS-AI-EMP-ID           PIC X(06).
002170         10  WS-AI-EMP-NAME         PIC X(30).
002180         10  WS-AI-ID-BASIS         PIC X(01).
002190         10  WS-AI-HITS             PIC 9(07) COMP.
002200 01  WS-AI-SUB                      PIC 9(04) COMP VALUE ZERO.
002210
002220*THE SAME EMPLOYEES BY ARCHIVED NAME, FOR THE KEYED-NAME TEST.
002230*THE OCCURS CEILING BELOW (9999) MUST MATCH WS-AI-TABLE-MAX.
002240 01  WS-AN-TABLE-CONTROL.
002250     05  WS-AN-COUNT                PIC 9(04) COMP VALUE ZERO.
002260 01  WS-AN-TABLE.
002270     05  WS-AN-ENTRY OCCURS 1 TO 9999 TIMES
002280             DEPENDING ON WS-AN-COUNT
002290             ASCENDING KEY IS WS-AN-EMP-NAME
002300             INDEXED BY WS-AN-IDX.
002310         10  WS-AN-EMP-NAME         PIC X(30).
002320         10  WS-AN-AI-SUB           PIC 9(04) COMP.
002330 01  WS-AN-POS                      PIC 9(04) COMP VALUE ZERO.
002340 01  WS-NEW-NAME                    PIC X(30) VALUE SPACES.
002350
002360*ENTRIES TO SCRUB, IN RECORD-NUMBER ORDER, EACH WITH THE
002370*EMPLOYEE IT IS COUNTED AGAINST.  THE OCCURS CEILING BELOW
002380*(9999) MUST MATCH WS-MK-TABLE-MAX.
002390 01  WS-MK-TABLE-MAX                PIC 9(04) COMP VALUE 9999.
002400 01  WS-MK-TABLE-CONTROL.
002410     05  WS-MK-COUNT                PIC 9(04) COMP VALUE ZERO.
002420 01  WS-MK-TABLE.
002430     05  WS-MK-ENTRY OCCURS 1 TO 9999 TIMES
002440             DEPENDING ON WS-MK-COUNT.
002450         10  WS-MK-RECORD-NUMBER    PIC 9(09) COMP.
002460         10  WS-MK-AI-SUB           PIC 9(04) COMP.
002470 01  WS-MK-POS                      PIC 9(04) COMP VALUE ZERO.
002480 01  WS-MK-NEXT                     PIC 9(04) COMP VALUE ZERO.
002490 01  WS-MARK-RECORD-NUMBER          PIC 9(09) COMP VALUE ZERO.
002500 01  WS-MARK-AI-SUB                 PIC 9(04) COMP VALUE ZERO.
002510
002520*THE NEW-VALUE ENTRIES OF THE HELD ENTRY BEING WORKED, UNTIL
002530*THE ENTRY IS RELEASED, KILLED, CONFIRMED OR MERGED.
002540 01  WS-GP-TABLE-MAX                PIC 9(04) COMP VALUE 200.
002550 01  WS-GP-TABLE-CONTROL.
002560     05  WS-GP-COUNT                PIC 9(04) COMP VALUE ZERO.
002570 01  WS-GP-TABLE.
002580     05  WS-GP-RECORD-NUMBER        PIC 9(09) COMP
002590                                    OCCURS 200 TIMES.
002600 01  WS-GP-SUB                      PIC 9(04) COMP VALUE ZERO.
002610
002620*THE QUALIFYING ID THE LAST ID-CARRYING ENTRY NAMED, ZERO WHEN
002630*IT NAMED NONE.
002640 01  WS-LAST-AI-SUB                 PIC 9(04) COMP VALUE ZERO.
002650 01  WS-CHECK-ID                    PIC X(06) VALUE SPACES.
002660
002670*-----------------------------------------------------------------
002680*LINKAGE SECTION
002690*-----------------------------------------------------------------
002700 LINKAGE SECTION.
002710
002720*EXEC PARM= AREA - FIXED SUB-FIELDS, AS BUILT BY HELLOAN.
002730 01  LK-PARM-AREA.
002740     05  LK-PARM-LENGTH             PIC S9(04) COMP.
002750     05  LK-PARM-TEXT.
002760         10  LK-FILE-LIT            PIC X(05).
002770         10  LK-FILE-TYPE           PIC X(08).
002780         10  FILLER                 PIC X(01).
002790         10  LK-SEQ-LIT             PIC X(04).
002800         10  LK-SEQ-VALUE           PIC 9(04).
002810         10  FILLER                 PIC X(78).
002820
002830*-----------------------------------------------------------------
002840*PROCEDURE DIVISION
002850*-----------------------------------------------------------------
002860 PROCEDURE DIVISION USING LK-PARM-AREA.
002870
002880******************************************************************
002890*0000-MAINLINE
002900******************************************************************
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002930     IF NOT WS-FILES-OK OR NOT WS-RUN-OK
002940         DISPLAY "HELLOAY1 STEP NOT RUN - " WS-DS-SEQUENCE " "
002950             WS-DS-NAME
002960         MOVE 16 TO RETURN-CODE
002970         GO TO 0000-TERMINATE
002980     END-IF.
002990     PERFORM 2000-CHECK-GENERATION THRU 2000-EXIT.
003000     IF NOT WS-RUN-OK
003010         MOVE 16 TO RETURN-CODE
003020         GO TO 0000-TERMINATE
003030     END-IF.
003040     PERFORM 3000-SET-NEW-OPENING THRU 3000-EXIT.
003050     IF WS-MK-COUNT > ZERO
003060        OR WS-NEW-OPEN-HASH NOT = WS-GEN-OPEN-HASH
003070         PERFORM 4000-RESEAL-GENERATION THRU 4000-EXIT
003080     ELSE
003090         MOVE WS-OLD-RUN-HASH TO WS-NEW-CLOSE-HASH
003100     END-IF.
003110     IF NOT WS-RUN-OK
003120         DISPLAY "HELLOAY2 SCRUB OF " WS-DS-NAME
003130             " STOPPED - RERUN THE STEP"
003140         MOVE 16 TO RETURN-CODE
003150         GO TO 0000-TERMINATE
003160     END-IF.
003170     PERFORM 5000-SET-SEAL-STATUS THRU 5000-EXIT.
003180     PERFORM 6000-CARRY-SEAL THRU 6000-EXIT.
003190     IF NOT WS-RUN-OK
003200         MOVE 16 TO RETURN-CODE
003210         GO TO 0000-TERMINATE
003220     END-IF.
003230     PERFORM 7100-WRITE-CERTIFICATE THRU 7100-EXIT.
003240     IF NOT WS-OLD-SEAL-HELD
003250        OR NOT WS-CHAIN-HELD
003260        OR WS-UNTIED-GROUPS > ZERO
003270         MOVE 8 TO RETURN-CODE
003280     END-IF.
003290 0000-TERMINATE.
003300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003310     GOBACK.
003320 0000-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360*1000-INITIALIZE
003370*CHECKS THE PARM, LOADS THE CONTROL LIST AND THE CARRIED SEAL.
003380******************************************************************
003390 1000-INITIALIZE.
003400     IF LK-PARM-LENGTH >= 22
003410         IF LK-FILE-LIT = "FILE="
003420            AND LK-SEQ-LIT = "SEQ="
003430            AND LK-SEQ-VALUE NUMERIC
003440             MOVE LK-FILE-TYPE  TO WS-FILE-TYPE
003450             MOVE LK-SEQ-VALUE  TO WS-DS-SEQUENCE
003460         END-IF
003470     END-IF.
003480     IF WS-FILE-TYPE NOT = "AUDITLOG" OR WS-DS-SEQUENCE = ZERO
003490         DISPLAY "HELLOAY3 PARM FILE=AUDITLOG SEQ=NNNN IS "
003500             "REQUIRED"
003510         MOVE 'N' TO WS-RUN-OK-SW
003520         GO TO 1000-EXIT
003530     END-IF.
003540     OPEN INPUT ANON-LIST-FILE.
003550     IF WS-LIST-STATUS NOT = "00"
003560         DISPLAY "HELLOAY1 ERROR OPENING ANON-LIST-FILE - STATUS "
003570             WS-LIST-STATUS
003580         MOVE 'N' TO WS-FILES-OK-SW
003590         GO TO 1000-EXIT
003600     END-IF.
003610     PERFORM 1100-READ-LIST THRU 1100-EXIT.
003620     PERFORM 1200-LOAD-LIST-RECORD THRU 1200-EXIT
003630         UNTIL WS-END-OF-LIST OR NOT WS-RUN-OK.
003640     CLOSE ANON-LIST-FILE.
003650     IF NOT WS-RUN-OK
003660         GO TO 1000-EXIT
003670     END-IF.
003680     IF NOT WS-DATASET-FOUND
003690         DISPLAY "HELLOAY4 DATASET " WS-DS-SEQUENCE
003700             " (AUDITLOG) IS NOT ON THE CONTROL LIST"
003710         MOVE 'N' TO WS-RUN-OK-SW
003720         GO TO 1000-EXIT
003730     END-IF.
003740     PERFORM 1300-FILE-NAMES THRU 1300-EXIT
003750         VARYING WS-AI-SUB FROM 1 BY 1
003760         UNTIL WS-AI-SUB > WS-AI-COUNT.
003770     OPEN INPUT SEAL-CARRY-FILE.
003780     IF WS-SEAL-STATUS NOT = "00"
003790         DISPLAY "HELLOAY1 ERROR OPENING SEAL-CARRY-FILE - "
003800             "STATUS " WS-SEAL-STATUS
003810         MOVE 'N' TO WS-FILES-OK-SW
003820         GO TO 1000-EXIT
003830     END-IF.
003840     READ SEAL-CARRY-FILE INTO WS-CARRY
003850         AT END
003860             MOVE 'N' TO WS-CARRY-SW
003870         NOT AT END
003880             SET WS-CARRY-PRESENT TO TRUE
003890     END-READ.
003900     CLOSE SEAL-CARRY-FILE.
003910     OPEN EXTEND CERT-DETAIL-FILE.
003920     IF WS-CERT-STATUS NOT = "00"
003930         DISPLAY "HELLOAY1 ERROR OPENING CERT-DETAIL-FILE - "
003940             "STATUS " WS-CERT-STATUS
003950         MOVE 'N' TO WS-FILES-OK-SW
003960         GO TO 1000-EXIT
003970     END-IF.
003980     DISPLAY "HELLOAY5 SCRUBBING " WS-DS-NAME " FOR "
003990         WS-AI-COUNT " EMPLOYEE IDS".
004000 1000-EXIT.
004010     EXIT.
004020
004030 1100-READ-LIST.
004040     READ ANON-LIST-FILE
004050         AT END
004060             SET WS-END-OF-LIST TO TRUE
004070     END-READ.
004080 1100-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120*1200-LOAD-LIST-RECORD
004130*AS IN HELLOAZ, WITH THE ARCHIVED NAME KEPT FOR EACH ID.
004140******************************************************************
004150 1200-LOAD-LIST-RECORD.
004160     IF ANL-EMPLOYEE
004170         IF WS-AI-COUNT >= WS-AI-TABLE-MAX
004180             DISPLAY "HELLOAY6 CONTROL LIST HOLDS MORE THAN "
004190                 WS-AI-TABLE-MAX " IDS"
004200             MOVE 'N' TO WS-RUN-OK-SW
004210             GO TO 1200-EXIT
004220         END-IF
004230         IF WS-AI-COUNT > ZERO
004240             IF ANL-EMP-ID NOT > WS-AI-EMP-ID (WS-AI-COUNT)
004250                 DISPLAY "HELLOAY7 CONTROL LIST OUT OF ID "
004260                     "ORDER AT " ANL-EMP-ID
004270                 MOVE 'N' TO WS-RUN-OK-SW
004280                 GO TO 1200-EXIT
004290             END-IF
004300         END-IF
004310         ADD 1 TO WS-AI-COUNT
004320         MOVE ANL-EMP-ID   TO WS-AI-EMP-ID (WS-AI-COUNT)
004330         MOVE ANL-EMP-NAME TO WS-AI-EMP-NAME (WS-AI-COUNT)
004340         MOVE ANL-ID-BASIS TO WS-AI-ID-BASIS (WS-AI-COUNT)
004350         MOVE ZERO         TO WS-AI-HITS (WS-AI-COUNT)
004360     END-IF.
004370     IF ANL-DATASET
004380         IF ANL-DS-SEQUENCE = WS-DS-SEQUENCE
004390             IF ANL-DS-FILE-TYPE NOT = WS-FILE-TYPE
004400                 DISPLAY "HELLOAY8 DATASET " WS-DS-SEQUENCE
004410                     " IS " ANL-DS-FILE-TYPE " ON THE CONTROL "
004420                     "LIST, NOT AUDITLOG"
004430                 MOVE 'N' TO WS-RUN-OK-SW
004440                 GO TO 1200-EXIT
004450             END-IF
004460             SET WS-DATASET-FOUND TO TRUE
004470             MOVE ANL-DS-NAME TO WS-DS-NAME
004480         END-IF
004490     END-IF.
004500     PERFORM 1100-READ-LIST THRU 1100-EXIT.
004510 1200-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550*1300-FILE-NAMES
004560*FILES EACH ARCHIVED NAME IN NAME ORDER.  A NAME ALREADY
004570*SCRUBBED OR BLANK IS NOT A NAME TO LOOK FOR.  A NAME HELD BY
004580*TWO IDS (AN EARLIER ID CARRIES ITS ARCHIVED ID'S NAME) IS
004590*FILED ONCE AND COUNTED AGAINST THE ARCHIVED ID.
004600******************************************************************
004610 1300-FILE-NAMES.
004620     MOVE WS-AI-EMP-NAME (WS-AI-SUB) TO WS-NEW-NAME.
004630     IF WS-NEW-NAME = SPACES OR WS-NEW-NAME = WS-ANON-TOKEN
004640         GO TO 1300-EXIT
004650     END-IF.
004660     MOVE 'N' TO WS-FOUND-SW.
004670     IF WS-AN-COUNT > ZERO
004680         SEARCH ALL WS-AN-ENTRY
004690             AT END
004700                 MOVE 'N' TO WS-FOUND-SW
004710             WHEN WS-AN-EMP-NAME (WS-AN-IDX) = WS-NEW-NAME
004720                 SET WS-FOUND TO TRUE
004730         END-SEARCH
004740     END-IF.
004750     IF WS-FOUND
004760         IF WS-AI-ID-BASIS (WS-AI-SUB) = 'A'
004770             MOVE WS-AI-SUB TO WS-AN-AI-SUB (WS-AN-IDX)
004780         END-IF
004790         GO TO 1300-EXIT
004800     END-IF.
004810     ADD 1 TO WS-AN-COUNT.
004820     MOVE WS-AN-COUNT TO WS-AN-POS.
004830     MOVE 'N' TO WS-SHIFT-DONE-SW.
004840     PERFORM 1310-SHIFT-NAME THRU 1310-EXIT
004850         UNTIL WS-SHIFT-DONE.
004860     MOVE WS-NEW-NAME TO WS-AN-EMP-NAME (WS-AN-POS).
004870     MOVE WS-AI-SUB   TO WS-AN-AI-SUB (WS-AN-POS).
004880 1300-EXIT.
004890     EXIT.
004900
004910 1310-SHIFT-NAME.
004920     IF WS-AN-POS = 1
004930         SET WS-SHIFT-DONE TO TRUE
004940         GO TO 1310-EXIT
004950     END-IF.
004960     IF WS-AN-EMP-NAME (WS-AN-POS - 1) NOT > WS-NEW-NAME
004970         SET WS-SHIFT-DONE TO TRUE
004980         GO TO 1310-EXIT
004990     END-IF.
005000     MOVE WS-AN-ENTRY (WS-AN-POS - 1) TO WS-AN-ENTRY (WS-AN-POS).
005010     SUBTRACT 1 FROM WS-AN-POS.
005020 1310-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060*2000-CHECK-GENERATION
005070*FIRST PASS.  RUNS THE HASH FROM THE OPENING VALUES OVER THE
005080*ENTRIES AS THEY STAND AND COMPARES IT WITH THE CLOSING RECORD,
005090*AND LISTS THE ENTRIES TO SCRUB.
005100******************************************************************
005110 2000-CHECK-GENERATION.
005120     OPEN INPUT AUDIT-LOG-FILE.
005130     IF WS-AUDIT-STATUS NOT = "00"
005140         DISPLAY "HELLOAY1 ERROR OPENING AUDIT-LOG-FILE - "
005150             "STATUS " WS-AUDIT-STATUS
005160         MOVE 'N' TO WS-RUN-OK-SW
005170         GO TO 2000-EXIT
005180     END-IF.
005190     MOVE 'N' TO WS-AUDIT-EOF-SW.
005200     MOVE ZERO TO WS-RECORDS-READ.
005210     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
005220     IF NOT WS-END-OF-AUDIT AND AUC-OPENING
005230         SET WS-HAS-OPENING TO TRUE
005240         MOVE AUC-GEN-NUMBER  TO WS-GEN-NUMBER
005250         MOVE AUC-ENTRY-COUNT TO WS-GEN-OPEN-COUNT
005260         MOVE AUC-HASH-TOTAL  TO WS-GEN-OPEN-HASH
005270         PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
005280     ELSE
005290         DISPLAY "HELLOAYA GENERATION DOES NOT START WITH AN "
005300             "OPENING RECORD - NOT RESEALED"
005310         MOVE 'N' TO WS-OLD-SEAL-SW
005320     END-IF.
005330     MOVE WS-GEN-OPEN-HASH TO WS-HASH-TOTAL.
005340     PERFORM 2200-CHECK-ONE-RECORD THRU 2200-EXIT
005350         UNTIL WS-END-OF-AUDIT OR NOT WS-RUN-OK.
005360     CLOSE AUDIT-LOG-FILE.
005370     MOVE WS-HASH-TOTAL TO WS-OLD-RUN-HASH.
005380     IF WS-HAS-OPENING AND NOT WS-HAS-CLOSING
005390         DISPLAY "HELLOAYB GENERATION " WS-GEN-NUMBER
005400             " IS STILL OPEN - OPENING RECORD ONLY IS RESEALED"
005410     END-IF.
005420 2000-EXIT.
005430     EXIT.
005440
005450 2100-READ-AUDIT-RECORD.
005460     READ AUDIT-LOG-FILE
005470         AT END
005480             SET WS-END-OF-AUDIT TO TRUE
005490     END-READ.
005500     IF NOT WS-END-OF-AUDIT
005510         ADD 1 TO WS-RECORDS-READ
005520     END-IF.
005530 2100-EXIT.
005540     EXIT.
005550
005560 2200-CHECK-ONE-RECORD.
005570     IF WS-HAS-CLOSING
005580         DISPLAY "HELLOAYC RECORD " WS-RECORDS-READ
005590             " FOLLOWS THE CLOSING RECORD"
005600         MOVE 'N' TO WS-OLD-SEAL-SW
005610     END-IF.
005620     IF AUC-OPENING
005630         DISPLAY "HELLOAYD SECOND OPENING RECORD AT RECORD "
005640             WS-RECORDS-READ
005650         MOVE 'N' TO WS-OLD-SEAL-SW
005660         GO TO 2200-READ-NEXT
005670     END-IF.
005680     IF AUC-CLOSING
005690         PERFORM 2300-CHECK-CLOSING THRU 2300-EXIT
005700         GO TO 2200-READ-NEXT
005710     END-IF.
005720     ADD 1 TO WS-ENTRY-COUNT.
005730     PERFORM 2400-HASH-RECORD THRU 2400-EXIT.
005740     PERFORM 2500-TIE-ENTRY THRU 2500-EXIT.
005750 2200-READ-NEXT.
005760     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
005770 2200-EXIT.
005780     EXIT.
005790
005800 2300-CHECK-CLOSING.
005810     IF WS-HAS-CLOSING OR NOT WS-HAS-OPENING
005820         MOVE 'N' TO WS-OLD-SEAL-SW
005830         GO TO 2300-EXIT
005840     END-IF.
005850     SET WS-HAS-CLOSING TO TRUE.
005860     MOVE AUDIT-LOG-RECORD TO WS-CLOSING-RECORD.
005870     MOVE AUC-HASH-TOTAL TO WS-OLD-CLOSE-HASH.
005880     IF AUC-GEN-NUMBER NOT = WS-GEN-NUMBER
005890        OR AUC-ENTRY-COUNT NOT = WS-GEN-OPEN-COUNT
005900                               + WS-ENTRY-COUNT
005910        OR AUC-HASH-TOTAL NOT = WS-HASH-TOTAL
005920         DISPLAY "HELLOAYE GENERATION " WS-GEN-NUMBER
005930             " OLD SEAL DOES NOT HOLD - CLOSING RECORD LEFT "
005940             "AS FOUND"
005950         MOVE 'N' TO WS-OLD-SEAL-SW
005960     END-IF.
005970 2300-EXIT.
005980     EXIT.
005990
006000 2400-HASH-RECORD.
006010     MOVE AUDIT-LOG-RECORD TO WS-HASH-RECORD.
006020     PERFORM 2410-HASH-ONE-BYTE THRU 2410-EXIT
006030         VARYING WS-HASH-SUB FROM 1 BY 1
006040         UNTIL WS-HASH-SUB > 95.
006050 2400-EXIT.
006060     EXIT.
006070
006080 2410-HASH-ONE-BYTE.
006090     MOVE WS-HASH-BYTE (WS-HASH-SUB) TO WS-BYTE-CHAR.
006100     COMPUTE WS-HASH-PRODUCT = WS-HASH-TOTAL * 31
006110                             + WS-BYTE-VALUE.
006120     DIVIDE WS-HASH-PRODUCT BY WS-HASH-MODULUS
006130         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-TOTAL.
006140 2410-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180*2500-TIE-ENTRY
006190*DECIDES WHETHER THE ENTRY JUST READ BELONGS TO A QUALIFYING
006200*EMPLOYEE.  THE MENU JOBS TAKE THE LOG EXCLUSIVELY, SO ONE
006210*SESSION'S ENTRIES ARE NEVER INTERLEAVED WITH ANOTHER'S.
006220******************************************************************
006230 2500-TIE-ENTRY.
006240     MOVE AUD-FIELD-NAME TO WS-ENTRY-FIELD.
006250     IF AUD-VALUE-ENTERED NOT = SPACES
006260        AND AUD-VALUE-ENTERED NOT = WS-ANON-TOKEN
006270        AND WS-AN-COUNT > ZERO
006280         PERFORM 2510-MATCH-NAME THRU 2510-EXIT
006290     END-IF.
006300     EVALUATE TRUE
006310         WHEN WS-ENTRY-STARTS-SESSION
006320             MOVE ZERO TO WS-GP-COUNT WS-LAST-AI-SUB
006330             MOVE 'N' TO WS-GROUP-FULL-SW
006340         WHEN WS-ENTRY-STARTS-GROUP
006350             MOVE ZERO TO WS-GP-COUNT WS-LAST-AI-SUB
006360             MOVE 'N' TO WS-GROUP-FULL-SW
006370         WHEN WS-ENTRY-IN-GROUP
006380             PERFORM 2520-ADD-TO-GROUP THRU 2520-EXIT
006390         WHEN WS-ENTRY-CARRIES-ID
006400             PERFORM 2530-CHECK-ENTRY-ID THRU 2530-EXIT
006410         WHEN WS-ENTRY-FOLLOWS-ID
006420             IF WS-LAST-AI-SUB > ZERO
006430                 MOVE WS-RECORDS-READ TO WS-MARK-RECORD-NUMBER
006440                 MOVE WS-LAST-AI-SUB  TO WS-MARK-AI-SUB
006450                 PERFORM 2600-MARK-ENTRY THRU 2600-EXIT
006460             END-IF
006470     END-EVALUATE.
006480 2500-EXIT.
006490     EXIT.
006500
006510 2510-MATCH-NAME.
006520     SEARCH ALL WS-AN-ENTRY
006530         AT END
006540             MOVE 'N' TO WS-FOUND-SW
006550         WHEN WS-AN-EMP-NAME (WS-AN-IDX) = AUD-VALUE-ENTERED
006560             MOVE WS-RECORDS-READ TO WS-MARK-RECORD-NUMBER
006570             MOVE WS-AN-AI-SUB (WS-AN-IDX) TO WS-MARK-AI-SUB
006580             PERFORM 2600-MARK-ENTRY THRU 2600-EXIT
006590     END-SEARCH.
006600 2510-EXIT.
006610     EXIT.
006620
006630 2520-ADD-TO-GROUP.
006640     IF WS-GP-COUNT >= WS-GP-TABLE-MAX
006650         SET WS-GROUP-FULL TO TRUE
006660         GO TO 2520-EXIT
006670     END-IF.
006680     ADD 1 TO WS-GP-COUNT.
006690     MOVE WS-RECORDS-READ TO WS-GP-RECORD-NUMBER (WS-GP-COUNT).
006700 2520-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740*2530-CHECK-ENTRY-ID
006750*AN ENTRY NAMING A QUALIFYING ID TAKES THE HELD ENTRY'S
006760*NEW-VALUE ENTRIES WITH IT AND OPENS THE WAY FOR A REASON.
006770*THE ID ITSELF STAYS IN THE LOG.
006780******************************************************************
006790 2530-CHECK-ENTRY-ID.
006800     MOVE ZERO TO WS-LAST-AI-SUB.
006810     MOVE 'N' TO WS-FOUND-SW.
006820     IF AUD-VALUE-ENTERED (7:24) = SPACES
006830        AND WS-AI-COUNT > ZERO
006840         MOVE AUD-VALUE-ENTERED (1:6) TO WS-CHECK-ID
006850         SEARCH ALL WS-AI-ENTRY
006860             AT END
006870                 MOVE 'N' TO WS-FOUND-SW
006880             WHEN WS-AI-EMP-ID (WS-AI-IDX) = WS-CHECK-ID
006890                 SET WS-FOUND TO TRUE
006900                 SET WS-LAST-AI-SUB TO WS-AI-IDX
006910         END-SEARCH
006920     END-IF.
006930     IF WS-FOUND
006940         IF WS-GROUP-FULL
006950             DISPLAY "HELLOAYF MORE THAN " WS-GP-TABLE-MAX
006960                 " NEW VALUES BEFORE RECORD " WS-RECORDS-READ
006970                 " - EARLIER ONES NOT TIED"
006980             ADD 1 TO WS-UNTIED-GROUPS
006990         END-IF
007000         MOVE WS-LAST-AI-SUB TO WS-MARK-AI-SUB
007010         PERFORM 2540-MARK-GROUP-ENTRY THRU 2540-EXIT
007020             VARYING WS-GP-SUB FROM 1 BY 1
007030             UNTIL WS-GP-SUB > WS-GP-COUNT
007040     END-IF.
007050     MOVE ZERO TO WS-GP-COUNT.
007060     MOVE 'N' TO WS-GROUP-FULL-SW.
007070 2530-EXIT.
007080     EXIT.
007090
007100 2540-MARK-GROUP-ENTRY.
007110     MOVE WS-GP-RECORD-NUMBER (WS-GP-SUB)
007120         TO WS-MARK-RECORD-NUMBER.
007130     PERFORM 2600-MARK-ENTRY THRU 2600-EXIT.
007140 2540-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180*2600-MARK-ENTRY
007190*FILES WS-MARK-RECORD-NUMBER IN RECORD-NUMBER ORDER, ONCE.  A
007200*GROUP'S ENTRIES ARRIVE AFTER LATER-NUMBERED MARKS ONLY RARELY,
007210*SO THE SHIFT IS SHORT.
007220******************************************************************
007230 2600-MARK-ENTRY.
007240     MOVE WS-MK-COUNT TO WS-MK-POS.
007250     MOVE 'N' TO WS-SHIFT-DONE-SW.
007260     PERFORM 2610-FIND-MARK-SLOT THRU 2610-EXIT
007270         UNTIL WS-SHIFT-DONE.
007280     IF WS-MK-POS > ZERO
007290         IF WS-MK-RECORD-NUMBER (WS-MK-POS)
007300                = WS-MARK-RECORD-NUMBER
007310             GO TO 2600-EXIT
007320         END-IF
007330     END-IF.
007340     IF WS-MK-COUNT >= WS-MK-TABLE-MAX
007350         DISPLAY "HELLOAYG MORE THAN " WS-MK-TABLE-MAX
007360             " ENTRIES TO SCRUB IN ONE GENERATION"
007370         MOVE 'N' TO WS-RUN-OK-SW
007380         GO TO 2600-EXIT
007390     END-IF.
007400     ADD 1 TO WS-MK-COUNT.
007410     MOVE WS-MK-COUNT TO WS-MK-NEXT.
007420     PERFORM 2620-SHIFT-MARK THRU 2620-EXIT
007430         UNTIL WS-MK-NEXT = WS-MK-POS + 1.
007440     MOVE WS-MARK-RECORD-NUMBER
007450         TO WS-MK-RECORD-NUMBER (WS-MK-POS + 1).
007460     MOVE WS-MARK-AI-SUB TO WS-MK-AI-SUB (WS-MK-POS + 1).
007470 2600-EXIT.
007480     EXIT.
007490
007500*LEAVES WS-MK-POS ON THE LAST MARK NOT AFTER THE NEW ONE (ZERO
007510*WHEN THE NEW ONE GOES FIRST).
007520 2610-FIND-MARK-SLOT.
007530     IF WS-MK-POS = ZERO
007540         SET WS-SHIFT-DONE TO TRUE
007550         GO TO 2610-EXIT
007560     END-IF.
007570     IF WS-MK-RECORD-NUMBER (WS-MK-POS) NOT >
007580            WS-MARK-RECORD-NUMBER
007590         SET WS-SHIFT-DONE TO TRUE
007600         GO TO 2610-EXIT
007610     END-IF.
007620     SUBTRACT 1 FROM WS-MK-POS.
007630 2610-EXIT.
007640     EXIT.
007650
007660 2620-SHIFT-MARK.
007670     MOVE WS-MK-ENTRY (WS-MK-NEXT - 1)
007680         TO WS-MK-ENTRY (WS-MK-NEXT).
007690     SUBTRACT 1 FROM WS-MK-NEXT.
007700 2620-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740*3000-SET-NEW-OPENING
007750*THE OPENING RECORD TAKES THE CLOSING HASH THE PRIOR
007760*GENERATION'S STEP CARRIED - WHEN THAT SEAL IS THE ONE THIS
007764*GENERATION OPENED FROM: THE SAME GENERATION AND COUNT, AND AN
007768*OPENING HASH EQUAL TO THE PRIOR CLOSING HASH AS IT WAS FOUND
007772*(OR AS RESEALED, WHEN THE STEP IS RUN AGAIN).  OTHERWISE THE
007776*CHAIN IS BROKEN AND THE OPENING RECORD IS LEFT AS FOUND.  THE
007780*FIRST GENERATION THE JOB TAKES HAS NO CARRY AND KEEPS ITS
007784*OPENING AS IT IS.
007790******************************************************************
007800 3000-SET-NEW-OPENING.
007810     MOVE WS-GEN-OPEN-HASH TO WS-NEW-OPEN-HASH.
007820     IF NOT WS-HAS-OPENING OR NOT WS-CARRY-PRESENT
007830         GO TO 3000-EXIT
007840     END-IF.
007850     IF WS-CARRY-TYPE NOT = "*GEN-CLOSING*"
007860        OR WS-CARRY-GEN-NUMBER + 1 NOT = WS-GEN-NUMBER
007870        OR WS-CARRY-COUNT NOT = WS-GEN-OPEN-COUNT
007873        OR (WS-GEN-OPEN-HASH NOT = WS-CARRY-OLD-HASH
007876            AND WS-GEN-OPEN-HASH NOT = WS-CARRY-HASH)
007880         DISPLAY "HELLOAYH GENERATION " WS-GEN-NUMBER
007890             " DOES NOT OPEN FROM THE CARRIED SEAL OF "
007900             "GENERATION " WS-CARRY-GEN-NUMBER
007910             " - OPENING RECORD LEFT AS FOUND"
007920         MOVE 'N' TO WS-CHAIN-SW
007930         GO TO 3000-EXIT
007940     END-IF.
007950     MOVE WS-CARRY-HASH TO WS-NEW-OPEN-HASH.
007960 3000-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000*4000-RESEAL-GENERATION
008010*SECOND PASS, FOR UPDATE IN PLACE.  SCRUBS THE MARKED ENTRIES,
008020*RUNS THE HASH FROM THE NEW OPENING VALUE OVER THE ENTRIES AS
008030*THEY NOW STAND, AND REWRITES THE OPENING AND CLOSING RECORDS.
008040******************************************************************
008050 4000-RESEAL-GENERATION.
008060     OPEN I-O AUDIT-LOG-FILE.
008070     IF WS-AUDIT-STATUS NOT = "00"
008080         DISPLAY "HELLOAY1 ERROR REOPENING AUDIT-LOG-FILE - "
008090             "STATUS " WS-AUDIT-STATUS
008100         MOVE 'N' TO WS-RUN-OK-SW
008110         GO TO 4000-EXIT
008120     END-IF.
008130     MOVE 'N' TO WS-AUDIT-EOF-SW.
008140     MOVE ZERO TO WS-RECORDS-READ.
008150     MOVE 1 TO WS-MK-NEXT.
008160     MOVE WS-NEW-OPEN-HASH TO WS-HASH-TOTAL.
008170     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
008180     PERFORM 4100-RESEAL-ONE-RECORD THRU 4100-EXIT
008190         UNTIL WS-END-OF-AUDIT OR NOT WS-RUN-OK.
008200     CLOSE AUDIT-LOG-FILE.
008210     IF NOT WS-HAS-CLOSING
008220         MOVE WS-HASH-TOTAL TO WS-NEW-CLOSE-HASH
008230     END-IF.
008240 4000-EXIT.
008250     EXIT.
008260
008270 4100-RESEAL-ONE-RECORD.
008280     IF WS-RECORDS-READ = 1 AND WS-HAS-OPENING
008290         IF AUC-HASH-TOTAL NOT = WS-NEW-OPEN-HASH
008300             MOVE WS-NEW-OPEN-HASH TO AUC-HASH-TOTAL
008310             PERFORM 4300-REWRITE-RECORD THRU 4300-EXIT
008320         END-IF
008330         GO TO 4100-READ-NEXT
008340     END-IF.
008350     IF AUC-CONTROL-RECORD
008360         IF AUC-CLOSING AND WS-OLD-SEAL-HELD
008370             MOVE WS-HASH-TOTAL TO WS-NEW-CLOSE-HASH
008380             IF AUC-HASH-TOTAL NOT = WS-HASH-TOTAL
008390                 MOVE WS-HASH-TOTAL TO AUC-HASH-TOTAL
008400                 PERFORM 4300-REWRITE-RECORD THRU 4300-EXIT
008410                 MOVE AUDIT-LOG-RECORD TO WS-CLOSING-RECORD
008420             END-IF
008430         END-IF
008440         GO TO 4100-READ-NEXT
008450     END-IF.
008460     IF WS-MK-NEXT <= WS-MK-COUNT
008470         IF WS-MK-RECORD-NUMBER (WS-MK-NEXT) = WS-RECORDS-READ
008480             PERFORM 4200-SCRUB-ENTRY THRU 4200-EXIT
008490             ADD 1 TO WS-MK-NEXT
008500         END-IF
008510     END-IF.
008520     PERFORM 2400-HASH-RECORD THRU 2400-EXIT.
008530 4100-READ-NEXT.
008540     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
008550 4100-EXIT.
008560     EXIT.
008570
008580 4200-SCRUB-ENTRY.
008590     IF AUD-VALUE-ENTERED = SPACES
008600        OR AUD-VALUE-ENTERED = WS-ANON-TOKEN
008610         GO TO 4200-EXIT
008620     END-IF.
008630     MOVE WS-ANON-TOKEN TO AUD-VALUE-ENTERED.
008640     PERFORM 4300-REWRITE-RECORD THRU 4300-EXIT.
008650     IF WS-RUN-OK
008660         ADD 1 TO WS-RECORDS-SCRUBBED
008670         ADD 1 TO WS-AI-HITS (WS-MK-AI-SUB (WS-MK-NEXT))
008680     END-IF.
008690 4200-EXIT.
008700     EXIT.
008710
008720 4300-REWRITE-RECORD.
008730     REWRITE AUDIT-LOG-RECORD.
008740     IF WS-AUDIT-STATUS NOT = "00"
008750         DISPLAY "HELLOAYI REWRITE FAILED AT RECORD "
008760             WS-RECORDS-READ " - STATUS " WS-AUDIT-STATUS
008770         MOVE 'N' TO WS-RUN-OK-SW
008780     END-IF.
008790 4300-EXIT.
008800     EXIT.
008810
008820******************************************************************
008830*5000-SET-SEAL-STATUS
008840*  R  CLOSED, OLD SEAL HELD, CLOSING HASH RENEWED
008850*  U  CLOSED, OLD SEAL HELD, NOTHING IN IT CHANGED
008860*  O  STILL OPEN - ONLY THE OPENING RECORD CARRIES A SEAL
008870*  F  OLD SEAL DID NOT HOLD - CLOSING RECORD LEFT AS FOUND
008880*  N  NO OPENING RECORD - NOTHING TO RESEAL FROM
008890******************************************************************
008900 5000-SET-SEAL-STATUS.
008910     EVALUATE TRUE
008920         WHEN NOT WS-HAS-OPENING
008930             MOVE 'N' TO WS-SEAL-STATUS-CODE
008940         WHEN NOT WS-OLD-SEAL-HELD
008950             MOVE 'F' TO WS-SEAL-STATUS-CODE
008960             MOVE WS-OLD-CLOSE-HASH TO WS-NEW-CLOSE-HASH
008970         WHEN NOT WS-HAS-CLOSING
008980             MOVE 'O' TO WS-SEAL-STATUS-CODE
008990             MOVE WS-OLD-RUN-HASH TO WS-OLD-CLOSE-HASH
009000         WHEN WS-NEW-CLOSE-HASH NOT = WS-OLD-CLOSE-HASH
009010             MOVE 'R' TO WS-SEAL-STATUS-CODE
009020         WHEN OTHER
009030             MOVE 'U' TO WS-SEAL-STATUS-CODE
009040     END-EVALUATE.
009050 5000-EXIT.
009060     EXIT.
009070
009080******************************************************************
009090*6000-CARRY-SEAL
009100*HANDS THIS GENERATION'S CLOSING RECORD, AS IT NOW STANDS, TO
009107*THE NEXT GENERATION'S STEP, WITH THE CLOSING HASH AS IT WAS
009114*FOUND IN THE TIMESTAMP POSITIONS.  AN OPEN OR UNOPENED
009121*GENERATION HANDS ON NOTHING.
009130******************************************************************
009140 6000-CARRY-SEAL.
009150     IF NOT WS-HAS-OPENING OR NOT WS-HAS-CLOSING
009160         MOVE SPACES TO WS-CLOSING-RECORD
009170     END-IF.
009180     OPEN OUTPUT SEAL-CARRY-FILE.
009190     IF WS-SEAL-STATUS NOT = "00"
009200         DISPLAY "HELLOAY1 ERROR OPENING SEAL-CARRY-FILE - "
009210             "STATUS " WS-SEAL-STATUS
009220         MOVE 'N' TO WS-RUN-OK-SW
009230         GO TO 6000-EXIT
009240     END-IF.
009250     IF WS-CLOSING-RECORD NOT = SPACES
009255         MOVE WS-CLOSING-RECORD TO WS-CARRY
009260         MOVE WS-OLD-CLOSE-HASH TO WS-CARRY-OLD-HASH
009265         WRITE SEAL-CARRY-RECORD FROM WS-CARRY
009270     END-IF.
009280     CLOSE SEAL-CARRY-FILE.
009290 6000-EXIT.
009300     EXIT.
009310
009320******************************************************************
009330*7100-WRITE-CERTIFICATE
009340*ONE 'S' RECORD PER EMPLOYEE SCRUBBED HERE, THEN THE 'D' RECORD
009350*WITH THE GENERATION'S SEAL BEFORE AND AFTER.
009360******************************************************************
009370 7100-WRITE-CERTIFICATE.
009380     PERFORM 7200-WRITE-SCRUBBED-ID THRU 7200-EXIT
009390         VARYING WS-AI-SUB FROM 1 BY 1
009400         UNTIL WS-AI-SUB > WS-AI-COUNT.
009410     MOVE SPACES TO ANON-CERT-RECORD.
009420     SET CRT-DATASET-DONE TO TRUE.
009430     MOVE WS-DS-SEQUENCE      TO CRT-D-DS-SEQUENCE.
009440     MOVE WS-FILE-TYPE        TO CRT-D-FILE-TYPE.
009450     MOVE WS-DS-NAME          TO CRT-D-DS-NAME.
009460     MOVE WS-RECORDS-READ     TO CRT-D-RECORDS-READ.
009470     MOVE WS-RECORDS-SCRUBBED TO CRT-D-RECORDS-SCRUBBED.
009480     MOVE WS-SEAL-STATUS-CODE TO CRT-D-SEAL-STATUS.
009490     MOVE WS-GEN-NUMBER       TO CRT-D-GEN-NUMBER.
009500     MOVE WS-OLD-CLOSE-HASH   TO CRT-D-OLD-HASH.
009510     MOVE WS-NEW-CLOSE-HASH   TO CRT-D-NEW-HASH.
009520     WRITE ANON-CERT-RECORD.
009530 7100-EXIT.
009540     EXIT.
009550
009560 7200-WRITE-SCRUBBED-ID.
009570     IF WS-AI-HITS (WS-AI-SUB) = ZERO
009580         GO TO 7200-EXIT
009590     END-IF.
009600     ADD 1 TO WS-IDS-FOUND.
009610     MOVE SPACES TO ANON-CERT-RECORD.
009620     SET CRT-SCRUBBED-ID TO TRUE.
009630     MOVE WS-AI-EMP-ID (WS-AI-SUB) TO CRT-EMP-ID.
009640     MOVE WS-DS-SEQUENCE           TO CRT-S-DS-SEQUENCE.
009650     MOVE WS-FILE-TYPE             TO CRT-S-FILE-TYPE.
009660     MOVE WS-DS-NAME               TO CRT-S-DS-NAME.
009670     MOVE WS-AI-HITS (WS-AI-SUB)   TO CRT-S-RECORDS.
009680     WRITE ANON-CERT-RECORD.
009690 7200-EXIT.
009700     EXIT.
009710
009720 8000-TERMINATE.
009730     IF WS-FILES-OK AND WS-DATASET-FOUND
009740         CLOSE CERT-DETAIL-FILE
009750     END-IF.
009760     DISPLAY "HELLOAYJ GENERATION        = " WS-GEN-NUMBER.
009770     DISPLAY "HELLOAYK RECORDS READ      = " WS-RECORDS-READ.
009780     DISPLAY "HELLOAYL ENTRIES SCRUBBED  = "
009790         WS-RECORDS-SCRUBBED.
009800     DISPLAY "HELLOAYM EMPLOYEES FOUND   = " WS-IDS-FOUND.
009810     DISPLAY "HELLOAYN SEAL STATUS       = "
009820         WS-SEAL-STATUS-CODE.
009830     DISPLAY "HELLOAYO CLOSING HASH WAS  = " WS-OLD-CLOSE-HASH.
009840     DISPLAY "HELLOAYP CLOSING HASH NOW  = " WS-NEW-CLOSE-HASH.
009850 8000-EXIT.
009860     EXIT.
009870
009880 END PROGRAM HELLOAY.
