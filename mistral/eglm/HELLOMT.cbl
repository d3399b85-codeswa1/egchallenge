000100******************************************************************
000110*PROGRAM:      HELLOMT
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      MENU-DRIVEN MANUAL TRANSACTION ENTRY, IN THE
000170*              HELLOM STYLE, FOR THE ONE-OFF ADD, CHANGE,
000180*              TERMINATION OR REHIRE NO SOURCE SYSTEM WILL SEND.
000190*              AN AUTHORIZED OPERATOR KEYS THE TRANSACTION IN
000200*              THE EMPREC LAYOUT AND IT IS EDITED ON THE SPOT
000210*              AGAINST THE RULES HELLO APPLIES - THE FIELD
000220*              EDITS, THE DEGREE-CODES AND DEPT-CODES TABLES,
000230*              AND THE EMPLOYEE'S STATUS ON THE MASTER (AS LEFT
000240*              BY ANY EARLIER ENTRY IN THE SAME BATCH).  AN
000250*              ACCEPTED ENTRY JOINS THE DAY'S MANUAL BATCH, A
000260*              FEED OF ITS OWN WITH HDR/TRL CONTROL RECORDS
000270*              UNDER SOURCE SYSTEM MANUAL, WHICH HELLOJOB
000280*              CONCATENATES INTO EMPIN BEHIND THE SOURCE FEEDS -
000290*              SO A MANUAL ENTRY PASSES THROUGH THE NORMAL
000300*              EDITS, JOURNAL, HR INTERFACE AND PER-SOURCE
000310*              CONTROL CHECK.  AN ENTRY CAN BE WITHDRAWN, WITH A
000320*              REASON, UNTIL THE RUN TAKES THE BATCH.  EVERY
000330*              ENTRY KEYED AND EVERY WITHDRAWAL IS LOGGED TO
000340*              AUDITLOG; HELLOML LISTS THE BATCH IN HELLOJOB FOR
000350*              SUPERVISOR SIGN-OFF.  READS THE CURRENT MANUAL
000360*              GENERATION AND ROLLS A NEW ONE AT EXIT, AS
000370*              HELLOSC DOES FOR THE SUSPENSE FILE.
000380*MODIFICATION HISTORY:
000390*DATE       INIT DESCRIPTION
000400*---------- ---- ------------------------------------------------
000410*2026-10-15 DK   ORIGINAL PROGRAM, MODELLED ON HELLOSC.
000411*2026-10-15 DK   MANOUT STATUS TESTED AFTER EVERY WRITE OF THE
000412*                NEW GENERATION, COPIED THROUGH OR REWRITTEN - A
000413*                FAILED WRITE ENDS THE SESSION WITH RC 16.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. HELLOMT.
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
000550     SELECT MANUAL-IN-FILE ASSIGN TO "MANIN"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-MANIN-STATUS.
000580
000590     SELECT MANUAL-OUT-FILE ASSIGN TO "MANOUT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-MANOUT-STATUS.
000620
000630     SELECT DEGREE-CODES-FILE ASSIGN TO "DEGCODES"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS DC-DEGREE-CODE
000670         FILE STATUS IS WS-DEGCOD-STATUS.
000680
000690     SELECT DEPT-CODES-FILE ASSIGN TO "DEPTCODE"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS DPT-DEPT-CODE
000730         FILE STATUS IS WS-DPTCOD-STATUS.
000740
000750     SELECT EMPMSTR-FILE ASSIGN TO "EMPMSTR"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS EMP-ID
000790         FILE STATUS IS WS-EMPMSTR-STATUS.
000800
000810     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-AUDIT-STATUS.
000840
000850     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS OPA-KEY
000890         FILE STATUS IS WS-OPAUTH-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930
000940*THE MANUAL BATCH - ONE HDR, THE DETAIL RECORDS IN EMPREC
000950*LAYOUT, ONE TRL, EXACTLY AS A SOURCE FEED ARRIVES ON EMPIN.
000960 FD  MANUAL-IN-FILE
000970     RECORDING MODE IS F.
000980 01  MANUAL-IN-RECORD               PIC X(104).
000990
001000 FD  MANUAL-OUT-FILE
001010     RECORDING MODE IS F.
001020 01  MANUAL-OUT-RECORD              PIC X(104).
001030
001040 FD  DEGREE-CODES-FILE.
001050     COPY DEGCODE.
001060
001070 FD  DEPT-CODES-FILE.
001080     COPY DEPTCODE.
001090
001100*EMPLOYEE MASTER - READ ONLY, FOR THE STATUS CHECK AND THE
001110*VALUES ON FILE THAT A CHANGE, TERM OR REHIRE STARTS FROM.
001120 FD  EMPMSTR-FILE.
001130     COPY EMPREC REPLACING
001140         ==EMP-RECORD== BY ==EMP-MASTER-RECORD==.
001150
001160 FD  AUDIT-LOG-FILE.
001170     COPY AUDITREC.
001180
001190*OPERATOR-AUTHORITY FILE - READ ONLY, FOR THE MENU FUNCTIONS
001200*THE SIGNED-ON OPERATOR MAY USE IN THIS PROGRAM.
001210 FD  OPER-AUTH-FILE.
001220     COPY OPAUTH.
001230
001240 WORKING-STORAGE SECTION.
001250
001260*THE TRANSACTION BEING KEYED, IN ITS EMPREC LAYOUT.  ON THE
001270*MANUAL BATCH THE SOURCE-SYSTEM FIELD OF A DETAIL RECORD
001280*CARRIES THE OPERATOR WHO KEYED IT, FOR THE SIGN-OFF LISTING -
001290*HELLO STAMPS EVERY EMPIN DETAIL WITH ITS FEED'S SOURCE.
001300 COPY EMPREC REPLACING
001310         ==EMP-RECORD==     BY ==WS-EMP-RECORD==
001320         ==EMP-ID==         BY ==WS-EMP-ID==
001330         ==EMP-NAME==       BY ==WS-EMP-NAME==
001340         ==EMP-DEGREE==     BY ==WS-EMP-DEGREE==
001350         ==EMP-NEW-ID==     BY ==WS-EMP-NEW-ID==
001360         ==EMP-HIRE-DATE==  BY ==WS-EMP-HIRE-DATE==
001370         ==EMP-HIRE-YYYY==  BY ==WS-EMP-HIRE-YYYY==
001380         ==EMP-HIRE-MM==    BY ==WS-EMP-HIRE-MM==
001390         ==EMP-HIRE-DD==    BY ==WS-EMP-HIRE-DD==
001400         ==EMP-TRANS-CODE== BY ==WS-EMP-TRANS-CODE==
001410         ==EMP-TRANS-ADD==  BY ==WS-EMP-TRANS-ADD==
001420         ==EMP-TRANS-CHANGE== BY ==WS-EMP-TRANS-CHANGE==
001430         ==EMP-TRANS-TERM== BY ==WS-EMP-TRANS-TERM==
001440         ==EMP-TRANS-REHIRE== BY ==WS-EMP-TRANS-REHIRE==
001450         ==EMP-TRANS-REKEY== BY ==WS-EMP-TRANS-REKEY==
001460         ==EMP-STATUS-SW==  BY ==WS-EMP-STATUS-SW==
001470         ==EMP-ST-ACTIVE==  BY ==WS-EMP-ST-ACTIVE==
001480         ==EMP-ST-TERMINATED== BY ==WS-EMP-ST-TERMINATED==
001490         ==EMP-TERM-DATE==  BY ==WS-EMP-TERM-DATE==
001500         ==EMP-DEPT-CODE==  BY ==WS-EMP-DEPT-CODE==
001510         ==EMP-EFFECTIVE-DATE== BY ==WS-EMP-EFF-DATE==
001520         ==EMP-SOURCE-SYSTEM== BY ==WS-EMP-KEYED-BY==.
001530
001540*CONTROL-RECORD VIEW OF A BATCH RECORD - EACH RECORD IS READ
001550*INTO IT, AND THE HDR AND TRL ARE BUILT IN IT FOR WRITING.
001560     COPY EMPCTL.
001570
001580 01  WS-FILE-STATUSES.
001590     05  WS-MANIN-STATUS            PIC X(02).
001600     05  WS-MANOUT-STATUS           PIC X(02).
001610     05  WS-DEGCOD-STATUS           PIC X(02).
001620     05  WS-DPTCOD-STATUS           PIC X(02).
001630     05  WS-EMPMSTR-STATUS          PIC X(02).
001640     05  WS-AUDIT-STATUS            PIC X(02).
001650     05  WS-OPAUTH-STATUS           PIC X(02).
001660
001670 01  WS-SWITCHES.
001680     05  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
001690         88  WS-EXIT-REQUESTED             VALUE 'Y'.
001700     05  WS-EOF-MAN-SW              PIC X(01) VALUE 'N'.
001710         88  WS-END-OF-BATCH               VALUE 'Y'.
001720     05  WS-EOF-DEGCOD-SW           PIC X(01) VALUE 'N'.
001730         88  WS-EOF-DEGCOD                 VALUE 'Y'.
001740     05  WS-EOF-DPTCOD-SW           PIC X(01) VALUE 'N'.
001750         88  WS-EOF-DPTCOD                 VALUE 'Y'.
001760     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
001770         88  WS-FILES-OK                   VALUE 'Y'.
001780     05  WS-MSTR-EMPTY-SW           PIC X(01) VALUE 'N'.
001790         88  WS-MASTER-EMPTY               VALUE 'Y'.
001800     05  WS-LOAD-FAILED-SW          PIC X(01) VALUE 'N'.
001810         88  WS-LOAD-FAILED                VALUE 'Y'.
001820     05  WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
001830         88  WS-TRAILER-SEEN               VALUE 'Y'.
001840     05  WS-EDIT-OK-SW              PIC X(01) VALUE 'Y'.
001850         88  WS-EDIT-OK                    VALUE 'Y'.
001860     05  WS-DEGREE-FOUND-SW         PIC X(01) VALUE 'N'.
001870         88  WS-DEGREE-FOUND               VALUE 'Y'.
001880     05  WS-DEPT-FOUND-SW           PIC X(01) VALUE 'N'.
001890         88  WS-DEPT-FOUND                 VALUE 'Y'.
001900     05  WS-SELECT-OK-SW            PIC X(01) VALUE 'N'.
001910         88  WS-SELECT-OK                  VALUE 'Y'.
001920     05  WS-ON-FILE-SW              PIC X(01) VALUE 'N'.
001930         88  WS-EMPLOYEE-ON-FILE           VALUE 'Y'.
001940     05  WS-LATER-ENTRY-SW          PIC X(01) VALUE 'N'.
001950         88  WS-LATER-ENTRY-FOUND          VALUE 'Y'.
001951     05  WS-BATCH-WRITE-SW          PIC X(01) VALUE 'N'.
001952         88  WS-BATCH-WRITE-FAILED         VALUE 'Y'.
001960
001970 01  WS-MENU-CHOICE                 PIC X(01) VALUE SPACE.
001980     88  WS-CHOICE-VALID            VALUES 'A' 'C' 'T' 'R' 'B'
001990                                           'W' 'X'
002000                                           'a' 'c' 't' 'r' 'b'
002010                                           'w' 'x'.
002020
002030 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
002040 01  WS-TERMINAL-ID                 PIC X(08) VALUE SPACES.
002050 01  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
002060 01  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
002070 01  WS-TIMESTAMP                   PIC X(26) VALUE SPACES.
002080 01  WS-AUDIT-FIELD-NAME            PIC X(15) VALUE SPACES.
002090 01  WS-AUDIT-VALUE                 PIC X(30) VALUE SPACES.
002100
002110*OPERATOR-AUTHORITY WORK AREA - THE FUNCTION LETTERS GRANTED TO
002120*THE SIGNED-ON OPERATOR FOR THIS PROGRAM, AND THE ONE CHECKED.
002130 01  WS-AUTH-PROGRAM                PIC X(08) VALUE "HELLOMT".
002140 01  WS-AUTH-FUNCTIONS              PIC X(10) VALUE SPACES.
002150 01  WS-AUTH-FUNCTION               PIC X(01) VALUE SPACE.
002160 01  WS-AUTH-TALLY                  PIC 9(04) COMP VALUE ZERO.
002170 01  WS-FUNCTION-SW                 PIC X(01) VALUE 'N'.
002180     88  WS-FUNCTION-ALLOWED               VALUE 'Y'.
002190
002200*THE SOURCE SYSTEM THE BATCH IS FED UNDER, AND THE BUSINESS
002210*DATE ITS HDR CARRIES - TODAY'S, WHICH IS TONIGHT'S RUN DATE.
002220 01  WS-MANUAL-SOURCE               PIC X(08) VALUE "MANUAL".
002230 01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
002240 01  WS-CARRIED-DATE                PIC 9(08) VALUE ZERO.
002250
002260*KEYING WORK AREA.
002270 01  WS-WORK-TRANS                  PIC X(01) VALUE SPACE.
002280 01  WS-KEYED-ID                    PIC X(06) VALUE SPACES.
002290 01  WS-KEYED-VALUE                 PIC X(30) VALUE SPACES.
002300 01  WS-EDIT-REASON                 PIC X(40) VALUE SPACES.
002310 01  WS-WITHDRAW-REASON             PIC X(30) VALUE SPACES.
002320 01  WS-CONFIRM-INPUT               PIC X(01) VALUE SPACE.
002330     88  WS-CONFIRM-YES             VALUES 'Y' 'y'.
002340 01  WS-SELECT-INPUT                PIC X(03) VALUE SPACES.
002350 01  WS-SELECT-NUMBER               PIC 9(03) VALUE ZERO.
002360 01  WS-ENTRY-NUMBER                PIC 9(03) VALUE ZERO.
002370 01  WS-DATE-NAME                   PIC X(12) VALUE SPACES.
002380 01  WS-DATE-WORK                   PIC 9(08) VALUE ZERO.
002390 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
002400     05  WS-DATE-YYYY               PIC 9(04).
002410     05  WS-DATE-MM                 PIC 9(02).
002420     05  WS-DATE-DD                 PIC 9(02).
002430 01  WS-DATE-OK-SW                  PIC X(01) VALUE 'N'.
002440     88  WS-DATE-OK                        VALUE 'Y'.
002450
002460*THE EMPLOYEE AS THE RUN WILL FIND THEM WHEN THIS ENTRY IS
002470*REACHED - THE MASTER RECORD, CARRIED FORWARD THROUGH ANY
002480*EARLIER LIVE ENTRY FOR THE SAME ID IN THE BATCH.
002490 01  WS-CURRENT-IMAGE.
002500     05  WS-CUR-NAME                PIC X(30) VALUE SPACES.
002510     05  WS-CUR-DEGREE              PIC X(30) VALUE SPACES.
002520     05  WS-CUR-HIRE-DATE           PIC 9(08) VALUE ZERO.
002530     05  WS-CUR-DEPT-CODE           PIC X(04) VALUE SPACES.
002540     05  WS-CUR-STATUS              PIC X(01) VALUE SPACE.
002550         88  WS-CUR-ACTIVE                 VALUE 'A'.
002560         88  WS-CUR-TERMINATED             VALUE 'T'.
002570
002580*THE MANUAL BATCH HELD IN MEMORY FOR THE SESSION, IN EMPREC
002590*POSITIONS.  THE OCCURS CEILING BELOW (200) MUST MATCH
002600*WS-MT-TABLE-MAX.
002610 01  WS-MT-TABLE-MAX                PIC 9(04) COMP VALUE 200.
002620 01  WS-MT-TABLE-CONTROL.
002630     05  WS-MT-COUNT                PIC 9(04) COMP VALUE ZERO.
002640 01  WS-MT-TABLE.
002650     05  WS-MT-ENTRY OCCURS 1 TO 200 TIMES
002660             DEPENDING ON WS-MT-COUNT
002670             INDEXED BY WS-MT-IDX.
002680         10  WS-MT-DATA.
002690             15  WS-MT-EMP-ID       PIC X(06).
002700             15  WS-MT-EMP-NAME     PIC X(30).
002710             15  WS-MT-EMP-DEGREE   PIC X(30).
002720             15  WS-MT-HIRE-DATE    PIC 9(08).
002730             15  WS-MT-TRANS-CODE   PIC X(01).
002740             15  FILLER             PIC X(09).
002750             15  WS-MT-DEPT-CODE    PIC X(04).
002760             15  FILLER             PIC X(16).
002770         10  WS-MT-DISP-SW          PIC X(01).
002780             88  WS-MT-LIVE          VALUE 'L'.
002790             88  WS-MT-WITHDRAWN     VALUE 'W'.
002800 01  WS-MT-SUB                      PIC 9(04) COMP VALUE ZERO.
002810 01  WS-MT-LATER-SUB                PIC 9(04) COMP VALUE ZERO.
002820
002830*BATCH CONTROL TOTALS - AS LOADED, AND AS WRITTEN.  THE HASH
002840*IS OVER THE NUMERIC EMPLOYEE IDS, AS HELLO COMPUTES IT.
002850 01  WS-BATCH-TOTALS.
002860     05  WS-LOAD-HASH               PIC 9(12) VALUE ZERO.
002870     05  WS-OUT-COUNT               PIC 9(08) VALUE ZERO.
002880     05  WS-OUT-HASH                PIC 9(12) VALUE ZERO.
002890 01  WS-HASH-WORK.
002900     05  WS-HASH-ID-X               PIC X(06).
002910     05  WS-HASH-ID-9 REDEFINES WS-HASH-ID-X
002920                                    PIC 9(06).
002930
002940*COUNTS FOR THE SESSION SUMMARY.
002950 01  WS-COUNTERS.
002960     05  WS-KEYED-COUNT             PIC 9(08) COMP VALUE ZERO.
002970     05  WS-REFUSED-COUNT           PIC 9(08) COMP VALUE ZERO.
002980     05  WS-WITHDRAWN-COUNT         PIC 9(08) COMP VALUE ZERO.
002990
003000*IN-MEMORY REFERENCE TABLES, LOADED AS THE HELLO BATCH LOADS
003010*THEM, SO AN ENTRY IS EDITED AGAINST THE SAME RULES.  THE
003020*OCCURS CEILINGS MUST MATCH THE -MAX FIELDS ABOVE EACH.
003030 01  WS-DEGREE-TABLE-MAX            PIC 9(04) COMP VALUE 200.
003040 01  WS-DEGREE-TABLE-CONTROL.
003050     05  WS-DEGREE-TABLE-COUNT      PIC 9(04) COMP VALUE ZERO.
003060 01  WS-DEGREE-TABLE.
003070     05  WS-DEGREE-TABLE-ENTRY OCCURS 1 TO 200 TIMES
003080             DEPENDING ON WS-DEGREE-TABLE-COUNT
003090             INDEXED BY WS-DEGREE-IDX.
003100         10  WS-DEGREE-CODE-T       PIC X(10).
003110         10  WS-DEGREE-TITLE-T      PIC X(30).
003120
003130 01  WS-DEPT-TABLE-MAX              PIC 9(04) COMP VALUE 100.
003140 01  WS-DEPT-TABLE-CONTROL.
003150     05  WS-DEPT-TABLE-COUNT        PIC 9(04) COMP VALUE ZERO.
003160 01  WS-DEPT-TABLE.
003170     05  WS-DEPT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
003180             DEPENDING ON WS-DEPT-TABLE-COUNT
003190             INDEXED BY WS-DEPT-IDX.
003200         10  WS-DEPT-CODE-T         PIC X(04).
003210         10  WS-DEPT-NAME-T         PIC X(30).
003220
003230 PROCEDURE DIVISION.
003240
003250******************************************************************
003260*0000-MAINLINE
003270*LOADS THE DAY'S MANUAL BATCH AND THE REFERENCE TABLES, RUNS
003280*THE MENU UNTIL THE OPERATOR EXITS, THEN WRITES THE LIVE
003290*ENTRIES TO THE NEW MANUAL GENERATION.
003300******************************************************************
003310 0000-MAINLINE.
003320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003330     IF NOT WS-FILES-OK
003340         DISPLAY "HELLOMT1 ONE OR MORE FILES FAILED TO OPEN OR "
003350             "THE BATCH FAILED TO LOAD - RUN TERMINATED"
003360         MOVE 16 TO RETURN-CODE
003370     ELSE
003380         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
003390             UNTIL WS-EXIT-REQUESTED
003400         PERFORM 7500-WRITE-BATCH THRU 7500-EXIT
003410     END-IF.
003420     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003430     GOBACK.
003440 0000-EXIT.
003450     EXIT.
003460
003470 1000-INITIALIZE.
003480     OPEN INPUT MANUAL-IN-FILE.
003490     IF WS-MANIN-STATUS NOT = "00"
003500         DISPLAY "HELLOMT1 ERROR OPENING MANUAL-IN-FILE - "
003510             "STATUS " WS-MANIN-STATUS
003520         MOVE 'N' TO WS-FILES-OK-SW
003530     END-IF.
003540     OPEN OUTPUT MANUAL-OUT-FILE.
003550     IF WS-MANOUT-STATUS NOT = "00"
003560         DISPLAY "HELLOMT1 ERROR OPENING MANUAL-OUT-FILE - "
003570             "STATUS " WS-MANOUT-STATUS
003580         MOVE 'N' TO WS-FILES-OK-SW
003590     END-IF.
003600     OPEN INPUT DEGREE-CODES-FILE.
003610     IF WS-DEGCOD-STATUS NOT = "00"
003620         DISPLAY "HELLOMT1 ERROR OPENING DEGREE-CODES-FILE - "
003630             "STATUS " WS-DEGCOD-STATUS
003640         MOVE 'N' TO WS-FILES-OK-SW
003650     END-IF.
003660     OPEN INPUT DEPT-CODES-FILE.
003670     IF WS-DPTCOD-STATUS NOT = "00"
003680         DISPLAY "HELLOMT1 ERROR OPENING DEPT-CODES-FILE - "
003690             "STATUS " WS-DPTCOD-STATUS
003700         MOVE 'N' TO WS-FILES-OK-SW
003710     END-IF.
003720     OPEN INPUT EMPMSTR-FILE.
003730     IF WS-EMPMSTR-STATUS = "35"
003740*        A NEVER-LOADED MASTER ON A FRESH INSTALL - EVERY ID IS
003750*        THEN NEW, SO ONLY ADDS PASS THE STATUS CHECK.
003760         SET WS-MASTER-EMPTY TO TRUE
003770     ELSE
003780         IF WS-EMPMSTR-STATUS NOT = "00"
003790             DISPLAY "HELLOMT1 ERROR OPENING EMPMSTR-FILE - "
003800                 "STATUS " WS-EMPMSTR-STATUS
003810             MOVE 'N' TO WS-FILES-OK-SW
003820         END-IF
003830     END-IF.
003840     OPEN EXTEND AUDIT-LOG-FILE.
003850     IF WS-AUDIT-STATUS NOT = "00"
003860         DISPLAY "HELLOMT1 ERROR OPENING AUDIT-LOG-FILE - "
003870             "STATUS " WS-AUDIT-STATUS
003880         MOVE 'N' TO WS-FILES-OK-SW
003890     END-IF.
003900     OPEN INPUT OPER-AUTH-FILE.
003910     IF WS-OPAUTH-STATUS NOT = "00"
003920         DISPLAY "HELLOMT1 ERROR OPENING OPER-AUTH-FILE - "
003930             "STATUS " WS-OPAUTH-STATUS
003940         MOVE 'N' TO WS-FILES-OK-SW
003950     END-IF.
003960     IF NOT WS-FILES-OK
003970         GO TO 1000-EXIT
003980     END-IF.
003990     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
004000     DISPLAY "ENTER OPERATOR ID: ".
004010     ACCEPT WS-OPERATOR-ID.
004020     MOVE "OPERATOR-ID" TO WS-AUDIT-FIELD-NAME.
004030     MOVE WS-OPERATOR-ID TO WS-AUDIT-VALUE.
004040     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
004050     DISPLAY "ENTER TERMINAL ID: ".
004060     ACCEPT WS-TERMINAL-ID.
004070     MOVE "TERMINAL-ID" TO WS-AUDIT-FIELD-NAME.
004080     MOVE WS-TERMINAL-ID TO WS-AUDIT-VALUE.
004090     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
004100     PERFORM 1300-LOAD-BATCH THRU 1300-EXIT.
004110     IF NOT WS-FILES-OK
004120         GO TO 1000-EXIT
004130     END-IF.
004140     PERFORM 1400-LOAD-DEGREE-TABLE THRU 1400-EXIT.
004150     PERFORM 1500-LOAD-DEPT-TABLE THRU 1500-EXIT.
004160     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
004170     DISPLAY "HELLOMT2 " WS-MT-COUNT
004180         " ENTRY(IES) ON THE MANUAL BATCH FOR " WS-BUSINESS-DATE.
004190 1000-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230*1200-LOAD-AUTHORITY
004240*READS THE OPERATOR'S GRANT FOR THIS PROGRAM.  NO GRANT, OR ONE
004250*WITH NO FUNCTIONS LEFT ON IT, ENDS THE SESSION BEFORE THE MENU
004260*IS SHOWN.  THE REFUSAL IS LOGGED UNDER AUTH-REFUSED.
004270******************************************************************
004280 1200-LOAD-AUTHORITY.
004290     MOVE WS-OPERATOR-ID  TO OPA-OPERATOR-ID.
004300     MOVE WS-AUTH-PROGRAM TO OPA-PROGRAM-ID.
004310     READ OPER-AUTH-FILE
004320         INVALID KEY
004330             MOVE SPACES TO OPA-FUNCTIONS
004340     END-READ.
004350     MOVE OPA-FUNCTIONS TO WS-AUTH-FUNCTIONS.
004360     IF WS-AUTH-FUNCTIONS NOT = SPACES
004370         GO TO 1200-EXIT
004380     END-IF.
004390     DISPLAY "HELLOMTM OPERATOR " WS-OPERATOR-ID
004400         " IS NOT AUTHORIZED FOR " WS-AUTH-PROGRAM.
004410     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
004420     MOVE SPACES TO WS-AUDIT-VALUE.
004430     STRING WS-AUTH-PROGRAM DELIMITED BY SPACE
004440            " SIGN-ON"      DELIMITED BY SIZE
004450         INTO WS-AUDIT-VALUE
004460     END-STRING.
004470     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
004480     SET WS-EXIT-REQUESTED TO TRUE.
004490     MOVE 8 TO RETURN-CODE.
004500 1200-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540*1300-LOAD-BATCH
004550*LOADS THE CURRENT MANUAL GENERATION INTO THE SESSION TABLE.
004560*AN EMPTY GENERATION IS A FRESH DAY - HELLOJOB ROLLS ONE ONCE
004570*THE RUN HAS TAKEN THE BATCH.  A BATCH STILL DATED AN EARLIER
004580*DAY WAS NEVER TAKEN BY A RUN THAT COMMITTED, SO ITS ENTRIES
004590*ARE CARRIED INTO TODAY'S BATCH, AND THE CARRY IS LOGGED.  A
004600*BATCH THAT DOES NOT LOAD CLEANLY - NO HDR, NOT THE MANUAL
004610*SOURCE, A TRL THAT DOES NOT AGREE, NO TRL, OR MORE ENTRIES
004620*THAN THE TABLE HOLDS - STOPS THE SESSION.
004630******************************************************************
004640 1300-LOAD-BATCH.
004650     PERFORM 1310-READ-BATCH THRU 1310-EXIT.
004660     IF WS-END-OF-BATCH
004670         GO TO 1300-EXIT
004680     END-IF.
004690     IF NOT CTL-HEADER
004700        OR CTL-SOURCE-SYSTEM NOT = WS-MANUAL-SOURCE
004710         DISPLAY "HELLOMT3 FIRST BATCH RECORD IS NOT A MANUAL "
004720             "HDR CONTROL RECORD"
004730         PERFORM 1350-PRESERVE-BATCH THRU 1350-EXIT
004740         GO TO 1300-EXIT
004750     END-IF.
004760     IF CTL-BUSINESS-DATE NOT = WS-BUSINESS-DATE
004770         MOVE CTL-BUSINESS-DATE TO WS-CARRIED-DATE
004780         DISPLAY "HELLOMT4 BATCH DATED " WS-CARRIED-DATE
004790             " WAS NOT TAKEN BY A RUN - ITS ENTRIES ARE "
004800             "CARRIED INTO TODAY'S BATCH"
004810         MOVE "BATCH-CARRIED" TO WS-AUDIT-FIELD-NAME
004820         MOVE WS-CARRIED-DATE TO WS-AUDIT-VALUE
004830         PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT
004840     END-IF.
004850     PERFORM 1310-READ-BATCH THRU 1310-EXIT.
004860     PERFORM 1320-ADD-BATCH-ENTRY THRU 1320-EXIT
004870         UNTIL WS-END-OF-BATCH OR WS-LOAD-FAILED.
004880     IF NOT WS-LOAD-FAILED AND NOT WS-TRAILER-SEEN
004890         DISPLAY "HELLOMT5 BATCH HAS NO TRL CONTROL RECORD"
004900         SET WS-LOAD-FAILED TO TRUE
004910     END-IF.
004920     IF WS-LOAD-FAILED
004930         PERFORM 1350-PRESERVE-BATCH THRU 1350-EXIT
004940     END-IF.
004950 1300-EXIT.
004960     EXIT.
004970
004980 1310-READ-BATCH.
004990     READ MANUAL-IN-FILE INTO EMP-CONTROL-RECORD
005000         AT END
005010             SET WS-END-OF-BATCH TO TRUE
005020     END-READ.
005030 1310-EXIT.
005040     EXIT.
005050
005060 1320-ADD-BATCH-ENTRY.
005070     IF WS-TRAILER-SEEN OR CTL-HEADER
005080         DISPLAY "HELLOMT6 RECORD AFTER THE TRL OR A SECOND HDR "
005090             "ON THE BATCH"
005100         SET WS-LOAD-FAILED TO TRUE
005110         GO TO 1320-EXIT
005120     END-IF.
005130     IF CTL-TRAILER
005140         SET WS-TRAILER-SEEN TO TRUE
005150         IF CTL-RECORD-COUNT NOT = WS-MT-COUNT
005160            OR CTL-HASH-TOTAL NOT = WS-LOAD-HASH
005170             DISPLAY "HELLOMT7 BATCH TRL COUNT " CTL-RECORD-COUNT
005180                 " HASH " CTL-HASH-TOTAL " DOES NOT AGREE WITH "
005190                 WS-MT-COUNT " ENTRIES HASH " WS-LOAD-HASH
005200             SET WS-LOAD-FAILED TO TRUE
005210             GO TO 1320-EXIT
005220         END-IF
005230         PERFORM 1310-READ-BATCH THRU 1310-EXIT
005240         GO TO 1320-EXIT
005250     END-IF.
005260     IF WS-MT-COUNT >= WS-MT-TABLE-MAX
005270         DISPLAY "HELLOMT8 MANUAL BATCH TABLE FULL AT "
005280             WS-MT-TABLE-MAX " ENTRIES"
005290         SET WS-LOAD-FAILED TO TRUE
005300         GO TO 1320-EXIT
005310     END-IF.
005320     ADD 1 TO WS-MT-COUNT.
005330     MOVE EMP-CONTROL-RECORD TO WS-MT-DATA (WS-MT-COUNT).
005340     MOVE 'L' TO WS-MT-DISP-SW (WS-MT-COUNT).
005350     MOVE WS-MT-EMP-ID (WS-MT-COUNT) TO WS-HASH-ID-X.
005360     IF WS-HASH-ID-9 NUMERIC
005370         ADD WS-HASH-ID-9 TO WS-LOAD-HASH
005380     END-IF.
005390     PERFORM 1310-READ-BATCH THRU 1310-EXIT.
005400 1320-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440*1350-PRESERVE-BATCH
005450*A BATCH THAT FAILED TO LOAD IS COPIED STRAIGHT THROUGH TO THE
005460*NEW GENERATION, UNCHANGED, FROM ITS FIRST RECORD - THE OUTPUT
005470*GENERATION IS ALREADY OPEN AND WILL CATALOG, AND AN EMPTY ONE
005480*WOULD SILENTLY DROP THE DAY'S ENTRIES.  HELLO'S OWN CONTROL
005490*CHECK THEN REFUSES THE BATCH IN THE OPEN.  FALLS THROUGH INTO
005500*THE COPY LOOP BELOW.
005510******************************************************************
005520 1350-PRESERVE-BATCH.
005530     DISPLAY "HELLOMT9 BATCH COPIED THROUGH UNCHANGED - NO "
005540         "ENTRY CAN BE KEYED UNTIL IT IS PUT RIGHT".
005550     MOVE 'N' TO WS-FILES-OK-SW.
005560     CLOSE MANUAL-IN-FILE.
005570     OPEN INPUT MANUAL-IN-FILE.
005580 1360-COPY-REST.
005590     READ MANUAL-IN-FILE
005600         AT END
005610             GO TO 1350-EXIT
005620     END-READ.
005630     MOVE MANUAL-IN-RECORD TO MANUAL-OUT-RECORD.
005640     WRITE MANUAL-OUT-RECORD.
005641     IF WS-MANOUT-STATUS NOT = "00"
005642         PERFORM 7900-WRITE-FAILED THRU 7900-EXIT
005643         GO TO 1350-EXIT
005644     END-IF.
005650     GO TO 1360-COPY-REST.
005660 1350-EXIT.
005670     EXIT.
005680
005690******************************************************************
005700*1400-LOAD-DEGREE-TABLE
005710*LOADS THE ACTIVE DEGREE CODES AS HELLO DOES, SO AN ENTRY
005720*RECONCILES AGAINST THE SAME TABLE.
005730******************************************************************
005740 1400-LOAD-DEGREE-TABLE.
005750     MOVE ZERO TO WS-DEGREE-TABLE-COUNT.
005760     PERFORM 1410-READ-DEGREE-CODE THRU 1410-EXIT.
005770     PERFORM 1420-ADD-DEGREE-ENTRY THRU 1420-EXIT
005780         UNTIL WS-EOF-DEGCOD.
005790 1400-EXIT.
005800     EXIT.
005810
005820 1410-READ-DEGREE-CODE.
005830     READ DEGREE-CODES-FILE NEXT RECORD
005840         AT END
005850             SET WS-EOF-DEGCOD TO TRUE
005860     END-READ.
005870 1410-EXIT.
005880     EXIT.
005890
005900 1420-ADD-DEGREE-ENTRY.
005910     IF WS-DEGREE-TABLE-COUNT >= WS-DEGREE-TABLE-MAX
005920         DISPLAY "HELLOMTA DEGREE-CODES TABLE FULL AT "
005930             WS-DEGREE-TABLE-MAX " ENTRIES - REMAINING"
005940         DISPLAY "          DEGREE CODES ARE NOT LOADED"
005950         SET WS-EOF-DEGCOD TO TRUE
005960         GO TO 1420-EXIT
005970     END-IF.
005980     IF DC-INACTIVE
005990         PERFORM 1410-READ-DEGREE-CODE THRU 1410-EXIT
006000         GO TO 1420-EXIT
006010     END-IF.
006020     ADD 1 TO WS-DEGREE-TABLE-COUNT.
006030     MOVE DC-DEGREE-CODE
006040         TO WS-DEGREE-CODE-T (WS-DEGREE-TABLE-COUNT).
006050     MOVE DC-DEGREE-TITLE
006060         TO WS-DEGREE-TITLE-T (WS-DEGREE-TABLE-COUNT).
006070     PERFORM 1410-READ-DEGREE-CODE THRU 1410-EXIT.
006080 1420-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120*1500-LOAD-DEPT-TABLE
006130******************************************************************
006140 1500-LOAD-DEPT-TABLE.
006150     MOVE ZERO TO WS-DEPT-TABLE-COUNT.
006160     PERFORM 1510-READ-DEPT-CODE THRU 1510-EXIT.
006170     PERFORM 1520-ADD-DEPT-ENTRY THRU 1520-EXIT
006180         UNTIL WS-EOF-DPTCOD.
006190 1500-EXIT.
006200     EXIT.
006210
006220 1510-READ-DEPT-CODE.
006230     READ DEPT-CODES-FILE NEXT RECORD
006240         AT END
006250             SET WS-EOF-DPTCOD TO TRUE
006260     END-READ.
006270 1510-EXIT.
006280     EXIT.
006290
006300 1520-ADD-DEPT-ENTRY.
006310     IF WS-DEPT-TABLE-COUNT >= WS-DEPT-TABLE-MAX
006320         DISPLAY "HELLOMTB DEPT-CODES TABLE FULL AT "
006330             WS-DEPT-TABLE-MAX " ENTRIES - REMAINING"
006340         DISPLAY "          DEPARTMENT CODES ARE NOT LOADED"
006350         SET WS-EOF-DPTCOD TO TRUE
006360         GO TO 1520-EXIT
006370     END-IF.
006380     IF DPT-INACTIVE
006390         PERFORM 1510-READ-DEPT-CODE THRU 1510-EXIT
006400         GO TO 1520-EXIT
006410     END-IF.
006420     ADD 1 TO WS-DEPT-TABLE-COUNT.
006430     MOVE DPT-DEPT-CODE
006440         TO WS-DEPT-CODE-T (WS-DEPT-TABLE-COUNT).
006450     MOVE DPT-DEPT-NAME
006460         TO WS-DEPT-NAME-T (WS-DEPT-TABLE-COUNT).
006470     PERFORM 1510-READ-DEPT-CODE THRU 1510-EXIT.
006480 1520-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520*2000-PROCESS-MENU
006530******************************************************************
006540 2000-PROCESS-MENU.
006550     DISPLAY " ".
006560     DISPLAY "MANUAL TRANSACTION ENTRY MENU".
006570     MOVE 'A' TO WS-AUTH-FUNCTION.
006580     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
006590     IF WS-FUNCTION-ALLOWED
006600         DISPLAY "  A - KEY AN ADD"
006610     END-IF.
006620     MOVE 'C' TO WS-AUTH-FUNCTION.
006630     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
006640     IF WS-FUNCTION-ALLOWED
006650         DISPLAY "  C - KEY A CHANGE"
006660     END-IF.
006670     MOVE 'T' TO WS-AUTH-FUNCTION.
006680     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
006690     IF WS-FUNCTION-ALLOWED
006700         DISPLAY "  T - KEY A TERMINATION"
006710     END-IF.
006720     MOVE 'R' TO WS-AUTH-FUNCTION.
006730     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
006740     IF WS-FUNCTION-ALLOWED
006750         DISPLAY "  R - KEY A REHIRE"
006760     END-IF.
006770     MOVE 'B' TO WS-AUTH-FUNCTION.
006780     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
006790     IF WS-FUNCTION-ALLOWED
006800         DISPLAY "  B - BROWSE TODAY'S BATCH"
006810     END-IF.
006820     MOVE 'W' TO WS-AUTH-FUNCTION.
006830     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
006840     IF WS-FUNCTION-ALLOWED
006850         DISPLAY "  W - WITHDRAW AN ENTRY"
006860     END-IF.
006870     DISPLAY "  X - EXIT AND WRITE THE BATCH".
006880     DISPLAY "ENTER YOUR CHOICE: ".
006890     ACCEPT WS-MENU-CHOICE.
006900     MOVE "MENU-CHOICE" TO WS-AUDIT-FIELD-NAME.
006910     MOVE WS-MENU-CHOICE TO WS-AUDIT-VALUE.
006920     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
006930     IF NOT WS-CHOICE-VALID
006940         DISPLAY "HELLOMTC INVALID CHOICE - TRY AGAIN"
006950         GO TO 2000-EXIT
006960     END-IF.
006970     MOVE WS-MENU-CHOICE TO WS-AUTH-FUNCTION.
006980     INSPECT WS-AUTH-FUNCTION
006990         CONVERTING "abcdefghijklmnopqrstuvwxyz"
007000                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
007010     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
007020     IF NOT WS-FUNCTION-ALLOWED
007030         PERFORM 8400-REFUSE-FUNCTION THRU 8400-EXIT
007040         GO TO 2000-EXIT
007050     END-IF.
007060     EVALUATE WS-AUTH-FUNCTION
007070         WHEN 'A' WHEN 'C' WHEN 'T' WHEN 'R'
007080             MOVE WS-AUTH-FUNCTION TO WS-WORK-TRANS
007090             PERFORM 3000-KEY-TRANSACTION THRU 3000-EXIT
007100         WHEN 'B'
007110             PERFORM 5000-BROWSE-BATCH THRU 5000-EXIT
007120         WHEN 'W'
007130             PERFORM 6000-WITHDRAW-ENTRY THRU 6000-EXIT
007140         WHEN 'X'
007150             SET WS-EXIT-REQUESTED TO TRUE
007160     END-EVALUATE.
007170 2000-EXIT.
007180     EXIT.
007190
007200******************************************************************
007210*3000-KEY-TRANSACTION
007220*KEYS ONE TRANSACTION OF THE TYPE CHOSEN FROM THE MENU.  THE
007230*STATUS CHECK COMES FIRST, ON THE ID ALONE, SO AN OPERATOR IS
007240*NOT ASKED FOR DETAIL THE RUN WOULD REJECT ANYWAY.  A CHANGE,
007250*TERM OR REHIRE STARTS FROM THE VALUES ON FILE - A FIELD LEFT
007260*BLANK KEEPS THEM - AND A REHIRE MUST BE GIVEN ITS NEW HIRE
007270*DATE.  THE ENTRY IS RE-EDITED AS HELLO WOULD AND JOINS THE
007280*BATCH ONLY ONCE THE OPERATOR CONFIRMS IT.  THE ENTRY'S KEYED
007290*VALUES ARE LOGGED UNDER KEYED- NAMES AND CLOSED OFF BY A
007300*MANUAL-ENTRY RECORD CARRYING THE ID, WHATEVER THE OUTCOME,
007310*WITH THE OUTCOME AFTER IT - ENTRY-RESULT WHEN THE OPERATOR
007320*ADDED OR CANCELLED IT, ENTRY-REFUSED AND THE EDIT REASON WHEN
007330*IT FAILED.
007340******************************************************************
007350 3000-KEY-TRANSACTION.
007360     IF WS-MT-COUNT >= WS-MT-TABLE-MAX
007370         DISPLAY "HELLOMTD MANUAL BATCH IS FULL AT "
007380             WS-MT-TABLE-MAX " ENTRIES"
007390         GO TO 3000-EXIT
007400     END-IF.
007410     COMPUTE WS-ENTRY-NUMBER = WS-MT-COUNT + 1.
007420     MOVE "ENTRY-NUMBER" TO WS-AUDIT-FIELD-NAME.
007430     MOVE WS-ENTRY-NUMBER TO WS-AUDIT-VALUE.
007440     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
007450     DISPLAY "ENTER EMPLOYEE ID: ".
007460     ACCEPT WS-KEYED-ID.
007470     MOVE "EMPLOYEE-ID" TO WS-AUDIT-FIELD-NAME.
007480     MOVE WS-KEYED-ID TO WS-AUDIT-VALUE.
007490     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
007500     IF WS-KEYED-ID = SPACES OR LOW-VALUES
007510         DISPLAY "HELLOMTE AN EMPLOYEE ID IS REQUIRED - ENTRY "
007520             "CANCELLED"
007530         GO TO 3000-EXIT
007540     END-IF.
007550     MOVE SPACES TO WS-EMP-RECORD.
007560     MOVE ZERO TO WS-EMP-HIRE-DATE WS-EMP-TERM-DATE
007570                  WS-EMP-EFF-DATE.
007580     MOVE WS-KEYED-ID TO WS-EMP-ID.
007590     MOVE WS-WORK-TRANS TO WS-EMP-TRANS-CODE.
007600     MOVE 'Y' TO WS-EDIT-OK-SW.
007610     MOVE SPACES TO WS-EDIT-REASON.
007620     PERFORM 3100-FIND-CURRENT-IMAGE THRU 3100-EXIT.
007630     PERFORM 3200-CHECK-STATUS THRU 3200-EXIT.
007640     IF NOT WS-EDIT-OK
007650         PERFORM 3900-REFUSE-ENTRY THRU 3900-EXIT
007660         GO TO 3000-EXIT
007670     END-IF.
007680     IF NOT WS-EMP-TRANS-ADD
007690         MOVE WS-CUR-NAME      TO WS-EMP-NAME
007700         MOVE WS-CUR-DEGREE    TO WS-EMP-DEGREE
007710         MOVE WS-CUR-HIRE-DATE TO WS-EMP-HIRE-DATE
007720         MOVE WS-CUR-DEPT-CODE TO WS-EMP-DEPT-CODE
007730         DISPLAY "  ON FILE - NAME: " WS-CUR-NAME
007740         DISPLAY "  DEGREE: " WS-CUR-DEGREE " DEPT: "
007750             WS-CUR-DEPT-CODE " HIRE: " WS-CUR-HIRE-DATE
007760         DISPLAY "  LEAVE A FIELD BLANK TO KEEP THE VALUE "
007770             "ON FILE"
007780     END-IF.
007790     IF WS-EMP-TRANS-REHIRE
007800         MOVE ZERO TO WS-EMP-HIRE-DATE
007810     END-IF.
007820     PERFORM 3300-KEY-FIELDS THRU 3300-EXIT.
007830     IF WS-EDIT-OK
007840         PERFORM 7000-EDIT-TRANSACTION THRU 7000-EXIT
007850     END-IF.
007860     IF NOT WS-EDIT-OK
007870         PERFORM 3900-REFUSE-ENTRY THRU 3900-EXIT
007880         GO TO 3000-EXIT
007890     END-IF.
007900     PERFORM 3800-CONFIRM-ENTRY THRU 3800-EXIT.
007910 3000-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950*3100-FIND-CURRENT-IMAGE
007960*READS THE EMPLOYEE FROM THE MASTER, THEN CARRIES THE IMAGE
007970*FORWARD THROUGH EVERY EARLIER LIVE ENTRY FOR THE SAME ID IN
007980*THE BATCH, IN BATCH ORDER - THE ORDER HELLO WILL POST THEM.
007990******************************************************************
008000 3100-FIND-CURRENT-IMAGE.
008010     MOVE 'N' TO WS-ON-FILE-SW.
008020     MOVE SPACES TO WS-CUR-NAME WS-CUR-DEGREE WS-CUR-DEPT-CODE
008030                    WS-CUR-STATUS.
008040     MOVE ZERO TO WS-CUR-HIRE-DATE.
008050     IF NOT WS-MASTER-EMPTY
008060         MOVE WS-EMP-ID TO EMP-ID
008070         READ EMPMSTR-FILE
008080             INVALID KEY
008090                 CONTINUE
008100             NOT INVALID KEY
008110                 SET WS-EMPLOYEE-ON-FILE TO TRUE
008120                 MOVE EMP-NAME      TO WS-CUR-NAME
008130                 MOVE EMP-DEGREE    TO WS-CUR-DEGREE
008140                 MOVE EMP-HIRE-DATE TO WS-CUR-HIRE-DATE
008150                 MOVE EMP-DEPT-CODE TO WS-CUR-DEPT-CODE
008160                 IF EMP-ST-TERMINATED
008170                     SET WS-CUR-TERMINATED TO TRUE
008180                 ELSE
008190                     SET WS-CUR-ACTIVE TO TRUE
008200                 END-IF
008210         END-READ
008220     END-IF.
008230     IF WS-MT-COUNT > ZERO
008240         PERFORM 3110-APPLY-BATCH-ENTRY THRU 3110-EXIT
008250             VARYING WS-MT-SUB FROM 1 BY 1
008260             UNTIL WS-MT-SUB > WS-MT-COUNT
008270     END-IF.
008280 3100-EXIT.
008290     EXIT.
008300
008310 3110-APPLY-BATCH-ENTRY.
008320     IF WS-MT-WITHDRAWN (WS-MT-SUB)
008330        OR WS-MT-EMP-ID (WS-MT-SUB) NOT = WS-EMP-ID
008340         GO TO 3110-EXIT
008350     END-IF.
008360     IF WS-MT-TRANS-CODE (WS-MT-SUB) = 'T'
008370         SET WS-CUR-TERMINATED TO TRUE
008380         GO TO 3110-EXIT
008390     END-IF.
008400     IF WS-MT-TRANS-CODE (WS-MT-SUB) = 'A' OR 'R'
008410         SET WS-EMPLOYEE-ON-FILE TO TRUE
008420         SET WS-CUR-ACTIVE TO TRUE
008430     END-IF.
008440     MOVE WS-MT-EMP-NAME (WS-MT-SUB)   TO WS-CUR-NAME.
008450     MOVE WS-MT-EMP-DEGREE (WS-MT-SUB) TO WS-CUR-DEGREE.
008460     MOVE WS-MT-HIRE-DATE (WS-MT-SUB)  TO WS-CUR-HIRE-DATE.
008470     MOVE WS-MT-DEPT-CODE (WS-MT-SUB)  TO WS-CUR-DEPT-CODE.
008480 3110-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520*3200-CHECK-STATUS
008530*THE MASTER-FILE CHECKS HELLO MAKES WHEN IT POSTS, WITH ITS
008540*REJECT REASONS - AN ADD MUST BE A NEW ID, A CHANGE MUST FIND
008550*THE EMPLOYEE, A TERM AN ACTIVE ONE AND A REHIRE A TERMINATED
008560*ONE.
008570******************************************************************
008580 3200-CHECK-STATUS.
008590     EVALUATE TRUE
008600         WHEN WS-EMP-TRANS-ADD
008610             IF WS-EMPLOYEE-ON-FILE
008620                 MOVE 'N' TO WS-EDIT-OK-SW
008630                 MOVE "DUPLICATE EMPLOYEE ID ON MASTER FILE"
008640                     TO WS-EDIT-REASON
008650             END-IF
008660         WHEN NOT WS-EMPLOYEE-ON-FILE
008670             MOVE 'N' TO WS-EDIT-OK-SW
008680             MOVE "EMPLOYEE NOT ON MASTER FILE"
008690                 TO WS-EDIT-REASON
008700         WHEN WS-EMP-TRANS-TERM
008710             IF WS-CUR-TERMINATED
008720                 MOVE 'N' TO WS-EDIT-OK-SW
008730                 MOVE "EMPLOYEE ALREADY TERMINATED"
008740                     TO WS-EDIT-REASON
008750             END-IF
008760         WHEN WS-EMP-TRANS-REHIRE
008770             IF NOT WS-CUR-TERMINATED
008780                 MOVE 'N' TO WS-EDIT-OK-SW
008790                 MOVE "EMPLOYEE NOT TERMINATED - REHIRE INVALID"
008800                     TO WS-EDIT-REASON
008810             END-IF
008820     END-EVALUATE.
008830 3200-EXIT.
008840     EXIT.
008850
008860******************************************************************
008870*3300-KEY-FIELDS
008880*PROMPTS FOR THE FIELDS THE TRANSACTION TYPE CARRIES.  A TERM
008890*TAKES ONLY ITS DATES - HELLO POSTS NOTHING ELSE FROM IT.  A
008900*DATE MUST ARRIVE AS A VALID YYYYMMDD; A BAD ONE REFUSES THE
008910*ENTRY RATHER THAN REACHING THE RUN.
008920******************************************************************
008930 3300-KEY-FIELDS.
008940     IF WS-EMP-TRANS-TERM
008950         MOVE "TERM DATE" TO WS-DATE-NAME
008960         DISPLAY "ENTER TERMINATION DATE (YYYYMMDD, BLANK FOR "
008970             "THE RUN DATE): "
008980         ACCEPT WS-KEYED-VALUE
008990         MOVE "KEYED-TERM-DATE" TO WS-AUDIT-FIELD-NAME
009000         MOVE WS-KEYED-VALUE TO WS-AUDIT-VALUE
009010         PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT
009020         IF WS-KEYED-VALUE NOT = SPACES
009030             PERFORM 3400-CHECK-DATE THRU 3400-EXIT
009040             MOVE WS-DATE-WORK TO WS-EMP-TERM-DATE
009050         END-IF
009060         GO TO 3350-KEY-EFFECTIVE
009070     END-IF.
009080     DISPLAY "ENTER EMPLOYEE NAME: ".
009090     ACCEPT WS-KEYED-VALUE.
009100     MOVE "KEYED-NAME" TO WS-AUDIT-FIELD-NAME.
009110     MOVE WS-KEYED-VALUE TO WS-AUDIT-VALUE.
009120     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
009130     IF WS-KEYED-VALUE NOT = SPACES
009140         MOVE WS-KEYED-VALUE TO WS-EMP-NAME
009150     END-IF.
009160     DISPLAY "ENTER DEGREE CODE OR TITLE: ".
009170     ACCEPT WS-KEYED-VALUE.
009180     MOVE "KEYED-DEGREE" TO WS-AUDIT-FIELD-NAME.
009190     MOVE WS-KEYED-VALUE TO WS-AUDIT-VALUE.
009200     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
009210     IF WS-KEYED-VALUE NOT = SPACES
009220         MOVE WS-KEYED-VALUE TO WS-EMP-DEGREE
009230     END-IF.
009240     MOVE "HIRE DATE" TO WS-DATE-NAME.
009250     DISPLAY "ENTER HIRE DATE (YYYYMMDD): ".
009260     ACCEPT WS-KEYED-VALUE.
009270     MOVE "KEYED-HIRE-DATE" TO WS-AUDIT-FIELD-NAME.
009280     MOVE WS-KEYED-VALUE TO WS-AUDIT-VALUE.
009290     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
009300     IF WS-KEYED-VALUE NOT = SPACES
009310         PERFORM 3400-CHECK-DATE THRU 3400-EXIT
009320         MOVE WS-DATE-WORK TO WS-EMP-HIRE-DATE
009330     END-IF.
009340     DISPLAY "ENTER DEPARTMENT CODE: ".
009350     ACCEPT WS-KEYED-VALUE.
009360     MOVE "KEYED-DEPT" TO WS-AUDIT-FIELD-NAME.
009370     MOVE WS-KEYED-VALUE TO WS-AUDIT-VALUE.
009380     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
009390     IF WS-KEYED-VALUE NOT = SPACES
009400         MOVE WS-KEYED-VALUE (1:4) TO WS-EMP-DEPT-CODE
009410     END-IF.
009420 3350-KEY-EFFECTIVE.
009430     MOVE "EFFECTIVE" TO WS-DATE-NAME.
009440     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, BLANK FOR "
009450         "TONIGHT): ".
009460     ACCEPT WS-KEYED-VALUE.
009470     MOVE "KEYED-EFF-DATE" TO WS-AUDIT-FIELD-NAME.
009480     MOVE WS-KEYED-VALUE TO WS-AUDIT-VALUE.
009490     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
009500     IF WS-KEYED-VALUE NOT = SPACES
009510         PERFORM 3400-CHECK-DATE THRU 3400-EXIT
009520         MOVE WS-DATE-WORK TO WS-EMP-EFF-DATE
009530     END-IF.
009540 3300-EXIT.
009550     EXIT.
009560
009570*CHECKS THE DATE KEYED IN WS-KEYED-VALUE.  A BAD ONE FAILS THE
009580*ENTRY, NAMING THE FIRST FIELD THAT WAS WRONG, AND LEAVES ZERO
009590*IN WS-DATE-WORK.
009600 3400-CHECK-DATE.
009610     MOVE 'N' TO WS-DATE-OK-SW.
009620     MOVE ZERO TO WS-DATE-WORK.
009630     IF WS-KEYED-VALUE (1:8) NUMERIC
009640        AND WS-KEYED-VALUE (9:22) = SPACES
009650         MOVE WS-KEYED-VALUE (1:8) TO WS-DATE-WORK
009660         IF WS-DATE-YYYY NOT < 1900
009670            AND WS-DATE-MM > ZERO AND WS-DATE-MM < 13
009680            AND WS-DATE-DD > ZERO AND WS-DATE-DD < 32
009690             SET WS-DATE-OK TO TRUE
009700         END-IF
009710     END-IF.
009720     IF WS-DATE-OK
009730         GO TO 3400-EXIT
009740     END-IF.
009750     MOVE ZERO TO WS-DATE-WORK.
009760     IF WS-EDIT-OK
009770         MOVE 'N' TO WS-EDIT-OK-SW
009780         STRING WS-DATE-NAME       DELIMITED BY "  "
009790                " MUST BE YYYYMMDD" DELIMITED BY SIZE
009800             INTO WS-EDIT-REASON
009810         END-STRING
009820     END-IF.
009830 3400-EXIT.
009840     EXIT.
009850
009860******************************************************************
009870*3800-CONFIRM-ENTRY
009880*SHOWS THE ENTRY AS IT WILL GO TO THE RUN AND ADDS IT TO THE
009890*BATCH ONLY ON THE OPERATOR'S Y.
009900******************************************************************
009910 3800-CONFIRM-ENTRY.
009920     DISPLAY "HELLOMTF EDITS PASS - ENTRY " WS-ENTRY-NUMBER ":".
009930     DISPLAY "  ID: " WS-EMP-ID " TRANS: " WS-EMP-TRANS-CODE
009940         " NAME: " WS-EMP-NAME.
009950     DISPLAY "  DEGREE: " WS-EMP-DEGREE " DEPT: "
009960         WS-EMP-DEPT-CODE.
009970     DISPLAY "  HIRE: " WS-EMP-HIRE-DATE " TERM: "
009980         WS-EMP-TERM-DATE " EFFECTIVE: " WS-EMP-EFF-DATE.
009990     DISPLAY "ENTER Y TO ADD IT TO TODAY'S BATCH, ANYTHING "
010000         "ELSE TO CANCEL: ".
010010     ACCEPT WS-CONFIRM-INPUT.
010020     MOVE "ENTRY-CONFIRM" TO WS-AUDIT-FIELD-NAME.
010030     MOVE WS-CONFIRM-INPUT TO WS-AUDIT-VALUE.
010040     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
010050     MOVE "MANUAL-ENTRY" TO WS-AUDIT-FIELD-NAME.
010060     MOVE WS-EMP-ID TO WS-AUDIT-VALUE.
010070     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
010080     MOVE "ENTRY-RESULT" TO WS-AUDIT-FIELD-NAME.
010090     MOVE SPACES TO WS-AUDIT-VALUE.
010100     IF NOT WS-CONFIRM-YES
010110         MOVE "CANCELLED BY OPERATOR" TO WS-AUDIT-VALUE
010120         PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT
010130         DISPLAY "HELLOMTG ENTRY CANCELLED - NOT ADDED"
010140         GO TO 3800-EXIT
010150     END-IF.
010160     MOVE WS-OPERATOR-ID TO WS-EMP-KEYED-BY.
010170     MOVE 'A' TO WS-EMP-STATUS-SW.
010180     ADD 1 TO WS-MT-COUNT.
010190     MOVE WS-EMP-RECORD TO WS-MT-DATA (WS-MT-COUNT).
010200     MOVE 'L' TO WS-MT-DISP-SW (WS-MT-COUNT).
010210     ADD 1 TO WS-KEYED-COUNT.
010220     STRING "ADDED AS ENTRY " DELIMITED BY SIZE
010230            WS-ENTRY-NUMBER   DELIMITED BY SIZE
010240         INTO WS-AUDIT-VALUE
010250     END-STRING.
010260     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
010270     DISPLAY "HELLOMTH ENTRY " WS-ENTRY-NUMBER " ADDED TO "
010280         "TODAY'S BATCH".
010290 3800-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330*3900-REFUSE-ENTRY
010340*THE ENTRY FAILED AN EDIT - TELLS THE OPERATOR WHY AND CLOSES
010350*IT OFF ON THE AUDIT TRAIL.
010360******************************************************************
010370 3900-REFUSE-ENTRY.
010380     DISPLAY "HELLOMTI ENTRY REFUSED - " WS-EDIT-REASON.
010390     ADD 1 TO WS-REFUSED-COUNT.
010400     MOVE "MANUAL-ENTRY" TO WS-AUDIT-FIELD-NAME.
010410     MOVE WS-EMP-ID TO WS-AUDIT-VALUE.
010420     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
010430     MOVE "ENTRY-REFUSED" TO WS-AUDIT-FIELD-NAME.
010440     MOVE WS-EDIT-REASON TO WS-AUDIT-VALUE.
010450     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
010460 3900-EXIT.
010470     EXIT.
010480
010490******************************************************************
010500*5000-BROWSE-BATCH
010510*LISTS EVERY ENTRY IN THE BATCH WITH ITS NUMBER, WHETHER IT IS
010520*STILL LIVE (L) OR WITHDRAWN THIS SESSION (W), AND WHO KEYED IT.
010530******************************************************************
010540 5000-BROWSE-BATCH.
010550     IF WS-MT-COUNT = ZERO
010560         DISPLAY "HELLOMTJ TODAY'S BATCH IS EMPTY"
010570         GO TO 5000-EXIT
010580     END-IF.
010590     PERFORM 5100-SHOW-ONE-ENTRY THRU 5100-EXIT
010600         VARYING WS-MT-SUB FROM 1 BY 1
010610         UNTIL WS-MT-SUB > WS-MT-COUNT.
010620 5000-EXIT.
010630     EXIT.
010640
010650 5100-SHOW-ONE-ENTRY.
010660     MOVE WS-MT-DATA (WS-MT-SUB) TO WS-EMP-RECORD.
010670     MOVE WS-MT-SUB TO WS-ENTRY-NUMBER.
010680     DISPLAY "ENTRY " WS-ENTRY-NUMBER " ("
010690         WS-MT-DISP-SW (WS-MT-SUB) ") KEYED BY "
010700         WS-EMP-KEYED-BY.
010710     DISPLAY "  ID: " WS-EMP-ID " TRANS: " WS-EMP-TRANS-CODE
010720         " NAME: " WS-EMP-NAME.
010730     DISPLAY "  DEGREE: " WS-EMP-DEGREE " DEPT: "
010740         WS-EMP-DEPT-CODE.
010750     DISPLAY "  HIRE: " WS-EMP-HIRE-DATE " TERM: "
010760         WS-EMP-TERM-DATE " EFFECTIVE: " WS-EMP-EFF-DATE.
010770 5100-EXIT.
010780     EXIT.
010790
010800******************************************************************
010810*6000-WITHDRAW-ENTRY
010820*WITHDRAWS A LIVE ENTRY, WITH A REASON, BEFORE THE RUN TAKES
010830*THE BATCH - IT DOES NOT GO TO THE NEW GENERATION.  AN ENTRY A
010840*LATER LIVE ENTRY FOR THE SAME EMPLOYEE WAS KEYED ON THE BACK
010850*OF (A TERM BEFORE A REHIRE, SAY) MUST WAIT UNTIL THAT ONE IS
010860*WITHDRAWN FIRST.  THE WITHDRAWAL AND ITS REASON ARE LOGGED.
010870******************************************************************
010880 6000-WITHDRAW-ENTRY.
010890     PERFORM 6500-SELECT-ENTRY THRU 6500-EXIT.
010900     IF NOT WS-SELECT-OK
010910         GO TO 6000-EXIT
010920     END-IF.
010930     MOVE 'N' TO WS-LATER-ENTRY-SW.
010940     COMPUTE WS-MT-LATER-SUB = WS-MT-SUB + 1.
010950     PERFORM 6100-CHECK-LATER-ENTRY THRU 6100-EXIT
010960         VARYING WS-MT-LATER-SUB FROM WS-MT-LATER-SUB BY 1
010970         UNTIL WS-MT-LATER-SUB > WS-MT-COUNT
010980            OR WS-LATER-ENTRY-FOUND.
010990     IF WS-LATER-ENTRY-FOUND
011000         DISPLAY "HELLOMTK A LATER ENTRY FOR THE SAME EMPLOYEE "
011010             "IS STILL LIVE - WITHDRAW IT FIRST"
011020         GO TO 6000-EXIT
011030     END-IF.
011040     PERFORM 5100-SHOW-ONE-ENTRY THRU 5100-EXIT.
011050     DISPLAY "ENTER WITHDRAWAL REASON: ".
011060     ACCEPT WS-WITHDRAW-REASON.
011070     IF WS-WITHDRAW-REASON = SPACES
011080         DISPLAY "HELLOMTL A WITHDRAWAL NEEDS A REASON - "
011090             "CANCELLED"
011100         GO TO 6000-EXIT
011110     END-IF.
011120     MOVE 'W' TO WS-MT-DISP-SW (WS-MT-SUB).
011130     ADD 1 TO WS-WITHDRAWN-COUNT.
011140     MOVE "WITHDRAWN" TO WS-AUDIT-FIELD-NAME.
011150     MOVE WS-MT-EMP-ID (WS-MT-SUB) TO WS-AUDIT-VALUE.
011160     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
011170     MOVE "WITHDRAW-REASON" TO WS-AUDIT-FIELD-NAME.
011180     MOVE WS-WITHDRAW-REASON TO WS-AUDIT-VALUE.
011190     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
011200     DISPLAY "HELLOMTN ENTRY " WS-ENTRY-NUMBER " WITHDRAWN".
011210 6000-EXIT.
011220     EXIT.
011230
011240 6100-CHECK-LATER-ENTRY.
011250     IF WS-MT-LIVE (WS-MT-LATER-SUB)
011260        AND WS-MT-EMP-ID (WS-MT-LATER-SUB)
011270            = WS-MT-EMP-ID (WS-MT-SUB)
011280         SET WS-LATER-ENTRY-FOUND TO TRUE
011290     END-IF.
011300 6100-EXIT.
011310     EXIT.
011320
011330******************************************************************
011340*6500-SELECT-ENTRY
011350*ASKS FOR AN ENTRY NUMBER AND VALIDATES IT AGAINST THE TABLE.
011360*AN ENTRY ALREADY WITHDRAWN CANNOT BE SELECTED AGAIN.
011370******************************************************************
011380 6500-SELECT-ENTRY.
011390     MOVE 'N' TO WS-SELECT-OK-SW.
011400     DISPLAY "ENTER ENTRY NUMBER: ".
011410     ACCEPT WS-SELECT-INPUT.
011420     MOVE "ENTRY-NUMBER" TO WS-AUDIT-FIELD-NAME.
011430     MOVE WS-SELECT-INPUT TO WS-AUDIT-VALUE.
011440     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
011450     IF WS-SELECT-INPUT NOT NUMERIC
011460         DISPLAY "HELLOMTO ENTRY NUMBER MUST BE NUMERIC"
011470         GO TO 6500-EXIT
011480     END-IF.
011490     MOVE WS-SELECT-INPUT TO WS-SELECT-NUMBER.
011500     IF WS-SELECT-NUMBER = ZERO
011510        OR WS-SELECT-NUMBER > WS-MT-COUNT
011520         DISPLAY "HELLOMTP NO SUCH ENTRY - BROWSE SHOWS THE "
011530             "NUMBERS"
011540         GO TO 6500-EXIT
011550     END-IF.
011560     MOVE WS-SELECT-NUMBER TO WS-MT-SUB.
011570     IF WS-MT-WITHDRAWN (WS-MT-SUB)
011580         DISPLAY "HELLOMTQ ENTRY ALREADY WITHDRAWN THIS SESSION"
011590         GO TO 6500-EXIT
011600     END-IF.
011610     SET WS-SELECT-OK TO TRUE.
011620 6500-EXIT.
011630     EXIT.
011640
011650******************************************************************
011660*7000-EDIT-TRANSACTION
011670*THE SAME FIELD EDITS AND TABLE RECONCILIATIONS HELLO APPLIES
011680*IN ITS 2200/2300/2350 STEPS, AGAINST THE TRANSACTION IN
011690*WS-EMP-RECORD, WITH THE HIRE DATE AN ADD OR REHIRE POSTS.  AS
011700*IN HELLO, A DEGREE KEYED BY ITS TITLE IS REPLACED BY ITS CODE.
011710******************************************************************
011720 7000-EDIT-TRANSACTION.
011730     MOVE 'Y' TO WS-EDIT-OK-SW.
011740     MOVE SPACES TO WS-EDIT-REASON.
011750     IF WS-EMP-NAME = SPACES OR LOW-VALUES
011760         MOVE 'N' TO WS-EDIT-OK-SW
011770         MOVE "MISSING EMPLOYEE NAME" TO WS-EDIT-REASON
011780         GO TO 7000-EXIT
011790     END-IF.
011800     IF WS-EMP-DEGREE = SPACES OR LOW-VALUES
011810         MOVE 'N' TO WS-EDIT-OK-SW
011820         MOVE "MISSING DEGREE CODE" TO WS-EDIT-REASON
011830         GO TO 7000-EXIT
011840     END-IF.
011850     IF (WS-EMP-DEPT-CODE = SPACES OR LOW-VALUES)
011860        AND NOT WS-EMP-TRANS-TERM
011870         MOVE 'N' TO WS-EDIT-OK-SW
011880         MOVE "MISSING DEPARTMENT CODE" TO WS-EDIT-REASON
011890         GO TO 7000-EXIT
011900     END-IF.
011910     IF (WS-EMP-TRANS-ADD OR WS-EMP-TRANS-REHIRE)
011920        AND WS-EMP-HIRE-DATE = ZERO
011930         MOVE 'N' TO WS-EDIT-OK-SW
011940         MOVE "MISSING HIRE DATE" TO WS-EDIT-REASON
011950         GO TO 7000-EXIT
011960     END-IF.
011970     IF WS-EMP-TRANS-TERM
011980         GO TO 7000-EXIT
011990     END-IF.
012000     PERFORM 7100-RECONCILE-DEGREE THRU 7100-EXIT.
012010     IF NOT WS-EDIT-OK
012020         GO TO 7000-EXIT
012030     END-IF.
012040     PERFORM 7200-RECONCILE-DEPT THRU 7200-EXIT.
012050 7000-EXIT.
012060     EXIT.
012070
012080 7100-RECONCILE-DEGREE.
012090     MOVE 'N' TO WS-DEGREE-FOUND-SW.
012100     SET WS-DEGREE-IDX TO 1.
012110     SEARCH WS-DEGREE-TABLE-ENTRY VARYING WS-DEGREE-IDX
012120         AT END
012130             MOVE 'N' TO WS-DEGREE-FOUND-SW
012140         WHEN WS-DEGREE-TITLE-T (WS-DEGREE-IDX) = WS-EMP-DEGREE
012150             SET WS-DEGREE-FOUND TO TRUE
012160         WHEN WS-DEGREE-CODE-T (WS-DEGREE-IDX) = WS-EMP-DEGREE
012170             SET WS-DEGREE-FOUND TO TRUE
012180     END-SEARCH.
012190     IF NOT WS-DEGREE-FOUND
012200         MOVE 'N' TO WS-EDIT-OK-SW
012210         MOVE "DEGREE NOT ON DEGREE-CODES TABLE"
012220             TO WS-EDIT-REASON
012230         GO TO 7100-EXIT
012240     END-IF.
012250     MOVE WS-DEGREE-CODE-T (WS-DEGREE-IDX) TO WS-EMP-DEGREE.
012260 7100-EXIT.
012270     EXIT.
012280
012290 7200-RECONCILE-DEPT.
012300     MOVE 'N' TO WS-DEPT-FOUND-SW.
012310     SET WS-DEPT-IDX TO 1.
012320     SEARCH WS-DEPT-TABLE-ENTRY VARYING WS-DEPT-IDX
012330         AT END
012340             MOVE 'N' TO WS-DEPT-FOUND-SW
012350         WHEN WS-DEPT-CODE-T (WS-DEPT-IDX) = WS-EMP-DEPT-CODE
012360             SET WS-DEPT-FOUND TO TRUE
012370     END-SEARCH.
012380     IF NOT WS-DEPT-FOUND
012390         MOVE 'N' TO WS-EDIT-OK-SW
012400         MOVE "DEPARTMENT NOT ON DEPT-CODES TABLE"
012410             TO WS-EDIT-REASON
012420     END-IF.
012430 7200-EXIT.
012440     EXIT.
012450
012460******************************************************************
012470*7500-WRITE-BATCH
012480*WRITES THE LIVE ENTRIES TO THE NEW MANUAL GENERATION BETWEEN
012490*AN HDR DATED TODAY AND A TRL CARRYING THEIR COUNT AND EMP-ID
012500*HASH - THE HANDSHAKE HELLO VERIFIES FOR EVERY SOURCE.  WITH
012510*NO LIVE ENTRY LEFT THE GENERATION IS LEFT EMPTY, WHICH THE
012520*RUN READS AS NO MANUAL FEED AT ALL.  WITHDRAWN ENTRIES STAY
012530*BEHIND.
012540******************************************************************
012550 7500-WRITE-BATCH.
012560     MOVE ZERO TO WS-OUT-COUNT WS-OUT-HASH.
012570     IF WS-MT-COUNT = ZERO
012580        OR WS-MT-COUNT = WS-WITHDRAWN-COUNT
012590         GO TO 7500-EXIT
012600     END-IF.
012610     MOVE SPACES TO EMP-CONTROL-RECORD.
012620     MOVE "HDR" TO CTL-RECORD-TYPE.
012630     MOVE WS-BUSINESS-DATE TO CTL-BUSINESS-DATE.
012640     MOVE WS-MANUAL-SOURCE TO CTL-SOURCE-SYSTEM.
012650     WRITE MANUAL-OUT-RECORD FROM EMP-CONTROL-RECORD.
012651     IF WS-MANOUT-STATUS NOT = "00"
012652         PERFORM 7900-WRITE-FAILED THRU 7900-EXIT
012653         GO TO 7500-EXIT
012654     END-IF.
012660     PERFORM 7600-WRITE-ONE-ENTRY THRU 7600-EXIT
012670         VARYING WS-MT-SUB FROM 1 BY 1
012680         UNTIL WS-MT-SUB > WS-MT-COUNT
012681            OR WS-BATCH-WRITE-FAILED.
012682     IF WS-BATCH-WRITE-FAILED
012683         GO TO 7500-EXIT
012684     END-IF.
012690     MOVE SPACES TO EMP-CONTROL-RECORD.
012700     MOVE "TRL" TO CTL-RECORD-TYPE.
012710     MOVE WS-OUT-COUNT TO CTL-RECORD-COUNT.
012720     MOVE WS-OUT-HASH  TO CTL-HASH-TOTAL.
012730     WRITE MANUAL-OUT-RECORD FROM EMP-CONTROL-RECORD.
012731     IF WS-MANOUT-STATUS NOT = "00"
012732         PERFORM 7900-WRITE-FAILED THRU 7900-EXIT
012733     END-IF.
012740 7500-EXIT.
012750     EXIT.
012760
012770 7600-WRITE-ONE-ENTRY.
012780     IF WS-MT-WITHDRAWN (WS-MT-SUB)
012790         GO TO 7600-EXIT
012800     END-IF.
012810     WRITE MANUAL-OUT-RECORD FROM WS-MT-DATA (WS-MT-SUB).
012811     IF WS-MANOUT-STATUS NOT = "00"
012812         PERFORM 7900-WRITE-FAILED THRU 7900-EXIT
012813         GO TO 7600-EXIT
012814     END-IF.
012820     ADD 1 TO WS-OUT-COUNT.
012830     MOVE WS-MT-EMP-ID (WS-MT-SUB) TO WS-HASH-ID-X.
012840     IF WS-HASH-ID-9 NUMERIC
012850         ADD WS-HASH-ID-9 TO WS-OUT-HASH
012860     END-IF.
012870 7600-EXIT.
012880     EXIT.
012881
012882******************************************************************
012883*7900-WRITE-FAILED
012884*A WRITE TO THE NEW MANUAL GENERATION DID NOT COMPLETE.  THE
012885*GENERATION IS SHORT - NO TRL, SO HELLO WILL REFUSE IT - AND
012886*THE BATCH AS IT STOOD IS STILL WHOLE ON THE GENERATION BEFORE
012887*IT.  THE SESSION ENDS RC 16 SO THE FAILURE IS NOT MISSED.
012888******************************************************************
012889 7900-WRITE-FAILED.
012890     DISPLAY "HELLOMTX MANUAL-OUT-FILE WRITE FAILED - STATUS "
012891         WS-MANOUT-STATUS.
012892     DISPLAY "HELLOMTY NEW MANUAL GENERATION IS INCOMPLETE - "
012893         "RESTORE THE BATCH FROM THE PRIOR GENERATION".
012894     SET WS-BATCH-WRITE-FAILED TO TRUE.
012895     MOVE 16 TO RETURN-CODE.
012896 7900-EXIT.
012897     EXIT.
012898
012900 8000-TERMINATE.
012910     CLOSE MANUAL-IN-FILE
012920           MANUAL-OUT-FILE
012930           DEGREE-CODES-FILE
012940           DEPT-CODES-FILE
012950           AUDIT-LOG-FILE
012960           OPER-AUTH-FILE.
012970     IF NOT WS-MASTER-EMPTY
012980         CLOSE EMPMSTR-FILE
012990     END-IF.
013000     DISPLAY "HELLOMTR KEYED     = " WS-KEYED-COUNT.
013010     DISPLAY "HELLOMTS REFUSED   = " WS-REFUSED-COUNT.
013020     DISPLAY "HELLOMTU WITHDRAWN = " WS-WITHDRAWN-COUNT.
013030     DISPLAY "HELLOMTV IN BATCH  = " WS-OUT-COUNT.
013040 8000-EXIT.
013050     EXIT.
013060
013070 8100-LOG-AUDIT-ENTRY.
013080     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
013090     ACCEPT WS-CURRENT-TIME FROM TIME.
013100     STRING WS-CURRENT-DATE DELIMITED BY SIZE
013110            "-"             DELIMITED BY SIZE
013120            WS-CURRENT-TIME DELIMITED BY SIZE
013130         INTO WS-TIMESTAMP
013140     END-STRING.
013150     MOVE WS-TIMESTAMP        TO AUD-TIMESTAMP.
013160     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID.
013170     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID.
013180     MOVE WS-AUDIT-FIELD-NAME TO AUD-FIELD-NAME.
013190     MOVE WS-AUDIT-VALUE      TO AUD-VALUE-ENTERED.
013200     MOVE SPACES              TO AUD-SOURCE-SYSTEM.
013210     WRITE AUDIT-LOG-RECORD.
013220 8100-EXIT.
013230     EXIT.
013240
013250******************************************************************
013260*8300-CHECK-FUNCTION
013270*SETS WS-FUNCTION-ALLOWED WHEN THE LETTER IN WS-AUTH-FUNCTION IS
013280*ON THE OPERATOR'S GRANT.  EXIT IS ALWAYS ALLOWED.
013290******************************************************************
013300 8300-CHECK-FUNCTION.
013310     MOVE 'N' TO WS-FUNCTION-SW.
013320     IF WS-AUTH-FUNCTION = 'X'
013330         SET WS-FUNCTION-ALLOWED TO TRUE
013340         GO TO 8300-EXIT
013350     END-IF.
013360     MOVE ZERO TO WS-AUTH-TALLY.
013370     INSPECT WS-AUTH-FUNCTIONS TALLYING WS-AUTH-TALLY
013380         FOR ALL WS-AUTH-FUNCTION.
013390     IF WS-AUTH-TALLY > ZERO
013400         SET WS-FUNCTION-ALLOWED TO TRUE
013410     END-IF.
013420 8300-EXIT.
013430     EXIT.
013440
013450******************************************************************
013460*8400-REFUSE-FUNCTION
013470*TELLS THE OPERATOR THE FUNCTION IS NOT GRANTED AND LOGS THE
013480*ATTEMPT UNDER AUTH-REFUSED, WHERE HELLOAQ CAN SELECT IT.
013490******************************************************************
013500 8400-REFUSE-FUNCTION.
013510     DISPLAY "HELLOMTW FUNCTION " WS-AUTH-FUNCTION
013520         " IS NOT AUTHORIZED FOR OPERATOR " WS-OPERATOR-ID.
013530     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
013540     MOVE SPACES TO WS-AUDIT-VALUE.
013550     STRING WS-AUTH-PROGRAM  DELIMITED BY SPACE
013560            " FUNCTION "     DELIMITED BY SIZE
013570            WS-AUTH-FUNCTION DELIMITED BY SIZE
013580         INTO WS-AUDIT-VALUE
013590     END-STRING.
013600     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
013610 8400-EXIT.
013620     EXIT.
013630
013640 END PROGRAM HELLOMT.
