000100******************************************************************
000110*PROGRAM:      HELLOPM
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      MENU-DRIVEN MAINTENANCE UTILITY FOR THE POSITION-
000170*              CONTROL MASTER (COPYBOOK POSNREC), IN THE SAME
000180*              STYLE AS THE HELLODM DEPARTMENT-CODES MENU.  AN
000190*              OPERATOR CAN ADD A NUMBERED POSITION TO A
000200*              DEPARTMENT WITH ITS AUTHORIZED COUNT, CHANGE ITS
000210*              TITLE OR COUNT, FREEZE OR REOPEN IT, DELETE AN
000220*              EMPTY ONE, LIST A DEPARTMENT'S ESTABLISHMENT, AND
000230*              TIE AN ACTIVE EMPLOYEE TO A VACANT POSITION BY
000240*              HAND (COPYBOOK POSNASG) - FOR THE STAFF ON FILE
000250*              BEFORE POSITION CONTROL, AND FOR CORRECTIONS.
000260*              HELLO CHECKS FOR A VACANCY BEFORE AN ADD, REHIRE
000270*              OR TRANSFER POSTS AND KEEPS THE FILLED COUNTS,
000280*              SO A CHANGE HERE TAKES EFFECT THE NEXT NIGHT.
000290*              EVERY ENTRY IS LOGGED TO AUDITLOG AND EVERY
000300*              RECORD STAMPED WITH THE OPERATOR AND DATE.
000310*MODIFICATION HISTORY:
000320*DATE       INIT DESCRIPTION
000330*---------- ---- ------------------------------------------------
000340*2026-10-15 DK   ORIGINAL PROGRAM, MODELLED ON HELLODM.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. HELLOPM.
000380 AUTHOR. D. KOWALSKI.
000390 INSTALLATION. CORPORATE APPLICATIONS.
000400 DATE-WRITTEN. 2026-10-15.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT POSITION-FILE ASSIGN TO "POSNMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS POS-KEY
000520         FILE STATUS IS WS-POSN-STATUS.
000530
000540     SELECT POSITION-ASSIGN-FILE ASSIGN TO "POSNASGN"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS PSA-EMP-ID
000580         FILE STATUS IS WS-PSA-STATUS.
000590
000600     SELECT DEPT-CODES-FILE ASSIGN TO "DEPTCODE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS DPT-DEPT-CODE
000640         FILE STATUS IS WS-DEPT-STATUS.
000650
000660     SELECT EMPMSTR-FILE ASSIGN TO "EMPMSTR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS EMP-ID
000700         FILE STATUS IS WS-EMPMSTR-STATUS.
000710
000720     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-AUDIT-STATUS.
000750
000760     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS OPA-KEY
000800         FILE STATUS IS WS-OPAUTH-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840
000850 FD  POSITION-FILE.
000860     COPY POSNREC.
000870
000880 FD  POSITION-ASSIGN-FILE.
000890     COPY POSNASG.
000900
000910*DEPARTMENT-CODES FILE - READ ONLY, A POSITION IS ONLY ADDED TO
000920*A DEPARTMENT ON FILE AND ACTIVE.
000930 FD  DEPT-CODES-FILE.
000940     COPY DEPTCODE.
000950
000960*EMPLOYEE MASTER - READ ONLY, FOR THE DEPARTMENT AND STATUS OF
000970*AN EMPLOYEE BEING TIED TO A POSITION.
000980 FD  EMPMSTR-FILE.
000990     COPY EMPREC REPLACING
001000         ==EMP-RECORD== BY ==EMP-MASTER-RECORD==.
001010
001020 FD  AUDIT-LOG-FILE.
001030     COPY AUDITREC.
001040
001050*OPERATOR-AUTHORITY FILE - READ ONLY, FOR THE MENU FUNCTIONS
001060*THE SIGNED-ON OPERATOR MAY USE IN THIS PROGRAM.
001070 FD  OPER-AUTH-FILE.
001080     COPY OPAUTH.
001090
001100 WORKING-STORAGE SECTION.
001110
001120 01  WS-FILE-STATUSES.
001130     05  WS-POSN-STATUS             PIC X(02).
001140     05  WS-PSA-STATUS              PIC X(02).
001150     05  WS-DEPT-STATUS             PIC X(02).
001160     05  WS-EMPMSTR-STATUS          PIC X(02).
001170     05  WS-AUDIT-STATUS            PIC X(02).
001180     05  WS-OPAUTH-STATUS           PIC X(02).
001190
001200 01  WS-SWITCHES.
001210     05  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
001220         88  WS-EXIT-REQUESTED             VALUE 'Y'.
001230     05  WS-EOF-SW                  PIC X(01) VALUE 'N'.
001240         88  WS-END-OF-DEPT-POSITIONS      VALUE 'Y'.
001250     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
001260         88  WS-FILES-OK                   VALUE 'Y'.
001270     05  WS-ENTRY-OK-SW             PIC X(01) VALUE 'N'.
001280         88  WS-ENTRY-OK                   VALUE 'Y'.
001290
001300 01  WS-MENU-CHOICE                 PIC X(01) VALUE SPACE.
001310     88  WS-CHOICE-VALID            VALUES 'A' 'C' 'D' 'L' 'T'
001320                                           'X' 'a' 'c' 'd' 'l'
001330                                           't' 'x'.
001340
001350 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
001360 01  WS-TERMINAL-ID                 PIC X(08) VALUE SPACES.
001370 01  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001380 01  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001390 01  WS-TIMESTAMP                   PIC X(26) VALUE SPACES.
001400 01  WS-AUDIT-FIELD-NAME            PIC X(15) VALUE SPACES.
001410 01  WS-AUDIT-VALUE                 PIC X(30) VALUE SPACES.
001420
001430*OPERATOR-AUTHORITY WORK AREA - THE FUNCTION LETTERS GRANTED TO
001440*THE SIGNED-ON OPERATOR FOR THIS PROGRAM, AND THE ONE CHECKED.
001450 01  WS-AUTH-PROGRAM                PIC X(08) VALUE "HELLOPM".
001460 01  WS-AUTH-FUNCTIONS              PIC X(10) VALUE SPACES.
001470 01  WS-AUTH-FUNCTION               PIC X(01) VALUE SPACE.
001480 01  WS-AUTH-TALLY                  PIC 9(04) COMP VALUE ZERO.
001490 01  WS-FUNCTION-SW                 PIC X(01) VALUE 'N'.
001500     88  WS-FUNCTION-ALLOWED               VALUE 'Y'.
001510
001520*ENTRY WORK AREA.  NUMBERS ARE KEYED AS TEXT AND CHECKED
001530*NUMERIC THROUGH THEIR REDEFINITIONS BEFORE THEY ARE USED.
001540 01  WS-WORK-DEPT-CODE              PIC X(04) VALUE SPACES.
001550 01  WS-WORK-POS-X                  PIC X(04) VALUE SPACES.
001560 01  WS-WORK-POS-9 REDEFINES WS-WORK-POS-X
001570                                    PIC 9(04).
001580 01  WS-WORK-TITLE                  PIC X(30) VALUE SPACES.
001590 01  WS-WORK-COUNT-X                PIC X(03) VALUE SPACES.
001600 01  WS-WORK-COUNT-9 REDEFINES WS-WORK-COUNT-X
001610                                    PIC 9(03).
001620 01  WS-WORK-STATUS                 PIC X(01) VALUE SPACE.
001630     88  WS-WORK-STATUS-VALID       VALUES 'F' 'O' SPACE.
001640 01  WS-WORK-EMP-ID                 PIC X(06) VALUE SPACES.
001650 01  WS-OVER-BY                     PIC 9(03) VALUE ZERO.
001660
001670*DEPARTMENT LISTING TOTALS.
001680 01  WS-LIST-COUNTS.
001690     05  WS-LIST-POSITIONS          PIC 9(04) COMP VALUE ZERO.
001700     05  WS-LIST-AUTHORIZED         PIC 9(05) COMP VALUE ZERO.
001710     05  WS-LIST-FILLED             PIC 9(05) COMP VALUE ZERO.
001720 01  WS-LIST-VACANT                 PIC 9(03) VALUE ZERO.
001730 01  WS-LIST-TOTAL-ED               PIC ZZ,ZZ9.
001740
001750 PROCEDURE DIVISION.
001760
001770******************************************************************
001780*0000-MAINLINE
001790*DISPLAYS THE MAINTENANCE MENU AND DISPATCHES TO THE CHOSEN
001800*FUNCTION UNTIL THE OPERATOR SELECTS X TO EXIT.
001810******************************************************************
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     IF NOT WS-FILES-OK
001850         DISPLAY "HELLOPM1 ONE OR MORE FILES FAILED TO OPEN - "
001860             "RUN TERMINATED"
001870         MOVE 16 TO RETURN-CODE
001880     ELSE
001890         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001900             UNTIL WS-EXIT-REQUESTED
001910     END-IF.
001920     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001930     GOBACK.
001940 0000-EXIT.
001950     EXIT.
001960
001970 1000-INITIALIZE.
001980     OPEN I-O POSITION-FILE.
001990     IF WS-POSN-STATUS NOT = "00"
002000         DISPLAY "HELLOPM1 ERROR OPENING POSITION-FILE - "
002010             "STATUS " WS-POSN-STATUS
002020         MOVE 'N' TO WS-FILES-OK-SW
002030     END-IF.
002040     OPEN I-O POSITION-ASSIGN-FILE.
002050     IF WS-PSA-STATUS NOT = "00"
002060         DISPLAY "HELLOPM1 ERROR OPENING POSITION-ASSIGN-FILE - "
002070             "STATUS " WS-PSA-STATUS
002080         MOVE 'N' TO WS-FILES-OK-SW
002090     END-IF.
002100     OPEN INPUT DEPT-CODES-FILE.
002110     IF WS-DEPT-STATUS NOT = "00"
002120         DISPLAY "HELLOPM1 ERROR OPENING DEPT-CODES-FILE - "
002130             "STATUS " WS-DEPT-STATUS
002140         MOVE 'N' TO WS-FILES-OK-SW
002150     END-IF.
002160     OPEN INPUT EMPMSTR-FILE.
002170     IF WS-EMPMSTR-STATUS NOT = "00"
002180         DISPLAY "HELLOPM1 ERROR OPENING EMPMSTR-FILE - "
002190             "STATUS " WS-EMPMSTR-STATUS
002200         MOVE 'N' TO WS-FILES-OK-SW
002210     END-IF.
002220     OPEN EXTEND AUDIT-LOG-FILE.
002230     IF WS-AUDIT-STATUS NOT = "00"
002240         DISPLAY "HELLOPM1 ERROR OPENING AUDIT-LOG-FILE - "
002250             "STATUS " WS-AUDIT-STATUS
002260         MOVE 'N' TO WS-FILES-OK-SW
002270     END-IF.
002280     OPEN INPUT OPER-AUTH-FILE.
002290     IF WS-OPAUTH-STATUS NOT = "00"
002300         DISPLAY "HELLOPM1 ERROR OPENING OPER-AUTH-FILE - "
002310             "STATUS " WS-OPAUTH-STATUS
002320         MOVE 'N' TO WS-FILES-OK-SW
002330     END-IF.
002340     IF NOT WS-FILES-OK
002350         GO TO 1000-EXIT
002360     END-IF.
002370     DISPLAY "ENTER OPERATOR ID: ".
002380     ACCEPT WS-OPERATOR-ID.
002390     MOVE "OPERATOR-ID" TO WS-AUDIT-FIELD-NAME.
002400     MOVE WS-OPERATOR-ID TO WS-AUDIT-VALUE.
002410     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
002420     DISPLAY "ENTER TERMINAL ID: ".
002430     ACCEPT WS-TERMINAL-ID.
002440     MOVE "TERMINAL-ID" TO WS-AUDIT-FIELD-NAME.
002450     MOVE WS-TERMINAL-ID TO WS-AUDIT-VALUE.
002460     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
002470     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500
002510******************************************************************
002520*1200-LOAD-AUTHORITY
002530*READS THE OPERATOR'S GRANT FOR THIS PROGRAM.  NO GRANT, OR ONE
002540*WITH NO FUNCTIONS LEFT ON IT, ENDS THE SESSION BEFORE THE MENU
002550*IS SHOWN.  THE REFUSAL IS LOGGED UNDER AUTH-REFUSED.
002560******************************************************************
002570 1200-LOAD-AUTHORITY.
002580     MOVE WS-OPERATOR-ID  TO OPA-OPERATOR-ID.
002590     MOVE WS-AUTH-PROGRAM TO OPA-PROGRAM-ID.
002600     READ OPER-AUTH-FILE
002610         INVALID KEY
002620             MOVE SPACES TO OPA-FUNCTIONS
002630     END-READ.
002640     MOVE OPA-FUNCTIONS TO WS-AUTH-FUNCTIONS.
002650     IF WS-AUTH-FUNCTIONS NOT = SPACES
002660         GO TO 1200-EXIT
002670     END-IF.
002680     DISPLAY "HELLOPME OPERATOR " WS-OPERATOR-ID
002690         " IS NOT AUTHORIZED FOR " WS-AUTH-PROGRAM.
002700     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
002710     MOVE SPACES TO WS-AUDIT-VALUE.
002720     STRING WS-AUTH-PROGRAM DELIMITED BY SPACE
002730            " SIGN-ON"      DELIMITED BY SIZE
002740         INTO WS-AUDIT-VALUE
002750     END-STRING.
002760     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
002770     SET WS-EXIT-REQUESTED TO TRUE.
002780     MOVE 8 TO RETURN-CODE.
002790 1200-EXIT.
002800     EXIT.
002810
002820******************************************************************
002830*2000-PROCESS-MENU
002840******************************************************************
002850 2000-PROCESS-MENU.
002860     DISPLAY " ".
002870     DISPLAY "POSITION-CONTROL MAINTENANCE MENU".
002880     MOVE 'A' TO WS-AUTH-FUNCTION.
002890     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002900     IF WS-FUNCTION-ALLOWED
002910         DISPLAY "  A - ADD A POSITION"
002920     END-IF.
002930     MOVE 'C' TO WS-AUTH-FUNCTION.
002940     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002950     IF WS-FUNCTION-ALLOWED
002960         DISPLAY "  C - CHANGE OR FREEZE A POSITION"
002970     END-IF.
002980     MOVE 'D' TO WS-AUTH-FUNCTION.
002990     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
003000     IF WS-FUNCTION-ALLOWED
003010         DISPLAY "  D - DELETE A POSITION"
003020     END-IF.
003030     MOVE 'L' TO WS-AUTH-FUNCTION.
003040     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
003050     IF WS-FUNCTION-ALLOWED
003060         DISPLAY "  L - LIST A DEPARTMENT'S POSITIONS"
003070     END-IF.
003080     MOVE 'T' TO WS-AUTH-FUNCTION.
003090     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
003100     IF WS-FUNCTION-ALLOWED
003110         DISPLAY "  T - TIE AN EMPLOYEE TO A POSITION"
003120     END-IF.
003130     DISPLAY "  X - EXIT".
003140     DISPLAY "ENTER YOUR CHOICE: ".
003150     ACCEPT WS-MENU-CHOICE.
003160     MOVE "MENU-CHOICE" TO WS-AUDIT-FIELD-NAME.
003170     MOVE WS-MENU-CHOICE TO WS-AUDIT-VALUE.
003180     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
003190     IF NOT WS-CHOICE-VALID
003200         DISPLAY "HELLOPM2 INVALID CHOICE - TRY AGAIN"
003210         GO TO 2000-EXIT
003220     END-IF.
003230     MOVE WS-MENU-CHOICE TO WS-AUTH-FUNCTION.
003240     INSPECT WS-AUTH-FUNCTION
003250         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003260                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003270     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
003280     IF NOT WS-FUNCTION-ALLOWED
003290         PERFORM 8400-REFUSE-FUNCTION THRU 8400-EXIT
003300         GO TO 2000-EXIT
003310     END-IF.
003320     EVALUATE WS-MENU-CHOICE
003330         WHEN 'A' WHEN 'a'
003340             PERFORM 3000-ADD-POSITION THRU 3000-EXIT
003350         WHEN 'C' WHEN 'c'
003360             PERFORM 4000-CHANGE-POSITION THRU 4000-EXIT
003370         WHEN 'D' WHEN 'd'
003380             PERFORM 5000-DELETE-POSITION THRU 5000-EXIT
003390         WHEN 'L' WHEN 'l'
003400             PERFORM 6000-LIST-POSITIONS THRU 6000-EXIT
003410         WHEN 'T' WHEN 't'
003420             PERFORM 7000-TIE-EMPLOYEE THRU 7000-EXIT
003430         WHEN 'X' WHEN 'x'
003440             SET WS-EXIT-REQUESTED TO TRUE
003450     END-EVALUATE.
003460 2000-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500*2100-GET-DEPT-CODE
003510*ACCEPTS AND LOGS A DEPARTMENT CODE.  WS-ENTRY-OK IS LEFT OFF
003520*WHEN IT IS BLANK.
003530******************************************************************
003540 2100-GET-DEPT-CODE.
003550     MOVE 'N' TO WS-ENTRY-OK-SW.
003560     DISPLAY "ENTER DEPARTMENT CODE (4 CHARACTERS): ".
003570     ACCEPT WS-WORK-DEPT-CODE.
003580     INSPECT WS-WORK-DEPT-CODE
003590         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003600                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003610     MOVE "DEPT-CODE" TO WS-AUDIT-FIELD-NAME.
003620     MOVE WS-WORK-DEPT-CODE TO WS-AUDIT-VALUE.
003630     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
003640     IF WS-WORK-DEPT-CODE = SPACES
003650         DISPLAY "HELLOPM3 DEPARTMENT CODE IS REQUIRED"
003660         GO TO 2100-EXIT
003670     END-IF.
003680     SET WS-ENTRY-OK TO TRUE.
003690 2100-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730*2200-GET-POSITION-KEY
003740*ACCEPTS AND LOGS THE DEPARTMENT AND POSITION NUMBER THAT KEY A
003750*POSITION RECORD.  THE NUMBER IS FOUR DIGITS, 0001 TO 9999.
003760******************************************************************
003770 2200-GET-POSITION-KEY.
003780     PERFORM 2100-GET-DEPT-CODE THRU 2100-EXIT.
003790     IF NOT WS-ENTRY-OK
003800         GO TO 2200-EXIT
003810     END-IF.
003820     MOVE 'N' TO WS-ENTRY-OK-SW.
003830     DISPLAY "ENTER POSITION NUMBER (4 DIGITS): ".
003840     ACCEPT WS-WORK-POS-X.
003850     MOVE "POSITION-NUMBER" TO WS-AUDIT-FIELD-NAME.
003860     MOVE WS-WORK-POS-X TO WS-AUDIT-VALUE.
003870     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
003880     IF WS-WORK-POS-9 NOT NUMERIC
003890        OR WS-WORK-POS-9 = ZERO
003900         DISPLAY "HELLOPM4 POSITION NUMBER MUST BE FOUR DIGITS, "
003910             "0001 TO 9999"
003920         GO TO 2200-EXIT
003930     END-IF.
003940     MOVE WS-WORK-DEPT-CODE TO POS-DEPT-CODE.
003950     MOVE WS-WORK-POS-9     TO POS-NUMBER.
003960     SET WS-ENTRY-OK TO TRUE.
003970 2200-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010*2300-GET-AUTH-COUNT
004020*ACCEPTS AND LOGS AN AUTHORIZED COUNT, 001 TO 999.  ON A CHANGE
004030*A BLANK ENTRY KEEPS THE COUNT ON FILE.
004040******************************************************************
004050 2300-GET-AUTH-COUNT.
004060     MOVE 'N' TO WS-ENTRY-OK-SW.
004070     DISPLAY "ENTER AUTHORIZED COUNT (3 DIGITS): ".
004080     ACCEPT WS-WORK-COUNT-X.
004090     MOVE "AUTH-COUNT" TO WS-AUDIT-FIELD-NAME.
004100     MOVE WS-WORK-COUNT-X TO WS-AUDIT-VALUE.
004110     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
004120     IF WS-WORK-COUNT-X = SPACES
004130        AND (WS-MENU-CHOICE = 'C' OR 'c')
004140         SET WS-ENTRY-OK TO TRUE
004150         GO TO 2300-EXIT
004160     END-IF.
004170     IF WS-WORK-COUNT-9 NOT NUMERIC
004180        OR WS-WORK-COUNT-9 = ZERO
004190         DISPLAY "HELLOPM5 AUTHORIZED COUNT MUST BE THREE "
004200             "DIGITS, 001 TO 999"
004210         GO TO 2300-EXIT
004220     END-IF.
004230     SET WS-ENTRY-OK TO TRUE.
004240 2300-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280*3000-ADD-POSITION
004290*A NEW POSITION OPENS WITH NOBODY IN IT.  THE DEPARTMENT MUST BE
004300*ON THE DEPARTMENT-CODES FILE AND ACTIVE.
004310******************************************************************
004320 3000-ADD-POSITION.
004330     PERFORM 2200-GET-POSITION-KEY THRU 2200-EXIT.
004340     IF NOT WS-ENTRY-OK
004350         GO TO 3000-EXIT
004360     END-IF.
004370     MOVE WS-WORK-DEPT-CODE TO DPT-DEPT-CODE.
004380     READ DEPT-CODES-FILE
004390         INVALID KEY
004400             DISPLAY "HELLOPM6 DEPARTMENT NOT ON THE "
004410                 "DEPARTMENT-CODES FILE"
004420             GO TO 3000-EXIT
004430     END-READ.
004440     IF NOT DPT-ACTIVE
004450         DISPLAY "HELLOPM6 DEPARTMENT " WS-WORK-DEPT-CODE
004460             " IS NOT ACTIVE"
004470         GO TO 3000-EXIT
004480     END-IF.
004490     DISPLAY "ENTER POSITION TITLE (UP TO 30 CHARACTERS): ".
004500     ACCEPT WS-WORK-TITLE.
004510     MOVE "POSITION-TITLE" TO WS-AUDIT-FIELD-NAME.
004520     MOVE WS-WORK-TITLE TO WS-AUDIT-VALUE.
004530     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
004540     PERFORM 2300-GET-AUTH-COUNT THRU 2300-EXIT.
004550     IF NOT WS-ENTRY-OK
004560         GO TO 3000-EXIT
004570     END-IF.
004580     MOVE SPACES            TO POSITION-RECORD.
004590     MOVE WS-WORK-DEPT-CODE TO POS-DEPT-CODE.
004600     MOVE WS-WORK-POS-9     TO POS-NUMBER.
004610     MOVE WS-WORK-TITLE     TO POS-TITLE.
004620     MOVE WS-WORK-COUNT-9   TO POS-AUTH-COUNT.
004630     MOVE ZERO              TO POS-FILLED-COUNT.
004640     SET POS-ST-OPEN        TO TRUE.
004650     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004660     MOVE WS-CURRENT-DATE   TO POS-UPDATED-DATE.
004670     MOVE WS-OPERATOR-ID    TO POS-UPDATED-BY.
004680     WRITE POSITION-RECORD
004690         INVALID KEY
004700             DISPLAY "HELLOPM7 POSITION ALREADY ON FILE"
004710         NOT INVALID KEY
004720             DISPLAY "HELLOPM8 POSITION ADDED"
004730     END-WRITE.
004740 3000-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780*4000-CHANGE-POSITION
004790*CHANGES THE TITLE OR AUTHORIZED COUNT, OR FREEZES OR REOPENS
004800*THE POSITION.  A BLANK ENTRY KEEPS WHAT IS ON FILE.  THE
004810*FILLED COUNT BELONGS TO HELLO AND IS NOT KEYED.  CUTTING THE
004820*COUNT BELOW THE PEOPLE IN THE POSITION IS ALLOWED - NOBODY IS
004830*MOVED - BUT THE OPERATOR IS TOLD THE POSITION IS NOW OVER
004840*ESTABLISHMENT.
004850******************************************************************
004860 4000-CHANGE-POSITION.
004870     PERFORM 2200-GET-POSITION-KEY THRU 2200-EXIT.
004880     IF NOT WS-ENTRY-OK
004890         GO TO 4000-EXIT
004900     END-IF.
004910     READ POSITION-FILE
004920         INVALID KEY
004930             DISPLAY "HELLOPM9 POSITION NOT ON FILE"
004940             GO TO 4000-EXIT
004950     END-READ.
004960     DISPLAY "CURRENT TITLE IS " POS-TITLE.
004970     DISPLAY "AUTHORIZED " POS-AUTH-COUNT " FILLED "
004980         POS-FILLED-COUNT " STATUS " POS-STATUS.
004990     DISPLAY "ENTER NEW TITLE (BLANK KEEPS CURRENT): ".
005000     ACCEPT WS-WORK-TITLE.
005010     MOVE "POSITION-TITLE" TO WS-AUDIT-FIELD-NAME.
005020     MOVE WS-WORK-TITLE TO WS-AUDIT-VALUE.
005030     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
005040     PERFORM 2300-GET-AUTH-COUNT THRU 2300-EXIT.
005050     IF NOT WS-ENTRY-OK
005060         GO TO 4000-EXIT
005070     END-IF.
005080     DISPLAY "ENTER F TO FREEZE, O TO REOPEN, BLANK KEEPS: ".
005090     ACCEPT WS-WORK-STATUS.
005100     INSPECT WS-WORK-STATUS
005110         CONVERTING "abcdefghijklmnopqrstuvwxyz"
005120                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005130     MOVE "POSITION-STATUS" TO WS-AUDIT-FIELD-NAME.
005140     MOVE WS-WORK-STATUS TO WS-AUDIT-VALUE.
005150     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
005160     IF NOT WS-WORK-STATUS-VALID
005170         DISPLAY "HELLOPMA STATUS MUST BE F, O OR BLANK"
005180         GO TO 4000-EXIT
005190     END-IF.
005200     IF WS-WORK-TITLE NOT = SPACES
005210         MOVE WS-WORK-TITLE TO POS-TITLE
005220     END-IF.
005230     IF WS-WORK-COUNT-X NOT = SPACES
005240         MOVE WS-WORK-COUNT-9 TO POS-AUTH-COUNT
005250     END-IF.
005260     EVALUATE TRUE
005270         WHEN WS-WORK-STATUS = 'F'
005280             SET POS-ST-FROZEN TO TRUE
005290         WHEN WS-WORK-STATUS = SPACE AND POS-ST-FROZEN
005300             CONTINUE
005310         WHEN POS-FILLED-COUNT < POS-AUTH-COUNT
005320             SET POS-ST-OPEN TO TRUE
005330         WHEN OTHER
005340             SET POS-ST-FILLED TO TRUE
005350     END-EVALUATE.
005360     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005370     MOVE WS-CURRENT-DATE TO POS-UPDATED-DATE.
005380     MOVE WS-OPERATOR-ID  TO POS-UPDATED-BY.
005390     REWRITE POSITION-RECORD
005400         INVALID KEY
005410             DISPLAY "HELLOPMB REWRITE FAILED"
005420             GO TO 4000-EXIT
005430         NOT INVALID KEY
005440             DISPLAY "HELLOPMC POSITION CHANGED - STATUS "
005450                 POS-STATUS
005460     END-REWRITE.
005470     IF POS-FILLED-COUNT > POS-AUTH-COUNT
005480         COMPUTE WS-OVER-BY = POS-FILLED-COUNT - POS-AUTH-COUNT
005490         DISPLAY "HELLOPMD POSITION IS NOW OVER ESTABLISHMENT "
005500             "BY " WS-OVER-BY
005510     END-IF.
005520 4000-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560*5000-DELETE-POSITION
005570*ONLY A POSITION WITH NOBODY TIED TO IT CAN BE DELETED.
005580******************************************************************
005590 5000-DELETE-POSITION.
005600     PERFORM 2200-GET-POSITION-KEY THRU 2200-EXIT.
005610     IF NOT WS-ENTRY-OK
005620         GO TO 5000-EXIT
005630     END-IF.
005640     READ POSITION-FILE
005650         INVALID KEY
005660             DISPLAY "HELLOPM9 POSITION NOT ON FILE"
005670             GO TO 5000-EXIT
005680     END-READ.
005690     IF POS-FILLED-COUNT > ZERO
005700         DISPLAY "HELLOPMF POSITION HAS " POS-FILLED-COUNT
005710             " INCUMBENT(S) - NOT DELETED"
005720         GO TO 5000-EXIT
005730     END-IF.
005740     DELETE POSITION-FILE RECORD
005750         INVALID KEY
005760             DISPLAY "HELLOPM9 POSITION NOT ON FILE"
005770         NOT INVALID KEY
005780             DISPLAY "HELLOPMG POSITION DELETED"
005790     END-DELETE.
005800 5000-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840*6000-LIST-POSITIONS
005850*LISTS ONE DEPARTMENT'S POSITIONS WITH AUTHORIZED, FILLED AND
005860*VACANT COUNTS, AND THE DEPARTMENT TOTALS.
005870******************************************************************
005880 6000-LIST-POSITIONS.
005890     PERFORM 2100-GET-DEPT-CODE THRU 2100-EXIT.
005900     IF NOT WS-ENTRY-OK
005910         GO TO 6000-EXIT
005920     END-IF.
005930     MOVE ZERO TO WS-LIST-POSITIONS.
005940     MOVE ZERO TO WS-LIST-AUTHORIZED.
005950     MOVE ZERO TO WS-LIST-FILLED.
005960     MOVE 'N' TO WS-EOF-SW.
005970     MOVE WS-WORK-DEPT-CODE TO POS-DEPT-CODE.
005980     MOVE ZERO TO POS-NUMBER.
005990     START POSITION-FILE KEY NOT LESS THAN POS-KEY
006000         INVALID KEY
006010             SET WS-END-OF-DEPT-POSITIONS TO TRUE
006020     END-START.
006030     DISPLAY "POS  TITLE                          AUTH FILL "
006040         "VAC ST".
006050     PERFORM 6100-READ-NEXT-POSITION THRU 6100-EXIT.
006060     PERFORM 6200-DISPLAY-ONE-POSITION THRU 6200-EXIT
006070         UNTIL WS-END-OF-DEPT-POSITIONS.
006080     IF WS-LIST-POSITIONS = ZERO
006090         DISPLAY "HELLOPMH NO POSITIONS FOR DEPARTMENT "
006100             WS-WORK-DEPT-CODE " - NOT UNDER POSITION CONTROL"
006110         GO TO 6000-EXIT
006120     END-IF.
006130     MOVE WS-LIST-AUTHORIZED TO WS-LIST-TOTAL-ED.
006140     DISPLAY "DEPARTMENT " WS-WORK-DEPT-CODE
006150         " AUTHORIZED " WS-LIST-TOTAL-ED.
006160     MOVE WS-LIST-FILLED TO WS-LIST-TOTAL-ED.
006170     DISPLAY "                FILLED     " WS-LIST-TOTAL-ED.
006180 6000-EXIT.
006190     EXIT.
006200
006210 6100-READ-NEXT-POSITION.
006220     IF WS-END-OF-DEPT-POSITIONS
006230         GO TO 6100-EXIT
006240     END-IF.
006250     READ POSITION-FILE NEXT RECORD
006260         AT END
006270             SET WS-END-OF-DEPT-POSITIONS TO TRUE
006280     END-READ.
006290     IF NOT WS-END-OF-DEPT-POSITIONS
006300        AND POS-DEPT-CODE NOT = WS-WORK-DEPT-CODE
006310         SET WS-END-OF-DEPT-POSITIONS TO TRUE
006320     END-IF.
006330 6100-EXIT.
006340     EXIT.
006350
006360 6200-DISPLAY-ONE-POSITION.
006370     ADD 1 TO WS-LIST-POSITIONS.
006380     ADD POS-AUTH-COUNT   TO WS-LIST-AUTHORIZED.
006390     ADD POS-FILLED-COUNT TO WS-LIST-FILLED.
006400     MOVE ZERO TO WS-LIST-VACANT.
006410     IF POS-FILLED-COUNT < POS-AUTH-COUNT
006420         COMPUTE WS-LIST-VACANT =
006430             POS-AUTH-COUNT - POS-FILLED-COUNT
006440     END-IF.
006450     DISPLAY POS-NUMBER " " POS-TITLE " " POS-AUTH-COUNT "  "
006460         POS-FILLED-COUNT "  " WS-LIST-VACANT " " POS-STATUS.
006470     PERFORM 6100-READ-NEXT-POSITION THRU 6100-EXIT.
006480 6200-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520*7000-TIE-EMPLOYEE
006530*TIES AN ACTIVE EMPLOYEE WHO HOLDS NO POSITION TO A VACANT
006540*POSITION IN THEIR OWN DEPARTMENT.  AN EMPLOYEE ALREADY TIED IS
006550*LEFT ALONE - HELLO MOVES THEM ON A TRANSFER AND FREES THE
006560*POSITION ON A TERMINATION.
006570******************************************************************
006580 7000-TIE-EMPLOYEE.
006590     DISPLAY "ENTER EMPLOYEE ID (6 CHARACTERS): ".
006600     ACCEPT WS-WORK-EMP-ID.
006610     MOVE "EMPLOYEE-ID" TO WS-AUDIT-FIELD-NAME.
006620     MOVE WS-WORK-EMP-ID TO WS-AUDIT-VALUE.
006630     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
006640     MOVE WS-WORK-EMP-ID TO EMP-ID.
006650     READ EMPMSTR-FILE
006660         INVALID KEY
006670             DISPLAY "HELLOPMJ EMPLOYEE NOT ON THE MASTER FILE"
006680             GO TO 7000-EXIT
006690     END-READ.
006700     IF EMP-ST-TERMINATED
006710         DISPLAY "HELLOPMK EMPLOYEE IS TERMINATED - NOT TIED"
006720         GO TO 7000-EXIT
006730     END-IF.
006740     MOVE WS-WORK-EMP-ID TO PSA-EMP-ID.
006750     READ POSITION-ASSIGN-FILE
006760         INVALID KEY
006770             CONTINUE
006780         NOT INVALID KEY
006790             DISPLAY "HELLOPML EMPLOYEE ALREADY HOLDS POSITION "
006800                 PSA-DEPT-CODE "-" PSA-POS-NUMBER
006810             GO TO 7000-EXIT
006820     END-READ.
006830     DISPLAY "DEPARTMENT ON THE MASTER IS " EMP-DEPT-CODE.
006840     DISPLAY "ENTER POSITION NUMBER (4 DIGITS): ".
006850     ACCEPT WS-WORK-POS-X.
006860     MOVE "POSITION-NUMBER" TO WS-AUDIT-FIELD-NAME.
006870     MOVE WS-WORK-POS-X TO WS-AUDIT-VALUE.
006880     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
006890     IF WS-WORK-POS-9 NOT NUMERIC
006900        OR WS-WORK-POS-9 = ZERO
006910         DISPLAY "HELLOPM4 POSITION NUMBER MUST BE FOUR DIGITS, "
006920             "0001 TO 9999"
006930         GO TO 7000-EXIT
006940     END-IF.
006950     MOVE EMP-DEPT-CODE TO POS-DEPT-CODE.
006960     MOVE WS-WORK-POS-9 TO POS-NUMBER.
006970     READ POSITION-FILE
006980         INVALID KEY
006990             DISPLAY "HELLOPM9 POSITION NOT ON FILE"
007000             GO TO 7000-EXIT
007010     END-READ.
007020     IF POS-ST-FROZEN
007030        OR POS-FILLED-COUNT NOT < POS-AUTH-COUNT
007040         DISPLAY "HELLOPMM POSITION HAS NO VACANCY - STATUS "
007050             POS-STATUS " FILLED " POS-FILLED-COUNT " OF "
007060             POS-AUTH-COUNT
007070         GO TO 7000-EXIT
007080     END-IF.
007090     ADD 1 TO POS-FILLED-COUNT.
007100     IF POS-FILLED-COUNT NOT < POS-AUTH-COUNT
007110         SET POS-ST-FILLED TO TRUE
007120     END-IF.
007130     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007140     MOVE WS-CURRENT-DATE TO POS-UPDATED-DATE.
007150     MOVE WS-OPERATOR-ID  TO POS-UPDATED-BY.
007160     REWRITE POSITION-RECORD
007170         INVALID KEY
007180             DISPLAY "HELLOPMB REWRITE FAILED"
007190             GO TO 7000-EXIT
007200     END-REWRITE.
007210     MOVE SPACES          TO POSITION-ASSIGN-RECORD.
007220     MOVE WS-WORK-EMP-ID  TO PSA-EMP-ID.
007230     MOVE POS-KEY         TO PSA-POSITION-KEY.
007240     MOVE WS-CURRENT-DATE TO PSA-ASSIGNED-DATE.
007250     MOVE WS-OPERATOR-ID  TO PSA-ASSIGNED-BY.
007260     WRITE POSITION-ASSIGN-RECORD
007270         INVALID KEY
007280             DISPLAY "HELLOPMN ASSIGNMENT WRITE FAILED - STATUS "
007290                 WS-PSA-STATUS
007300         NOT INVALID KEY
007310             DISPLAY "HELLOPMP EMPLOYEE " WS-WORK-EMP-ID
007320                 " TIED TO POSITION " PSA-DEPT-CODE "-"
007330                 PSA-POS-NUMBER
007340     END-WRITE.
007350 7000-EXIT.
007360     EXIT.
007370
007380 8000-TERMINATE.
007390     CLOSE POSITION-FILE POSITION-ASSIGN-FILE DEPT-CODES-FILE
007400           EMPMSTR-FILE AUDIT-LOG-FILE OPER-AUTH-FILE.
007410 8000-EXIT.
007420     EXIT.
007430
007440 8100-LOG-AUDIT-ENTRY.
007450     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007460     ACCEPT WS-CURRENT-TIME FROM TIME.
007470     STRING WS-CURRENT-DATE DELIMITED BY SIZE
007480            "-"             DELIMITED BY SIZE
007490            WS-CURRENT-TIME DELIMITED BY SIZE
007500         INTO WS-TIMESTAMP
007510     END-STRING.
007520     MOVE WS-TIMESTAMP        TO AUD-TIMESTAMP.
007530     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID.
007540     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID.
007550     MOVE WS-AUDIT-FIELD-NAME TO AUD-FIELD-NAME.
007560     MOVE WS-AUDIT-VALUE      TO AUD-VALUE-ENTERED.
007570     MOVE SPACES              TO AUD-SOURCE-SYSTEM.
007580     WRITE AUDIT-LOG-RECORD.
007590 8100-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630*8300-CHECK-FUNCTION
007640*SETS WS-FUNCTION-ALLOWED WHEN THE LETTER IN WS-AUTH-FUNCTION IS
007650*ON THE OPERATOR'S GRANT.  EXIT IS ALWAYS ALLOWED.
007660******************************************************************
007670 8300-CHECK-FUNCTION.
007680     MOVE 'N' TO WS-FUNCTION-SW.
007690     IF WS-AUTH-FUNCTION = 'X'
007700         SET WS-FUNCTION-ALLOWED TO TRUE
007710         GO TO 8300-EXIT
007720     END-IF.
007730     MOVE ZERO TO WS-AUTH-TALLY.
007740     INSPECT WS-AUTH-FUNCTIONS TALLYING WS-AUTH-TALLY
007750         FOR ALL WS-AUTH-FUNCTION.
007760     IF WS-AUTH-TALLY > ZERO
007770         SET WS-FUNCTION-ALLOWED TO TRUE
007780     END-IF.
007790 8300-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830*8400-REFUSE-FUNCTION
007840*TELLS THE OPERATOR THE FUNCTION IS NOT GRANTED AND LOGS THE
007850*ATTEMPT UNDER AUTH-REFUSED, WHERE HELLOAQ CAN SELECT IT.
007860******************************************************************
007870 8400-REFUSE-FUNCTION.
007880     DISPLAY "HELLOPMR FUNCTION " WS-AUTH-FUNCTION
007890         " IS NOT AUTHORIZED FOR OPERATOR " WS-OPERATOR-ID.
007900     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
007910     MOVE SPACES TO WS-AUDIT-VALUE.
007920     STRING WS-AUTH-PROGRAM  DELIMITED BY SPACE
007930            " FUNCTION "     DELIMITED BY SIZE
007940            WS-AUTH-FUNCTION DELIMITED BY SIZE
007950         INTO WS-AUDIT-VALUE
007960     END-STRING.
007970     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
007980 8400-EXIT.
007990     EXIT.
008000
008010 END PROGRAM HELLOPM.
