000100******************************************************************
000110*PROGRAM:      HELLOFO
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      MENU-DRIVEN ADD/CHANGE/DELETE/LIST MAINTENANCE
000170*              UTILITY FOR THE FIELD-OWNERSHIP PRECEDENCE FILE
000180*              (COPYBOOK FLDOWN), IN THE SAME STYLE AS THE
000190*              HELLODM DEPARTMENT-CODES MENU.  EACH RECORD
000200*              NAMES A MASTER FIELD (NAME, DEGREE, DEPT OR
000210*              STATUS), A SOURCE SYSTEM ALLOWED TO SET IT AND
000220*              THAT SOURCE'S RANK FOR THE FIELD, 01 BEING THE
000230*              OWNER.  HELLO READS THE FILE AT THE START OF
000240*              EVERY RUN, SO A CHANGE TAKES EFFECT THE NEXT
000250*              NIGHT WITHOUT A SOURCE CHANGE.  EVERY ENTRY IS
000260*              LOGGED TO AUDITLOG AND STAMPED WITH THE
000270*              OPERATOR AND DATE.
000280*MODIFICATION HISTORY:
000290*DATE       INIT DESCRIPTION
000300*---------- ---- ------------------------------------------------
000310*2026-10-15 DK   ORIGINAL PROGRAM, MODELLED ON HELLODM.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. HELLOFO.
000350 AUTHOR. D. KOWALSKI.
000360 INSTALLATION. CORPORATE APPLICATIONS.
000370 DATE-WRITTEN. 2026-10-15.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT FIELD-OWNER-FILE ASSIGN TO "FIELDOWN"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS FLD-KEY
000490         FILE STATUS IS WS-FLDOWN-STATUS.
000500
000510     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-AUDIT-STATUS.
000540
000550     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS OPA-KEY
000590         FILE STATUS IS WS-OPAUTH-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630
000640 FD  FIELD-OWNER-FILE.
000650     COPY FLDOWN.
000660
000670 FD  AUDIT-LOG-FILE.
000680     COPY AUDITREC.
000690
000700*OPERATOR-AUTHORITY FILE - READ ONLY, FOR THE MENU FUNCTIONS
000710*THE SIGNED-ON OPERATOR MAY USE IN THIS PROGRAM.
000720 FD  OPER-AUTH-FILE.
000730     COPY OPAUTH.
000740
000750 WORKING-STORAGE SECTION.
000760
000770 01  WS-FILE-STATUSES.
000780     05  WS-FLDOWN-STATUS           PIC X(02).
000790     05  WS-AUDIT-STATUS            PIC X(02).
000800     05  WS-OPAUTH-STATUS           PIC X(02).
000810
000820 01  WS-SWITCHES.
000830     05  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
000840         88  WS-EXIT-REQUESTED             VALUE 'Y'.
000850     05  WS-EOF-SW                  PIC X(01) VALUE 'N'.
000860         88  WS-END-OF-FLDOWN              VALUE 'Y'.
000870     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
000880         88  WS-FILES-OK                   VALUE 'Y'.
000890     05  WS-ENTRY-OK-SW             PIC X(01) VALUE 'N'.
000900         88  WS-ENTRY-OK                   VALUE 'Y'.
000910
000920 01  WS-MENU-CHOICE                 PIC X(01) VALUE SPACE.
000930     88  WS-CHOICE-VALID            VALUES 'A' 'C' 'D' 'L' 'X'
000940                                           'a' 'c' 'd' 'l' 'x'.
000950
000960 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
000970 01  WS-TERMINAL-ID                 PIC X(08) VALUE SPACES.
000980 01  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
000990 01  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001000 01  WS-TIMESTAMP                   PIC X(26) VALUE SPACES.
001010 01  WS-AUDIT-FIELD-NAME            PIC X(15) VALUE SPACES.
001020 01  WS-AUDIT-VALUE                 PIC X(30) VALUE SPACES.
001030
001040*OPERATOR-AUTHORITY WORK AREA - THE FUNCTION LETTERS GRANTED TO
001050*THE SIGNED-ON OPERATOR FOR THIS PROGRAM, AND THE ONE CHECKED.
001060 01  WS-AUTH-PROGRAM                PIC X(08) VALUE "HELLOFO".
001070 01  WS-AUTH-FUNCTIONS              PIC X(10) VALUE SPACES.
001080 01  WS-AUTH-FUNCTION               PIC X(01) VALUE SPACE.
001090 01  WS-AUTH-TALLY                  PIC 9(04) COMP VALUE ZERO.
001100 01  WS-FUNCTION-SW                 PIC X(01) VALUE 'N'.
001110     88  WS-FUNCTION-ALLOWED               VALUE 'Y'.
001120
001130*ENTRY WORK AREA.  THE FIELD NAME IS KEYED AS TEXT AND
001140*CHECKED AGAINST THE FOUR MASTER FIELDS HELLO GOVERNS; THE
001150*RANK IS KEYED AS TWO DIGITS, 01 TO 98 - 99 IS WHAT HELLO
001160*GIVES A SOURCE ON A FIELD NOBODY OWNS.
001170 01  WS-WORK-FIELD                  PIC X(10) VALUE SPACES.
001180     88  WS-WORK-FIELD-VALID        VALUES 'NAME' 'DEGREE'
001190                                           'DEPT' 'STATUS'.
001200 01  WS-WORK-SOURCE                 PIC X(08) VALUE SPACES.
001210 01  WS-WORK-RANK-X                 PIC X(02) VALUE SPACES.
001220 01  WS-WORK-RANK-9 REDEFINES WS-WORK-RANK-X
001230                                    PIC 9(02).
001240
001250 PROCEDURE DIVISION.
001260
001270******************************************************************
001280*0000-MAINLINE
001290*DISPLAYS THE MAINTENANCE MENU AND DISPATCHES TO THE CHOSEN
001300*FUNCTION UNTIL THE OPERATOR SELECTS X TO EXIT.
001310******************************************************************
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     IF NOT WS-FILES-OK
001350         DISPLAY "HELLOFO1 ONE OR MORE FILES FAILED TO OPEN - "
001360             "RUN TERMINATED"
001370         MOVE 16 TO RETURN-CODE
001380     ELSE
001390         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001400             UNTIL WS-EXIT-REQUESTED
001410     END-IF.
001420     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001430     GOBACK.
001440 0000-EXIT.
001450     EXIT.
001460
001470 1000-INITIALIZE.
001480     OPEN I-O FIELD-OWNER-FILE.
001490     IF WS-FLDOWN-STATUS NOT = "00"
001500         DISPLAY "HELLOFO1 ERROR OPENING FIELD-OWNER-FILE - "
001510             "STATUS " WS-FLDOWN-STATUS
001520         MOVE 'N' TO WS-FILES-OK-SW
001530     END-IF.
001540     OPEN EXTEND AUDIT-LOG-FILE.
001550     IF WS-AUDIT-STATUS NOT = "00"
001560         DISPLAY "HELLOFO1 ERROR OPENING AUDIT-LOG-FILE - "
001570             "STATUS " WS-AUDIT-STATUS
001580         MOVE 'N' TO WS-FILES-OK-SW
001590     END-IF.
001600     OPEN INPUT OPER-AUTH-FILE.
001610     IF WS-OPAUTH-STATUS NOT = "00"
001620         DISPLAY "HELLOFO1 ERROR OPENING OPER-AUTH-FILE - "
001630             "STATUS " WS-OPAUTH-STATUS
001640         MOVE 'N' TO WS-FILES-OK-SW
001650     END-IF.
001660     IF NOT WS-FILES-OK
001670         GO TO 1000-EXIT
001680     END-IF.
001690     DISPLAY "ENTER OPERATOR ID: ".
001700     ACCEPT WS-OPERATOR-ID.
001710     MOVE "OPERATOR-ID" TO WS-AUDIT-FIELD-NAME.
001720     MOVE WS-OPERATOR-ID TO WS-AUDIT-VALUE.
001730     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
001740     DISPLAY "ENTER TERMINAL ID: ".
001750     ACCEPT WS-TERMINAL-ID.
001760     MOVE "TERMINAL-ID" TO WS-AUDIT-FIELD-NAME.
001770     MOVE WS-TERMINAL-ID TO WS-AUDIT-VALUE.
001780     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
001790     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
001800 1000-EXIT.
001810     EXIT.
001820
001830******************************************************************
001840*1200-LOAD-AUTHORITY
001850*READS THE OPERATOR'S GRANT FOR THIS PROGRAM.  NO GRANT, OR ONE
001860*WITH NO FUNCTIONS LEFT ON IT, ENDS THE SESSION BEFORE THE MENU
001870*IS SHOWN.  THE REFUSAL IS LOGGED UNDER AUTH-REFUSED.
001880******************************************************************
001890 1200-LOAD-AUTHORITY.
001900     MOVE WS-OPERATOR-ID  TO OPA-OPERATOR-ID.
001910     MOVE WS-AUTH-PROGRAM TO OPA-PROGRAM-ID.
001920     READ OPER-AUTH-FILE
001930         INVALID KEY
001940             MOVE SPACES TO OPA-FUNCTIONS
001950     END-READ.
001960     MOVE OPA-FUNCTIONS TO WS-AUTH-FUNCTIONS.
001970     IF WS-AUTH-FUNCTIONS NOT = SPACES
001980         GO TO 1200-EXIT
001990     END-IF.
002000     DISPLAY "HELLOFOE OPERATOR " WS-OPERATOR-ID
002010         " IS NOT AUTHORIZED FOR " WS-AUTH-PROGRAM.
002020     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
002030     MOVE SPACES TO WS-AUDIT-VALUE.
002040     STRING WS-AUTH-PROGRAM DELIMITED BY SPACE
002050            " SIGN-ON"      DELIMITED BY SIZE
002060         INTO WS-AUDIT-VALUE
002070     END-STRING.
002080     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
002090     SET WS-EXIT-REQUESTED TO TRUE.
002100     MOVE 8 TO RETURN-CODE.
002110 1200-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150*2000-PROCESS-MENU
002160******************************************************************
002170 2000-PROCESS-MENU.
002180     DISPLAY " ".
002190     DISPLAY "FIELD-OWNERSHIP MAINTENANCE MENU".
002200     MOVE 'A' TO WS-AUTH-FUNCTION.
002210     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002220     IF WS-FUNCTION-ALLOWED
002230         DISPLAY "  A - ADD A FIELD OWNER"
002240     END-IF.
002250     MOVE 'C' TO WS-AUTH-FUNCTION.
002260     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002270     IF WS-FUNCTION-ALLOWED
002280         DISPLAY "  C - CHANGE A FIELD OWNER'S RANK"
002290     END-IF.
002300     MOVE 'D' TO WS-AUTH-FUNCTION.
002310     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002320     IF WS-FUNCTION-ALLOWED
002330         DISPLAY "  D - DELETE A FIELD OWNER"
002340     END-IF.
002350     MOVE 'L' TO WS-AUTH-FUNCTION.
002360     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002370     IF WS-FUNCTION-ALLOWED
002380         DISPLAY "  L - LIST THE PRECEDENCE TABLE"
002390     END-IF.
002400     DISPLAY "  X - EXIT".
002410     DISPLAY "ENTER YOUR CHOICE: ".
002420     ACCEPT WS-MENU-CHOICE.
002430     MOVE "MENU-CHOICE" TO WS-AUDIT-FIELD-NAME.
002440     MOVE WS-MENU-CHOICE TO WS-AUDIT-VALUE.
002450     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
002460     IF NOT WS-CHOICE-VALID
002470         DISPLAY "HELLOFO2 INVALID CHOICE - TRY AGAIN"
002480         GO TO 2000-EXIT
002490     END-IF.
002500     MOVE WS-MENU-CHOICE TO WS-AUTH-FUNCTION.
002510     INSPECT WS-AUTH-FUNCTION
002520         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002530                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002540     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002550     IF NOT WS-FUNCTION-ALLOWED
002560         PERFORM 8400-REFUSE-FUNCTION THRU 8400-EXIT
002570         GO TO 2000-EXIT
002580     END-IF.
002590     EVALUATE WS-MENU-CHOICE
002600         WHEN 'A' WHEN 'a'
002610             PERFORM 3000-ADD-OWNER THRU 3000-EXIT
002620         WHEN 'C' WHEN 'c'
002630             PERFORM 4000-CHANGE-OWNER THRU 4000-EXIT
002640         WHEN 'D' WHEN 'd'
002650             PERFORM 5000-DELETE-OWNER THRU 5000-EXIT
002660         WHEN 'L' WHEN 'l'
002670             PERFORM 6000-LIST-OWNERS THRU 6000-EXIT
002680         WHEN 'X' WHEN 'x'
002690             SET WS-EXIT-REQUESTED TO TRUE
002700     END-EVALUATE.
002710 2000-EXIT.
002720     EXIT.
002730
002740******************************************************************
002750*2100-GET-FIELD-AND-SOURCE
002760*ACCEPTS AND LOGS THE KEY OF A PRECEDENCE RECORD - THE FIELD
002770*NAME AND THE SOURCE SYSTEM - AND CHECKS THE FIELD IS ONE HELLO
002780*GOVERNS.  WS-ENTRY-OK IS LEFT OFF WHEN IT IS NOT.
002790******************************************************************
002800 2100-GET-FIELD-AND-SOURCE.
002810     MOVE 'N' TO WS-ENTRY-OK-SW.
002820     DISPLAY "ENTER FIELD - NAME, DEGREE, DEPT OR STATUS: ".
002830     ACCEPT WS-WORK-FIELD.
002840     INSPECT WS-WORK-FIELD
002850         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002860                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002870     MOVE "OWNED-FIELD" TO WS-AUDIT-FIELD-NAME.
002880     MOVE WS-WORK-FIELD TO WS-AUDIT-VALUE.
002890     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
002900     IF NOT WS-WORK-FIELD-VALID
002910         DISPLAY "HELLOFO3 FIELD MUST BE NAME, DEGREE, DEPT "
002920             "OR STATUS"
002930         GO TO 2100-EXIT
002940     END-IF.
002950     DISPLAY "ENTER SOURCE SYSTEM (8 CHARACTERS): ".
002960     ACCEPT WS-WORK-SOURCE.
002970     MOVE "OWNER-SOURCE" TO WS-AUDIT-FIELD-NAME.
002980     MOVE WS-WORK-SOURCE TO WS-AUDIT-VALUE.
002990     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
003000     IF WS-WORK-SOURCE = SPACES
003010         DISPLAY "HELLOFO4 SOURCE SYSTEM IS REQUIRED"
003020         GO TO 2100-EXIT
003030     END-IF.
003040     SET WS-ENTRY-OK TO TRUE.
003050 2100-EXIT.
003060     EXIT.
003070
003080******************************************************************
003090*2200-GET-RANK
003100*ACCEPTS AND LOGS THE SOURCE'S RANK FOR THE FIELD, 01 TO 98.
003110******************************************************************
003120 2200-GET-RANK.
003130     MOVE 'N' TO WS-ENTRY-OK-SW.
003140     DISPLAY "ENTER RANK, 01 (OWNER) TO 98: ".
003150     ACCEPT WS-WORK-RANK-X.
003160     MOVE "OWNER-RANK" TO WS-AUDIT-FIELD-NAME.
003170     MOVE WS-WORK-RANK-X TO WS-AUDIT-VALUE.
003180     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
003190     IF WS-WORK-RANK-9 NOT NUMERIC
003200        OR WS-WORK-RANK-9 = ZERO
003210        OR WS-WORK-RANK-9 > 98
003220         DISPLAY "HELLOFO5 RANK MUST BE TWO DIGITS, 01 TO 98"
003230         GO TO 2200-EXIT
003240     END-IF.
003250     SET WS-ENTRY-OK TO TRUE.
003260 2200-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300*3000-ADD-OWNER
003310******************************************************************
003320 3000-ADD-OWNER.
003330     PERFORM 2100-GET-FIELD-AND-SOURCE THRU 2100-EXIT.
003340     IF NOT WS-ENTRY-OK
003350         GO TO 3000-EXIT
003360     END-IF.
003370     PERFORM 2200-GET-RANK THRU 2200-EXIT.
003380     IF NOT WS-ENTRY-OK
003390         GO TO 3000-EXIT
003400     END-IF.
003410     MOVE SPACES          TO FIELD-OWNER-RECORD.
003420     MOVE WS-WORK-FIELD   TO FLD-FIELD-NAME.
003430     MOVE WS-WORK-SOURCE  TO FLD-SOURCE-SYSTEM.
003440     MOVE WS-WORK-RANK-9  TO FLD-RANK.
003450     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003460     MOVE WS-CURRENT-DATE TO FLD-UPDATED-DATE.
003470     MOVE WS-OPERATOR-ID  TO FLD-UPDATED-BY.
003480     WRITE FIELD-OWNER-RECORD
003490         INVALID KEY
003500             DISPLAY "HELLOFO6 SOURCE ALREADY ON FILE FOR "
003510                 "THIS FIELD"
003520         NOT INVALID KEY
003530             DISPLAY "HELLOFO7 FIELD OWNER ADDED"
003540     END-WRITE.
003550 3000-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590*4000-CHANGE-OWNER
003600******************************************************************
003610 4000-CHANGE-OWNER.
003620     PERFORM 2100-GET-FIELD-AND-SOURCE THRU 2100-EXIT.
003630     IF NOT WS-ENTRY-OK
003640         GO TO 4000-EXIT
003650     END-IF.
003660     MOVE WS-WORK-FIELD  TO FLD-FIELD-NAME.
003670     MOVE WS-WORK-SOURCE TO FLD-SOURCE-SYSTEM.
003680     READ FIELD-OWNER-FILE
003690         INVALID KEY
003700             DISPLAY "HELLOFO8 SOURCE NOT ON FILE FOR THIS FIELD"
003710             GO TO 4000-EXIT
003720     END-READ.
003730     DISPLAY "CURRENT RANK IS " FLD-RANK.
003740     PERFORM 2200-GET-RANK THRU 2200-EXIT.
003750     IF NOT WS-ENTRY-OK
003760         GO TO 4000-EXIT
003770     END-IF.
003780     MOVE WS-WORK-RANK-9  TO FLD-RANK.
003790     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003800     MOVE WS-CURRENT-DATE TO FLD-UPDATED-DATE.
003810     MOVE WS-OPERATOR-ID  TO FLD-UPDATED-BY.
003820     REWRITE FIELD-OWNER-RECORD
003830         INVALID KEY
003840             DISPLAY "HELLOFO9 REWRITE FAILED"
003850         NOT INVALID KEY
003860             DISPLAY "HELLOFOA FIELD OWNER RANK CHANGED"
003870     END-REWRITE.
003880 4000-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920*5000-DELETE-OWNER
003930*REMOVING THE LAST SOURCE FOR A FIELD OPENS THAT FIELD TO EVERY
003940*SOURCE AGAIN - THE OPERATOR IS TOLD SO.
003950******************************************************************
003960 5000-DELETE-OWNER.
003970     PERFORM 2100-GET-FIELD-AND-SOURCE THRU 2100-EXIT.
003980     IF NOT WS-ENTRY-OK
003990         GO TO 5000-EXIT
004000     END-IF.
004010     MOVE WS-WORK-FIELD  TO FLD-FIELD-NAME.
004020     MOVE WS-WORK-SOURCE TO FLD-SOURCE-SYSTEM.
004030     DELETE FIELD-OWNER-FILE
004040         INVALID KEY
004050             DISPLAY "HELLOFO8 SOURCE NOT ON FILE FOR THIS FIELD"
004060             GO TO 5000-EXIT
004070         NOT INVALID KEY
004080             DISPLAY "HELLOFOB FIELD OWNER DELETED"
004090     END-DELETE.
004100     MOVE WS-WORK-FIELD TO FLD-FIELD-NAME.
004110     MOVE LOW-VALUES    TO FLD-SOURCE-SYSTEM.
004120     START FIELD-OWNER-FILE KEY NOT LESS THAN FLD-KEY
004130         INVALID KEY
004140             MOVE HIGH-VALUES TO FLD-FIELD-NAME
004150     END-START.
004160     IF FLD-FIELD-NAME NOT = HIGH-VALUES
004170         READ FIELD-OWNER-FILE NEXT RECORD
004180             AT END
004190                 MOVE HIGH-VALUES TO FLD-FIELD-NAME
004200         END-READ
004210     END-IF.
004220     IF FLD-FIELD-NAME NOT = WS-WORK-FIELD
004230         DISPLAY "HELLOFOC NO SOURCE LEFT FOR " WS-WORK-FIELD
004240             " - THE FIELD IS NOW OPEN TO EVERY SOURCE"
004250     END-IF.
004260 5000-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300*6000-LIST-OWNERS
004310******************************************************************
004320 6000-LIST-OWNERS.
004330     MOVE 'N' TO WS-EOF-SW.
004340     MOVE LOW-VALUES TO FLD-KEY.
004350     START FIELD-OWNER-FILE KEY NOT LESS THAN FLD-KEY
004360         INVALID KEY
004370             SET WS-END-OF-FLDOWN TO TRUE
004380     END-START.
004390     DISPLAY "FIELD      SOURCE   RANK UPDATED  BY".
004400     PERFORM 6100-READ-NEXT-OWNER THRU 6100-EXIT.
004410     PERFORM 6200-DISPLAY-ONE-OWNER THRU 6200-EXIT
004420         UNTIL WS-END-OF-FLDOWN.
004430 6000-EXIT.
004440     EXIT.
004450
004460 6100-READ-NEXT-OWNER.
004470     IF WS-END-OF-FLDOWN
004480         GO TO 6100-EXIT
004490     END-IF.
004500     READ FIELD-OWNER-FILE NEXT RECORD
004510         AT END
004520             SET WS-END-OF-FLDOWN TO TRUE
004530     END-READ.
004540 6100-EXIT.
004550     EXIT.
004560
004570 6200-DISPLAY-ONE-OWNER.
004580     DISPLAY FLD-FIELD-NAME " " FLD-SOURCE-SYSTEM " "
004590         FLD-RANK "   " FLD-UPDATED-DATE " " FLD-UPDATED-BY.
004600     PERFORM 6100-READ-NEXT-OWNER THRU 6100-EXIT.
004610 6200-EXIT.
004620     EXIT.
004630
004640 8000-TERMINATE.
004650     CLOSE FIELD-OWNER-FILE AUDIT-LOG-FILE
004660           OPER-AUTH-FILE.
004670 8000-EXIT.
004680     EXIT.
004690
004700 8100-LOG-AUDIT-ENTRY.
004710     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004720     ACCEPT WS-CURRENT-TIME FROM TIME.
004730     STRING WS-CURRENT-DATE DELIMITED BY SIZE
004740            "-"             DELIMITED BY SIZE
004750            WS-CURRENT-TIME DELIMITED BY SIZE
004760         INTO WS-TIMESTAMP
004770     END-STRING.
004780     MOVE WS-TIMESTAMP        TO AUD-TIMESTAMP.
004790     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID.
004800     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID.
004810     MOVE WS-AUDIT-FIELD-NAME TO AUD-FIELD-NAME.
004820     MOVE WS-AUDIT-VALUE      TO AUD-VALUE-ENTERED.
004830     MOVE SPACES              TO AUD-SOURCE-SYSTEM.
004840     WRITE AUDIT-LOG-RECORD.
004850 8100-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890*8300-CHECK-FUNCTION
004900*SETS WS-FUNCTION-ALLOWED WHEN THE LETTER IN WS-AUTH-FUNCTION IS
004910*ON THE OPERATOR'S GRANT.  EXIT IS ALWAYS ALLOWED.
004920******************************************************************
004930 8300-CHECK-FUNCTION.
004940     MOVE 'N' TO WS-FUNCTION-SW.
004950     IF WS-AUTH-FUNCTION = 'X'
004960         SET WS-FUNCTION-ALLOWED TO TRUE
004970         GO TO 8300-EXIT
004980     END-IF.
004990     MOVE ZERO TO WS-AUTH-TALLY.
005000     INSPECT WS-AUTH-FUNCTIONS TALLYING WS-AUTH-TALLY
005010         FOR ALL WS-AUTH-FUNCTION.
005020     IF WS-AUTH-TALLY > ZERO
005030         SET WS-FUNCTION-ALLOWED TO TRUE
005040     END-IF.
005050 8300-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090*8400-REFUSE-FUNCTION
005100*TELLS THE OPERATOR THE FUNCTION IS NOT GRANTED AND LOGS THE
005110*ATTEMPT UNDER AUTH-REFUSED, WHERE HELLOAQ CAN SELECT IT.
005120******************************************************************
005130 8400-REFUSE-FUNCTION.
005140     DISPLAY "HELLOFOF FUNCTION " WS-AUTH-FUNCTION
005150         " IS NOT AUTHORIZED FOR OPERATOR " WS-OPERATOR-ID.
005160     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
005170     MOVE SPACES TO WS-AUDIT-VALUE.
005180     STRING WS-AUTH-PROGRAM  DELIMITED BY SPACE
005190            " FUNCTION "     DELIMITED BY SIZE
005200            WS-AUTH-FUNCTION DELIMITED BY SIZE
005210         INTO WS-AUDIT-VALUE
005220     END-STRING.
005230     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
005240 8400-EXIT.
005250     EXIT.
005260
005270 END PROGRAM HELLOFO.
