000100******************************************************************
000110*PROGRAM:      HELLOOA
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      MENU-DRIVEN MAINTENANCE OF THE OPERATOR-AUTHORITY
000170*              FILE READ BY THE HELLOM, HELLODM, HELLOSC, HELLORV,
000180*              HELLOEQ, HELLOFO, HELLOPM AND HELLOMT MENUS, IN
000185*              THE SAME STYLE AS HELLOM.
000190*              EACH GRANT NAMES ONE OPERATOR, ONE MENU PROGRAM
000200*              AND THE CHOICE LETTERS THAT OPERATOR MAY USE
000210*              THERE; A LETTER IS ONLY ACCEPTED IF THE OPFUNCS
000220*              TABLE KNOWS IT FOR THAT PROGRAM.  THIS MENU IS
000230*              ITSELF PROTECTED BY A GRANT FOR HELLOOA, AND AN
000240*              OPERATOR CANNOT ADD, CHANGE OR REVOKE THEIR OWN
000250*              GRANTS.  EVERY ENTRY IS LOGGED TO THE AUDIT TRAIL.
000260*MODIFICATION HISTORY:
000270*DATE       INIT DESCRIPTION
000280*---------- ---- ------------------------------------------------
000290*2026-10-15 DK   ORIGINAL PROGRAM, MODELLED ON HELLOM.
000295*2026-10-15 DK   PURPOSE NOW NAMES EVERY MENU THAT READS OPERAUTH.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. HELLOOA.
000330 AUTHOR. D. KOWALSKI.
000340 INSTALLATION. CORPORATE APPLICATIONS.
000350 DATE-WRITTEN. 2026-10-15.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS OPA-KEY
000470         FILE STATUS IS WS-OPAUTH-STATUS.
000480
000490     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-AUDIT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550
000560 FD  OPER-AUTH-FILE.
000570     COPY OPAUTH.
000580
000590 FD  AUDIT-LOG-FILE.
000600     COPY AUDITREC.
000610
000620 WORKING-STORAGE SECTION.
000630
000640 01  WS-FILE-STATUSES.
000650     05  WS-OPAUTH-STATUS           PIC X(02).
000660     05  WS-AUDIT-STATUS            PIC X(02).
000670
000680 01  WS-SWITCHES.
000690     05  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
000700         88  WS-EXIT-REQUESTED             VALUE 'Y'.
000710     05  WS-EOF-SW                  PIC X(01) VALUE 'N'.
000720         88  WS-END-OF-OPAUTH              VALUE 'Y'.
000730     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
000740         88  WS-FILES-OK                   VALUE 'Y'.
000750     05  WS-GRANT-OK-SW             PIC X(01) VALUE 'N'.
000760         88  WS-GRANT-OK                   VALUE 'Y'.
000770     05  WS-LETTER-OK-SW            PIC X(01) VALUE 'N'.
000780         88  WS-LETTER-OK                  VALUE 'Y'.
000790
000800 01  WS-MENU-CHOICE                 PIC X(01) VALUE SPACE.
000810     88  WS-CHOICE-VALID            VALUES 'A' 'C' 'D' 'L' 'X'
000820                                           'a' 'c' 'd' 'l' 'x'.
000830
000840 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
000850 01  WS-TERMINAL-ID                 PIC X(08) VALUE SPACES.
000860 01  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
000870 01  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
000880 01  WS-TIMESTAMP                   PIC X(26) VALUE SPACES.
000890 01  WS-AUDIT-FIELD-NAME            PIC X(15) VALUE SPACES.
000900 01  WS-AUDIT-VALUE                 PIC X(30) VALUE SPACES.
000910
000920*OPERATOR-AUTHORITY WORK AREA - THE FUNCTION LETTERS GRANTED TO
000930*THE SIGNED-ON OPERATOR FOR THIS PROGRAM, AND THE ONE CHECKED.
000940 01  WS-AUTH-PROGRAM                PIC X(08) VALUE "HELLOOA".
000950 01  WS-AUTH-FUNCTIONS              PIC X(10) VALUE SPACES.
000960 01  WS-AUTH-FUNCTION               PIC X(01) VALUE SPACE.
000970 01  WS-AUTH-TALLY                  PIC 9(04) COMP VALUE ZERO.
000980 01  WS-FUNCTION-SW                 PIC X(01) VALUE 'N'.
000990     88  WS-FUNCTION-ALLOWED               VALUE 'Y'.
001000
001010*THE GRANT BEING MAINTAINED.
001020 01  WS-WORK-OPERATOR               PIC X(08) VALUE SPACES.
001030 01  WS-WORK-PROGRAM                PIC X(08) VALUE SPACES.
001040 01  WS-WORK-FUNCTIONS              PIC X(10) VALUE SPACES.
001050 01  WS-WORK-LETTER                 PIC X(01) VALUE SPACE.
001060 01  WS-LETTER-SUB                  PIC 9(04) COMP VALUE ZERO.
001070 01  WS-GRANTS-LISTED               PIC 9(08) COMP VALUE ZERO.
001080
001090*THE GRANTABLE FUNCTIONS, PROGRAM BY PROGRAM.
001100     COPY OPFUNCS.
001110
001120 PROCEDURE DIVISION.
001130
001140******************************************************************
001150*0000-MAINLINE
001160*DISPLAYS THE MAINTENANCE MENU AND DISPATCHES TO THE CHOSEN
001170*FUNCTION UNTIL THE OPERATOR SELECTS X TO EXIT.
001180******************************************************************
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     IF NOT WS-FILES-OK
001220         DISPLAY "HELLOOA1 ONE OR MORE FILES FAILED TO OPEN - "
001230             "RUN TERMINATED"
001240         MOVE 16 TO RETURN-CODE
001250     ELSE
001260         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001270             UNTIL WS-EXIT-REQUESTED
001280     END-IF.
001290     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001300     GOBACK.
001310 0000-EXIT.
001320     EXIT.
001330
001340 1000-INITIALIZE.
001350     OPEN I-O OPER-AUTH-FILE.
001360     IF WS-OPAUTH-STATUS NOT = "00"
001370         DISPLAY "HELLOOA1 ERROR OPENING OPER-AUTH-FILE - "
001380             "STATUS " WS-OPAUTH-STATUS
001390         MOVE 'N' TO WS-FILES-OK-SW
001400     END-IF.
001410     OPEN EXTEND AUDIT-LOG-FILE.
001420     IF WS-AUDIT-STATUS NOT = "00"
001430         DISPLAY "HELLOOA1 ERROR OPENING AUDIT-LOG-FILE - "
001440             "STATUS " WS-AUDIT-STATUS
001450         MOVE 'N' TO WS-FILES-OK-SW
001460     END-IF.
001470     IF NOT WS-FILES-OK
001480         GO TO 1000-EXIT
001490     END-IF.
001500     DISPLAY "ENTER OPERATOR ID: ".
001510     ACCEPT WS-OPERATOR-ID.
001520     MOVE "OPERATOR-ID" TO WS-AUDIT-FIELD-NAME.
001530     MOVE WS-OPERATOR-ID TO WS-AUDIT-VALUE.
001540     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
001550     DISPLAY "ENTER TERMINAL ID: ".
001560     ACCEPT WS-TERMINAL-ID.
001570     MOVE "TERMINAL-ID" TO WS-AUDIT-FIELD-NAME.
001580     MOVE WS-TERMINAL-ID TO WS-AUDIT-VALUE.
001590     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
001600     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
001610 1000-EXIT.
001620     EXIT.
001630
001640******************************************************************
001650*1200-LOAD-AUTHORITY
001660*READS THE OPERATOR'S GRANT FOR THIS PROGRAM.  NO GRANT, OR ONE
001670*WITH NO FUNCTIONS LEFT ON IT, ENDS THE SESSION BEFORE THE MENU
001680*IS SHOWN.  THE REFUSAL IS LOGGED UNDER AUTH-REFUSED.
001690******************************************************************
001700 1200-LOAD-AUTHORITY.
001710     MOVE WS-OPERATOR-ID  TO OPA-OPERATOR-ID.
001720     MOVE WS-AUTH-PROGRAM TO OPA-PROGRAM-ID.
001730     READ OPER-AUTH-FILE
001740         INVALID KEY
001750             MOVE SPACES TO OPA-FUNCTIONS
001760     END-READ.
001770     MOVE OPA-FUNCTIONS TO WS-AUTH-FUNCTIONS.
001780     IF WS-AUTH-FUNCTIONS NOT = SPACES
001790         GO TO 1200-EXIT
001800     END-IF.
001810     DISPLAY "HELLOOAC OPERATOR " WS-OPERATOR-ID
001820         " IS NOT AUTHORIZED FOR " WS-AUTH-PROGRAM.
001830     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
001840     MOVE SPACES TO WS-AUDIT-VALUE.
001850     STRING WS-AUTH-PROGRAM DELIMITED BY SPACE
001860            " SIGN-ON"      DELIMITED BY SIZE
001870         INTO WS-AUDIT-VALUE
001880     END-STRING.
001890     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
001900     SET WS-EXIT-REQUESTED TO TRUE.
001910     MOVE 8 TO RETURN-CODE.
001920 1200-EXIT.
001930     EXIT.
001940
001950******************************************************************
001960*2000-PROCESS-MENU
001970******************************************************************
001980 2000-PROCESS-MENU.
001990     DISPLAY " ".
002000     DISPLAY "OPERATOR-AUTHORITY MAINTENANCE MENU".
002010     MOVE 'A' TO WS-AUTH-FUNCTION.
002020     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002030     IF WS-FUNCTION-ALLOWED
002040         DISPLAY "  A - ADD A GRANT"
002050     END-IF.
002060     MOVE 'C' TO WS-AUTH-FUNCTION.
002070     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002080     IF WS-FUNCTION-ALLOWED
002090         DISPLAY "  C - CHANGE THE FUNCTIONS ON A GRANT"
002100     END-IF.
002110     MOVE 'D' TO WS-AUTH-FUNCTION.
002120     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002130     IF WS-FUNCTION-ALLOWED
002140         DISPLAY "  D - REVOKE A GRANT"
002150     END-IF.
002160     MOVE 'L' TO WS-AUTH-FUNCTION.
002170     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002180     IF WS-FUNCTION-ALLOWED
002190         DISPLAY "  L - LIST GRANTS"
002200     END-IF.
002210     DISPLAY "  X - EXIT".
002220     DISPLAY "ENTER YOUR CHOICE: ".
002230     ACCEPT WS-MENU-CHOICE.
002240     MOVE "MENU-CHOICE" TO WS-AUDIT-FIELD-NAME.
002250     MOVE WS-MENU-CHOICE TO WS-AUDIT-VALUE.
002260     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
002270     IF NOT WS-CHOICE-VALID
002280         DISPLAY "HELLOOA2 INVALID CHOICE - TRY AGAIN"
002290         GO TO 2000-EXIT
002300     END-IF.
002310     MOVE WS-MENU-CHOICE TO WS-AUTH-FUNCTION.
002320     INSPECT WS-AUTH-FUNCTION
002330         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002340                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002350     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002360     IF NOT WS-FUNCTION-ALLOWED
002370         PERFORM 8400-REFUSE-FUNCTION THRU 8400-EXIT
002380         GO TO 2000-EXIT
002390     END-IF.
002400     EVALUATE WS-MENU-CHOICE
002410         WHEN 'A' WHEN 'a'
002420             PERFORM 3000-ADD-GRANT THRU 3000-EXIT
002430         WHEN 'C' WHEN 'c'
002440             PERFORM 4000-CHANGE-GRANT THRU 4000-EXIT
002450         WHEN 'D' WHEN 'd'
002460             PERFORM 5000-REVOKE-GRANT THRU 5000-EXIT
002470         WHEN 'L' WHEN 'l'
002480             PERFORM 6000-LIST-GRANTS THRU 6000-EXIT
002490         WHEN 'X' WHEN 'x'
002500             SET WS-EXIT-REQUESTED TO TRUE
002510     END-EVALUATE.
002520 2000-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560*3000-ADD-GRANT
002570******************************************************************
002580 3000-ADD-GRANT.
002590     PERFORM 7000-GET-GRANT-KEY THRU 7000-EXIT.
002600     IF NOT WS-GRANT-OK
002610         GO TO 3000-EXIT
002620     END-IF.
002630     PERFORM 7200-GET-FUNCTIONS THRU 7200-EXIT.
002640     IF NOT WS-GRANT-OK
002650         GO TO 3000-EXIT
002660     END-IF.
002670     MOVE SPACES            TO OPER-AUTH-RECORD.
002680     MOVE WS-WORK-OPERATOR  TO OPA-OPERATOR-ID.
002690     MOVE WS-WORK-PROGRAM   TO OPA-PROGRAM-ID.
002700     MOVE WS-WORK-FUNCTIONS TO OPA-FUNCTIONS.
002710     ACCEPT OPA-GRANTED-DATE FROM DATE YYYYMMDD.
002720     MOVE WS-OPERATOR-ID    TO OPA-GRANTED-BY.
002730     WRITE OPER-AUTH-RECORD
002740         INVALID KEY
002750             DISPLAY "HELLOOA5 GRANT ALREADY ON FILE - USE C "
002760                 "TO CHANGE IT"
002770         NOT INVALID KEY
002780             DISPLAY "HELLOOA6 GRANT ADDED"
002790     END-WRITE.
002800 3000-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840*4000-CHANGE-GRANT
002850*REPLACES THE FUNCTION LETTERS ON AN EXISTING GRANT.  THE
002860*GRANTED DATE AND GRANTED-BY ARE RESTAMPED, SINCE THE ACCESS
002870*LISTING SHOWS WHO LAST DECIDED WHAT THE OPERATOR MAY DO.
002880******************************************************************
002890 4000-CHANGE-GRANT.
002900     PERFORM 7000-GET-GRANT-KEY THRU 7000-EXIT.
002910     IF NOT WS-GRANT-OK
002920         GO TO 4000-EXIT
002930     END-IF.
002940     MOVE WS-WORK-OPERATOR TO OPA-OPERATOR-ID.
002950     MOVE WS-WORK-PROGRAM  TO OPA-PROGRAM-ID.
002960     READ OPER-AUTH-FILE
002970         INVALID KEY
002980             DISPLAY "HELLOOA7 GRANT NOT ON FILE"
002990             GO TO 4000-EXIT
003000     END-READ.
003010     DISPLAY "HELLOOAF FUNCTIONS NOW GRANTED: " OPA-FUNCTIONS.
003020     PERFORM 7200-GET-FUNCTIONS THRU 7200-EXIT.
003030     IF NOT WS-GRANT-OK
003040         GO TO 4000-EXIT
003050     END-IF.
003060     MOVE WS-WORK-FUNCTIONS TO OPA-FUNCTIONS.
003070     ACCEPT OPA-GRANTED-DATE FROM DATE YYYYMMDD.
003080     MOVE WS-OPERATOR-ID    TO OPA-GRANTED-BY.
003090     REWRITE OPER-AUTH-RECORD
003100         INVALID KEY
003110             DISPLAY "HELLOOAA REWRITE FAILED"
003120         NOT INVALID KEY
003130             DISPLAY "HELLOOA8 GRANT CHANGED"
003140     END-REWRITE.
003150 4000-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190*5000-REVOKE-GRANT
003200******************************************************************
003210 5000-REVOKE-GRANT.
003220     PERFORM 7000-GET-GRANT-KEY THRU 7000-EXIT.
003230     IF NOT WS-GRANT-OK
003240         GO TO 5000-EXIT
003250     END-IF.
003260     MOVE WS-WORK-OPERATOR TO OPA-OPERATOR-ID.
003270     MOVE WS-WORK-PROGRAM  TO OPA-PROGRAM-ID.
003280     DELETE OPER-AUTH-FILE
003290         INVALID KEY
003300             DISPLAY "HELLOOA7 GRANT NOT ON FILE"
003310         NOT INVALID KEY
003320             DISPLAY "HELLOOA9 GRANT REVOKED"
003330     END-DELETE.
003340 5000-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380*6000-LIST-GRANTS
003390*LISTS THE GRANTS FOR ONE OPERATOR, OR FOR EVERY OPERATOR WHEN
003400*THE OPERATOR ID IS LEFT BLANK.  THE QUARTERLY PRINTED LISTING
003410*IS HELLOAL.
003420******************************************************************
003430 6000-LIST-GRANTS.
003440     DISPLAY "ENTER OPERATOR ID TO LIST, OR BLANK FOR ALL: ".
003450     ACCEPT WS-WORK-OPERATOR.
003460     MOVE "AUTH-OPERATOR" TO WS-AUDIT-FIELD-NAME.
003470     MOVE WS-WORK-OPERATOR TO WS-AUDIT-VALUE.
003480     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
003490     MOVE ZERO TO WS-GRANTS-LISTED.
003500     MOVE 'N' TO WS-EOF-SW.
003510     MOVE WS-WORK-OPERATOR TO OPA-OPERATOR-ID.
003520     MOVE LOW-VALUES TO OPA-PROGRAM-ID.
003530     START OPER-AUTH-FILE KEY NOT LESS THAN OPA-KEY
003540         INVALID KEY
003550             SET WS-END-OF-OPAUTH TO TRUE
003560     END-START.
003570     PERFORM 6100-READ-NEXT-GRANT THRU 6100-EXIT.
003580     PERFORM 6200-DISPLAY-ONE-GRANT THRU 6200-EXIT
003590         UNTIL WS-END-OF-OPAUTH.
003600     DISPLAY "HELLOOAG " WS-GRANTS-LISTED " GRANT(S) LISTED".
003610 6000-EXIT.
003620     EXIT.
003630
003640 6100-READ-NEXT-GRANT.
003650     READ OPER-AUTH-FILE NEXT RECORD
003660         AT END
003670             SET WS-END-OF-OPAUTH TO TRUE
003680             GO TO 6100-EXIT
003690     END-READ.
003700     IF WS-WORK-OPERATOR NOT = SPACES
003710        AND OPA-OPERATOR-ID NOT = WS-WORK-OPERATOR
003720         SET WS-END-OF-OPAUTH TO TRUE
003730     END-IF.
003740 6100-EXIT.
003750     EXIT.
003760
003770 6200-DISPLAY-ONE-GRANT.
003780     DISPLAY OPA-OPERATOR-ID " " OPA-PROGRAM-ID " "
003790         OPA-FUNCTIONS " " OPA-GRANTED-DATE " " OPA-GRANTED-BY.
003800     ADD 1 TO WS-GRANTS-LISTED.
003810     PERFORM 6100-READ-NEXT-GRANT THRU 6100-EXIT.
003820 6200-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*7000-GET-GRANT-KEY
003870*ACCEPTS THE OPERATOR AND PROGRAM OF THE GRANT TO MAINTAIN.
003880*THE PROGRAM MUST BE ON THE FUNCTION TABLE, AND NOBODY MAY
003890*MAINTAIN THEIR OWN GRANTS.
003900******************************************************************
003910 7000-GET-GRANT-KEY.
003920     MOVE 'N' TO WS-GRANT-OK-SW.
003930     DISPLAY "ENTER OPERATOR ID OF THE GRANT: ".
003940     ACCEPT WS-WORK-OPERATOR.
003950     MOVE "AUTH-OPERATOR" TO WS-AUDIT-FIELD-NAME.
003960     MOVE WS-WORK-OPERATOR TO WS-AUDIT-VALUE.
003970     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
003980     DISPLAY "ENTER MENU PROGRAM OF THE GRANT: ".
003990     ACCEPT WS-WORK-PROGRAM.
004000     MOVE "AUTH-PROGRAM" TO WS-AUDIT-FIELD-NAME.
004010     MOVE WS-WORK-PROGRAM TO WS-AUDIT-VALUE.
004020     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
004030     INSPECT WS-WORK-PROGRAM
004040         CONVERTING "abcdefghijklmnopqrstuvwxyz"
004050                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004060     IF WS-WORK-OPERATOR = WS-OPERATOR-ID
004070         DISPLAY "HELLOOAB AN OPERATOR CANNOT MAINTAIN THEIR "
004080             "OWN GRANTS"
004090         GO TO 7000-EXIT
004100     END-IF.
004110     SET OPF-IDX TO 1.
004120     SEARCH OPF-ENTRY
004130         AT END
004140             DISPLAY "HELLOOA3 " WS-WORK-PROGRAM
004150                 " IS NOT A MENU PROGRAM ON THE FUNCTION TABLE"
004160             GO TO 7000-EXIT
004170         WHEN OPF-PROGRAM-ID (OPF-IDX) = WS-WORK-PROGRAM
004180             CONTINUE
004190     END-SEARCH.
004200     SET WS-GRANT-OK TO TRUE.
004210 7000-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250*7200-GET-FUNCTIONS
004260*ACCEPTS THE FUNCTION LETTERS FOR THE GRANT AND CHECKS EACH ONE
004270*IS A CHOICE OF THE PROGRAM.  X (EXIT) NEED NOT BE GRANTED.
004280******************************************************************
004290 7200-GET-FUNCTIONS.
004300     MOVE 'N' TO WS-GRANT-OK-SW.
004310     DISPLAY "ENTER FUNCTION LETTERS TO GRANT (UP TO 10): ".
004320     ACCEPT WS-WORK-FUNCTIONS.
004330     MOVE "AUTH-FUNCTIONS" TO WS-AUDIT-FIELD-NAME.
004340     MOVE WS-WORK-FUNCTIONS TO WS-AUDIT-VALUE.
004350     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
004360     INSPECT WS-WORK-FUNCTIONS
004370         CONVERTING "abcdefghijklmnopqrstuvwxyz"
004380                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004390     IF WS-WORK-FUNCTIONS = SPACES
004400         DISPLAY "HELLOOAE NO FUNCTIONS ENTERED - USE D TO "
004410             "REVOKE A GRANT"
004420         GO TO 7200-EXIT
004430     END-IF.
004440     SET WS-GRANT-OK TO TRUE.
004450     PERFORM 7300-CHECK-ONE-LETTER THRU 7300-EXIT
004460         VARYING WS-LETTER-SUB FROM 1 BY 1
004470         UNTIL WS-LETTER-SUB > 10.
004480 7200-EXIT.
004490     EXIT.
004500
004510 7300-CHECK-ONE-LETTER.
004520     MOVE WS-WORK-FUNCTIONS (WS-LETTER-SUB:1) TO WS-WORK-LETTER.
004530     IF WS-WORK-LETTER = SPACE
004540         GO TO 7300-EXIT
004550     END-IF.
004560     MOVE 'N' TO WS-LETTER-OK-SW.
004570     SET OPF-IDX TO 1.
004580     SEARCH OPF-ENTRY
004590         AT END
004600             CONTINUE
004610         WHEN OPF-PROGRAM-ID (OPF-IDX) = WS-WORK-PROGRAM
004620          AND OPF-FUNCTION (OPF-IDX) = WS-WORK-LETTER
004630             SET WS-LETTER-OK TO TRUE
004640     END-SEARCH.
004650     IF NOT WS-LETTER-OK
004660         DISPLAY "HELLOOA4 FUNCTION " WS-WORK-LETTER
004670             " IS NOT A CHOICE OF " WS-WORK-PROGRAM
004680         MOVE 'N' TO WS-GRANT-OK-SW
004690     END-IF.
004700 7300-EXIT.
004710     EXIT.
004720
004730 8000-TERMINATE.
004740     CLOSE OPER-AUTH-FILE AUDIT-LOG-FILE.
004750 8000-EXIT.
004760     EXIT.
004770
004780 8100-LOG-AUDIT-ENTRY.
004790     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004800     ACCEPT WS-CURRENT-TIME FROM TIME.
004810     STRING WS-CURRENT-DATE DELIMITED BY SIZE
004820            "-"             DELIMITED BY SIZE
004830            WS-CURRENT-TIME DELIMITED BY SIZE
004840         INTO WS-TIMESTAMP
004850     END-STRING.
004860     MOVE WS-TIMESTAMP        TO AUD-TIMESTAMP.
004870     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID.
004880     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID.
004890     MOVE WS-AUDIT-FIELD-NAME TO AUD-FIELD-NAME.
004900     MOVE WS-AUDIT-VALUE      TO AUD-VALUE-ENTERED.
004910     MOVE SPACES              TO AUD-SOURCE-SYSTEM.
004920     WRITE AUDIT-LOG-RECORD.
004930 8100-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970*8300-CHECK-FUNCTION
004980*SETS WS-FUNCTION-ALLOWED WHEN THE LETTER IN WS-AUTH-FUNCTION IS
004990*ON THE OPERATOR'S GRANT.  EXIT IS ALWAYS ALLOWED.
005000******************************************************************
005010 8300-CHECK-FUNCTION.
005020     MOVE 'N' TO WS-FUNCTION-SW.
005030     IF WS-AUTH-FUNCTION = 'X'
005040         SET WS-FUNCTION-ALLOWED TO TRUE
005050         GO TO 8300-EXIT
005060     END-IF.
005070     MOVE ZERO TO WS-AUTH-TALLY.
005080     INSPECT WS-AUTH-FUNCTIONS TALLYING WS-AUTH-TALLY
005090         FOR ALL WS-AUTH-FUNCTION.
005100     IF WS-AUTH-TALLY > ZERO
005110         SET WS-FUNCTION-ALLOWED TO TRUE
005120     END-IF.
005130 8300-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170*8400-REFUSE-FUNCTION
005180*TELLS THE OPERATOR THE FUNCTION IS NOT GRANTED AND LOGS THE
005190*ATTEMPT UNDER AUTH-REFUSED, WHERE HELLOAQ CAN SELECT IT.
005200******************************************************************
005210 8400-REFUSE-FUNCTION.
005220     DISPLAY "HELLOOAD FUNCTION " WS-AUTH-FUNCTION
005230         " IS NOT AUTHORIZED FOR OPERATOR " WS-OPERATOR-ID.
005240     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
005250     MOVE SPACES TO WS-AUDIT-VALUE.
005260     STRING WS-AUTH-PROGRAM  DELIMITED BY SPACE
005270            " FUNCTION "     DELIMITED BY SIZE
005280            WS-AUTH-FUNCTION DELIMITED BY SIZE
005290         INTO WS-AUDIT-VALUE
005300     END-STRING.
005310     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
005320 8400-EXIT.
005330     EXIT.
005340
005350 END PROGRAM HELLOOA.
