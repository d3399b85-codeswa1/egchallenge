000270*DATE       INIT DESCRIPTION
000280*---------- ---- ------------------------------------------------
000290*2026-08-21 DK   ORIGINAL PROGRAM.
000291*2026-10-15 DK   CHECK THE OPERATOR-AUTHORITY FILE AT SIGN-ON AND
000292*                BEFORE EVERY MENU CHOICE; ONLY THE CHOICES
000293*                GRANTED ARE SHOWN AND A REFUSED ATTEMPT IS LOGGED
000294*                TO THE AUDIT TRAIL AS AUTH-REFUSED.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. HELLOEQ.
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-AUDIT-STATUS.
000530
000531     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS RANDOM
000534         RECORD KEY IS OPA-KEY
000535         FILE STATUS IS WS-OPAUTH-STATUS.
000536
000540 DATA DIVISION.
000550 FILE SECTION.
000560
000610 FD  AUDIT-LOG-FILE.
000620     COPY AUDITREC.
000630
000631*OPERATOR-AUTHORITY FILE - READ ONLY, FOR THE MENU FUNCTIONS
000632*THE SIGNED-ON OPERATOR MAY USE IN THIS PROGRAM.
000633 FD  OPER-AUTH-FILE.
000634     COPY OPAUTH.
000635
000640 WORKING-STORAGE SECTION.
000650
000660 01  WS-FILE-STATUSES.
000670     05  WS-EMPMSTR-STATUS          PIC X(02).
000680     05  WS-AUDIT-STATUS            PIC X(02).
000684     05  WS-OPAUTH-STATUS           PIC X(02).
000690
000700 01  WS-SWITCHES.
000710     05  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
000860 01  WS-TIMESTAMP                   PIC X(26) VALUE SPACES.
000870 01  WS-AUDIT-FIELD-NAME            PIC X(15) VALUE SPACES.
000880 01  WS-AUDIT-VALUE                 PIC X(30) VALUE SPACES.
000881
000882*OPERATOR-AUTHORITY WORK AREA - THE FUNCTION LETTERS GRANTED TO
000883*THE SIGNED-ON OPERATOR FOR THIS PROGRAM, AND THE ONE CHECKED.
000884 01  WS-AUTH-PROGRAM                PIC X(08) VALUE "HELLOEQ".
000885 01  WS-AUTH-FUNCTIONS              PIC X(10) VALUE SPACES.
000886 01  WS-AUTH-FUNCTION               PIC X(01) VALUE SPACE.
000887 01  WS-AUTH-TALLY                  PIC 9(04) COMP VALUE ZERO.
000888 01  WS-FUNCTION-SW                 PIC X(01) VALUE 'N'.
000889     88  WS-FUNCTION-ALLOWED               VALUE 'Y'.
000890
000900 01  WS-SEARCH-ID                   PIC X(06) VALUE SPACES.
000910 01  WS-SEARCH-NAME                 PIC X(30) VALUE SPACES.
001330             "STATUS " WS-AUDIT-STATUS
001340         MOVE 'N' TO WS-FILES-OK-SW
001350     END-IF.
001351     OPEN INPUT OPER-AUTH-FILE.
001352     IF WS-OPAUTH-STATUS NOT = "00"
001353         DISPLAY "HELLOEQ1 ERROR OPENING OPER-AUTH-FILE - "
001354             "STATUS " WS-OPAUTH-STATUS
001355         MOVE 'N' TO WS-FILES-OK-SW
001356     END-IF.
001360     IF NOT WS-FILES-OK
001370         GO TO 1000-EXIT
001380     END-IF.
001460     MOVE "TERMINAL-ID" TO WS-AUDIT-FIELD-NAME.
001470     MOVE WS-TERMINAL-ID TO WS-AUDIT-VALUE.
001480     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
001484     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
001490 1000-EXIT.
001500     EXIT.
001501
001502******************************************************************
001503*1200-LOAD-AUTHORITY
001504*READS THE OPERATOR'S GRANT FOR THIS PROGRAM.  NO GRANT, OR ONE
001505*WITH NO FUNCTIONS LEFT ON IT, ENDS THE SESSION BEFORE THE MENU
001506*IS SHOWN.  THE REFUSAL IS LOGGED UNDER AUTH-REFUSED.
001507******************************************************************
001508 1200-LOAD-AUTHORITY.
001509     MOVE WS-OPERATOR-ID  TO OPA-OPERATOR-ID.
001510     MOVE WS-AUTH-PROGRAM TO OPA-PROGRAM-ID.
001511     READ OPER-AUTH-FILE
001512         INVALID KEY
001513             MOVE SPACES TO OPA-FUNCTIONS
001514     END-READ.
001515     MOVE OPA-FUNCTIONS TO WS-AUTH-FUNCTIONS.
001516     IF WS-AUTH-FUNCTIONS NOT = SPACES
001517         GO TO 1200-EXIT
001518     END-IF.
001519     DISPLAY "HELLOEQ7 OPERATOR " WS-OPERATOR-ID
001520         " IS NOT AUTHORIZED FOR " WS-AUTH-PROGRAM.
001521     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
001522     MOVE SPACES TO WS-AUDIT-VALUE.
001523     STRING WS-AUTH-PROGRAM DELIMITED BY SPACE
001524            " SIGN-ON"      DELIMITED BY SIZE
001525         INTO WS-AUDIT-VALUE
001526     END-STRING.
001527     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
001528     SET WS-EXIT-REQUESTED TO TRUE.
001529     MOVE 8 TO RETURN-CODE.
001530 1200-EXIT.
001531     EXIT.
001532
001533******************************************************************
001534*2000-PROCESS-MENU
001540******************************************************************
001550 2000-PROCESS-MENU.
001560     DISPLAY " ".
001570     DISPLAY "EMPLOYEE INQUIRY MENU".
001572     MOVE 'I' TO WS-AUTH-FUNCTION.
001574     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
001576     IF WS-FUNCTION-ALLOWED
001578         DISPLAY "  I - INQUIRE BY EMPLOYEE ID"
001580     END-IF.
001582     MOVE 'N' TO WS-AUTH-FUNCTION.
001584     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
001586     IF WS-FUNCTION-ALLOWED
001588         DISPLAY "  N - INQUIRE BY NAME (FULL OR LEADING PART)"
001590     END-IF.
001600     DISPLAY "  X - EXIT".
001610     DISPLAY "ENTER YOUR CHOICE: ".
001620     ACCEPT WS-MENU-CHOICE.
001670         DISPLAY "HELLOEQ2 INVALID CHOICE - TRY AGAIN"
001680         GO TO 2000-EXIT
001690     END-IF.
001691     MOVE WS-MENU-CHOICE TO WS-AUTH-FUNCTION.
001692     INSPECT WS-AUTH-FUNCTION
001693         CONVERTING "abcdefghijklmnopqrstuvwxyz"
001694                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001695     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
001696     IF NOT WS-FUNCTION-ALLOWED
001697         PERFORM 8400-REFUSE-FUNCTION THRU 8400-EXIT
001698         GO TO 2000-EXIT
001699     END-IF.
001700     EVALUATE WS-MENU-CHOICE
001710         WHEN 'I' WHEN 'i'
001720             PERFORM 3000-INQUIRE-BY-ID THRU 3000-EXIT
003030     EXIT.
003040
003050 8000-TERMINATE.
003060     CLOSE EMPMSTR-FILE AUDIT-LOG-FILE
003064           OPER-AUTH-FILE.
003070 8000-EXIT.
003080     EXIT.
003090
003230     WRITE AUDIT-LOG-RECORD.
003240 8100-EXIT.
003250     EXIT.
003251
003252******************************************************************
003253*8300-CHECK-FUNCTION
003254*SETS WS-FUNCTION-ALLOWED WHEN THE LETTER IN WS-AUTH-FUNCTION IS
003255*ON THE OPERATOR'S GRANT.  EXIT IS ALWAYS ALLOWED.
003256******************************************************************
003257 8300-CHECK-FUNCTION.
003258     MOVE 'N' TO WS-FUNCTION-SW.
003259     IF WS-AUTH-FUNCTION = 'X'
003260         SET WS-FUNCTION-ALLOWED TO TRUE
003261         GO TO 8300-EXIT
003262     END-IF.
003263     MOVE ZERO TO WS-AUTH-TALLY.
003264     INSPECT WS-AUTH-FUNCTIONS TALLYING WS-AUTH-TALLY
003265         FOR ALL WS-AUTH-FUNCTION.
003266     IF WS-AUTH-TALLY > ZERO
003267         SET WS-FUNCTION-ALLOWED TO TRUE
003268     END-IF.
003269 8300-EXIT.
003270     EXIT.
003271
003272******************************************************************
003273*8400-REFUSE-FUNCTION
003274*TELLS THE OPERATOR THE FUNCTION IS NOT GRANTED AND LOGS THE
003275*ATTEMPT UNDER AUTH-REFUSED, WHERE HELLOAQ CAN SELECT IT.
003276******************************************************************
003277 8400-REFUSE-FUNCTION.
003278     DISPLAY "HELLOEQ8 FUNCTION " WS-AUTH-FUNCTION
003279         " IS NOT AUTHORIZED FOR OPERATOR " WS-OPERATOR-ID.
003280     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
003281     MOVE SPACES TO WS-AUDIT-VALUE.
003282     STRING WS-AUTH-PROGRAM  DELIMITED BY SPACE
003283            " FUNCTION "     DELIMITED BY SIZE
003284            WS-AUTH-FUNCTION DELIMITED BY SIZE
003285         INTO WS-AUDIT-VALUE
003286     END-STRING.
003287     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
003288 8400-EXIT.
003289     EXIT.
003290
003291 END PROGRAM HELLOEQ.
