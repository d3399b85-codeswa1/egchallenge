000260*DATE       INIT DESCRIPTION
000270*---------- ---- ------------------------------------------------
000280*2026-09-02 DK   ORIGINAL PROGRAM, MODELLED ON HELLOM.
000281*2026-10-15 DK   CHECK THE OPERATOR-AUTHORITY FILE AT SIGN-ON,
000282*                BEFORE EVERY MENU CHOICE AND BEFORE THE IN-USE
000283*                OVERRIDE; ONLY THE CHOICES GRANTED ARE SHOWN, AND
000284*                A REFUSED ATTEMPT IS LOGGED AS AUTH-REFUSED.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. HELLODM.
000550         RECORD KEY IS EMP-ID
000560         FILE STATUS IS WS-EMPMSTR-STATUS.
000570
000571     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS RANDOM
000574         RECORD KEY IS OPA-KEY
000575         FILE STATUS IS WS-OPAUTH-STATUS.
000576
000580 DATA DIVISION.
000590 FILE SECTION.
000600
000710     COPY EMPREC REPLACING
000720         ==EMP-RECORD== BY ==EMP-MASTER-RECORD==.
000730
000731*OPERATOR-AUTHORITY FILE - READ ONLY, FOR THE MENU FUNCTIONS
000732*THE SIGNED-ON OPERATOR MAY USE IN THIS PROGRAM.
000733 FD  OPER-AUTH-FILE.
000734     COPY OPAUTH.
000735
000740 WORKING-STORAGE SECTION.
000750
000760 01  WS-FILE-STATUSES.
000770     05  WS-DPTCOD-STATUS           PIC X(02).
000780     05  WS-AUDIT-STATUS            PIC X(02).
000790     05  WS-EMPMSTR-STATUS          PIC X(02).
000794     05  WS-OPAUTH-STATUS           PIC X(02).
000800
000810 01  WS-SWITCHES.
000820     05  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
001050 01  WS-TIMESTAMP                   PIC X(26) VALUE SPACES.
001060 01  WS-AUDIT-FIELD-NAME            PIC X(15) VALUE SPACES.
001070 01  WS-AUDIT-VALUE                 PIC X(30) VALUE SPACES.
001071
001072*OPERATOR-AUTHORITY WORK AREA - THE FUNCTION LETTERS GRANTED TO
001073*THE SIGNED-ON OPERATOR FOR THIS PROGRAM, AND THE ONE CHECKED.
001074 01  WS-AUTH-PROGRAM                PIC X(08) VALUE "HELLODM".
001075 01  WS-AUTH-FUNCTIONS              PIC X(10) VALUE SPACES.
001076 01  WS-AUTH-FUNCTION               PIC X(01) VALUE SPACE.
001077 01  WS-AUTH-TALLY                  PIC 9(04) COMP VALUE ZERO.
001078 01  WS-FUNCTION-SW                 PIC X(01) VALUE 'N'.
001079     88  WS-FUNCTION-ALLOWED               VALUE 'Y'.
001080
001090 01  WS-WORK-CODE                   PIC X(04) VALUE SPACES.
001100 01  WS-WORK-NAME                   PIC X(30) VALUE SPACES.
001660             MOVE 'N' TO WS-FILES-OK-SW
001670         END-IF
001680     END-IF.
001681     OPEN INPUT OPER-AUTH-FILE.
001682     IF WS-OPAUTH-STATUS NOT = "00"
001683         DISPLAY "HELLODM1 ERROR OPENING OPER-AUTH-FILE - "
001684             "STATUS " WS-OPAUTH-STATUS
001685         MOVE 'N' TO WS-FILES-OK-SW
001686     END-IF.
001690     IF NOT WS-FILES-OK
001700         GO TO 1000-EXIT
001710     END-IF.
001790     MOVE "TERMINAL-ID" TO WS-AUDIT-FIELD-NAME.
001800     MOVE WS-TERMINAL-ID TO WS-AUDIT-VALUE.
001810     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
001814     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
001820 1000-EXIT.
001830     EXIT.
001831
001832******************************************************************
001833*1200-LOAD-AUTHORITY
001834*READS THE OPERATOR'S GRANT FOR THIS PROGRAM.  NO GRANT, OR ONE
001835*WITH NO FUNCTIONS LEFT ON IT, ENDS THE SESSION BEFORE THE MENU
001836*IS SHOWN.  THE REFUSAL IS LOGGED UNDER AUTH-REFUSED.
001837******************************************************************
001838 1200-LOAD-AUTHORITY.
001839     MOVE WS-OPERATOR-ID  TO OPA-OPERATOR-ID.
001840     MOVE WS-AUTH-PROGRAM TO OPA-PROGRAM-ID.
001841     READ OPER-AUTH-FILE
001842         INVALID KEY
001843             MOVE SPACES TO OPA-FUNCTIONS
001844     END-READ.
001845     MOVE OPA-FUNCTIONS TO WS-AUTH-FUNCTIONS.
001846     IF WS-AUTH-FUNCTIONS NOT = SPACES
001847         GO TO 1200-EXIT
001848     END-IF.
001849     DISPLAY "HELLODME OPERATOR " WS-OPERATOR-ID
001850         " IS NOT AUTHORIZED FOR " WS-AUTH-PROGRAM.
001851     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
001852     MOVE SPACES TO WS-AUDIT-VALUE.
001853     STRING WS-AUTH-PROGRAM DELIMITED BY SPACE
001854            " SIGN-ON"      DELIMITED BY SIZE
001855         INTO WS-AUDIT-VALUE
001856     END-STRING.
001857     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
001858     SET WS-EXIT-REQUESTED TO TRUE.
001859     MOVE 8 TO RETURN-CODE.
001860 1200-EXIT.
001861     EXIT.
001862
001863******************************************************************
001864*2000-PROCESS-MENU
001870******************************************************************
001880 2000-PROCESS-MENU.
001890     DISPLAY " ".
001900     DISPLAY "DEPARTMENT-CODES MAINTENANCE MENU".
001902     MOVE 'A' TO WS-AUTH-FUNCTION.
001904     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
001906     IF WS-FUNCTION-ALLOWED
001908         DISPLAY "  A - ADD A DEPARTMENT CODE"
001910     END-IF.
001912     MOVE 'C' TO WS-AUTH-FUNCTION.
001914     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
001916     IF WS-FUNCTION-ALLOWED
001918         DISPLAY "  C - CHANGE A DEPARTMENT CODE"
001920     END-IF.
001922     MOVE 'D' TO WS-AUTH-FUNCTION.
001924     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
001926     IF WS-FUNCTION-ALLOWED
001928         DISPLAY "  D - DELETE A DEPARTMENT CODE"
001930     END-IF.
001932     MOVE 'L' TO WS-AUTH-FUNCTION.
001934     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
001936     IF WS-FUNCTION-ALLOWED
001938         DISPLAY "  L - LIST ALL DEPARTMENT CODES"
001940     END-IF.
001950     DISPLAY "  X - EXIT".
001960     DISPLAY "ENTER YOUR CHOICE: ".
001970     ACCEPT WS-MENU-CHOICE.
002020         DISPLAY "HELLODM2 INVALID CHOICE - TRY AGAIN"
002030         GO TO 2000-EXIT
002040     END-IF.
002041     MOVE WS-MENU-CHOICE TO WS-AUTH-FUNCTION.
002042     INSPECT WS-AUTH-FUNCTION
002043         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002044                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002045     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002046     IF NOT WS-FUNCTION-ALLOWED
002047         PERFORM 8400-REFUSE-FUNCTION THRU 8400-EXIT
002048         GO TO 2000-EXIT
002049     END-IF.
002050     EVALUATE WS-MENU-CHOICE
002060         WHEN 'A' WHEN 'a'
002070             PERFORM 3000-ADD-DEPT-CODE THRU 3000-EXIT
004130******************************************************************
004140 7200-GET-USAGE-OVERRIDE.
004150     MOVE 'N' TO WS-OVERRIDE-SW.
004151     MOVE 'O' TO WS-AUTH-FUNCTION.
004152     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
004153     IF NOT WS-FUNCTION-ALLOWED
004154         PERFORM 8400-REFUSE-FUNCTION THRU 8400-EXIT
004155         GO TO 7200-EXIT
004156     END-IF.
004160     DISPLAY "HELLODMD ENTER Y TO PROCEED ANYWAY, ANYTHING "
004170         "ELSE TO CANCEL: ".
004180     ACCEPT WS-OVERRIDE-INPUT.
004260     EXIT.
004270
004280 8000-TERMINATE.
004290     CLOSE DEPT-CODES-FILE AUDIT-LOG-FILE
004294           OPER-AUTH-FILE.
004300     IF NOT WS-MASTER-EMPTY
004310         CLOSE EMPMSTR-FILE
004320     END-IF.
004490     WRITE AUDIT-LOG-RECORD.
004500 8100-EXIT.
004510     EXIT.
004511
004512******************************************************************
004513*8300-CHECK-FUNCTION
004514*SETS WS-FUNCTION-ALLOWED WHEN THE LETTER IN WS-AUTH-FUNCTION IS
004515*ON THE OPERATOR'S GRANT.  EXIT IS ALWAYS ALLOWED.
004516******************************************************************
004517 8300-CHECK-FUNCTION.
004518     MOVE 'N' TO WS-FUNCTION-SW.
004519     IF WS-AUTH-FUNCTION = 'X'
004520         SET WS-FUNCTION-ALLOWED TO TRUE
004521         GO TO 8300-EXIT
004522     END-IF.
004523     MOVE ZERO TO WS-AUTH-TALLY.
004524     INSPECT WS-AUTH-FUNCTIONS TALLYING WS-AUTH-TALLY
004525         FOR ALL WS-AUTH-FUNCTION.
004526     IF WS-AUTH-TALLY > ZERO
004527         SET WS-FUNCTION-ALLOWED TO TRUE
004528     END-IF.
004529 8300-EXIT.
004530     EXIT.
004531
004532******************************************************************
004533*8400-REFUSE-FUNCTION
004534*TELLS THE OPERATOR THE FUNCTION IS NOT GRANTED AND LOGS THE
004535*ATTEMPT UNDER AUTH-REFUSED, WHERE HELLOAQ CAN SELECT IT.
004536******************************************************************
004537 8400-REFUSE-FUNCTION.
004538     DISPLAY "HELLODMF FUNCTION " WS-AUTH-FUNCTION
004539         " IS NOT AUTHORIZED FOR OPERATOR " WS-OPERATOR-ID.
004540     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
004541     MOVE SPACES TO WS-AUDIT-VALUE.
004542     STRING WS-AUTH-PROGRAM  DELIMITED BY SPACE
004543            " FUNCTION "     DELIMITED BY SIZE
004544            WS-AUTH-FUNCTION DELIMITED BY SIZE
004545         INTO WS-AUDIT-VALUE
004546     END-STRING.
004547     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
004548 8400-EXIT.
004549     EXIT.
004550
004551 END PROGRAM HELLODM.
