000330*                OPEN SO A FRESH INSTALL CAN SEED ITS DEGREE
000340*                CODES BEFORE THE FIRST HELLO RUN EVER LOADS
000350*                THE MASTER; USAGE SCANS THEN COUNT ZERO.
000351*2026-10-15 DK   CHECK THE OPERATOR-AUTHORITY FILE AT SIGN-ON,
000352*                BEFORE EVERY MENU CHOICE AND BEFORE THE IN-USE
000353*                OVERRIDE; ONLY THE CHOICES GRANTED ARE SHOWN, AND
000354*                A REFUSED ATTEMPT IS LOGGED AS AUTH-REFUSED.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. HELLOM.
000620         RECORD KEY IS EMP-ID
000630         FILE STATUS IS WS-EMPMSTR-STATUS.
000640 
000641     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS RANDOM
000644         RECORD KEY IS OPA-KEY
000645         FILE STATUS IS WS-OPAUTH-STATUS.
000646 
000650 DATA DIVISION.
000660 FILE SECTION.
000670 
000770     COPY EMPREC REPLACING
000780         ==EMP-RECORD== BY ==EMP-MASTER-RECORD==.
000790 
000791*OPERATOR-AUTHORITY FILE - READ ONLY, FOR THE MENU FUNCTIONS
000792*THE SIGNED-ON OPERATOR MAY USE IN THIS PROGRAM.
000793 FD  OPER-AUTH-FILE.
000794     COPY OPAUTH.
000795 
000800 WORKING-STORAGE SECTION.
000810 
000820 01  WS-FILE-STATUSES.
000830     05  WS-DEGCOD-STATUS           PIC X(02).
000840     05  WS-AUDIT-STATUS            PIC X(02).
000850     05  WS-EMPMSTR-STATUS          PIC X(02).
000854     05  WS-OPAUTH-STATUS           PIC X(02).
000860 
000870 01  WS-SWITCHES.
000880     05  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
001130 01  WS-TIMESTAMP                   PIC X(26) VALUE SPACES.
001140 01  WS-AUDIT-FIELD-NAME            PIC X(15) VALUE SPACES.
001150 01  WS-AUDIT-VALUE                 PIC X(30) VALUE SPACES.
001151 
001152*OPERATOR-AUTHORITY WORK AREA - THE FUNCTION LETTERS GRANTED TO
001153*THE SIGNED-ON OPERATOR FOR THIS PROGRAM, AND THE ONE CHECKED.
001154 01  WS-AUTH-PROGRAM                PIC X(08) VALUE "HELLOM".
001155 01  WS-AUTH-FUNCTIONS              PIC X(10) VALUE SPACES.
001156 01  WS-AUTH-FUNCTION               PIC X(01) VALUE SPACE.
001157 01  WS-AUTH-TALLY                  PIC 9(04) COMP VALUE ZERO.
001158 01  WS-FUNCTION-SW                 PIC X(01) VALUE 'N'.
001159     88  WS-FUNCTION-ALLOWED               VALUE 'Y'.
001160 
001170 01  WS-WORK-CODE                   PIC X(10) VALUE SPACES.
001180 01  WS-WORK-TITLE                  PIC X(30) VALUE SPACES.
001750             MOVE 'N' TO WS-FILES-OK-SW
001760         END-IF
001770     END-IF.
001771     OPEN INPUT OPER-AUTH-FILE.
001772     IF WS-OPAUTH-STATUS NOT = "00"
001773         DISPLAY "HELLOM10 ERROR OPENING OPER-AUTH-FILE - STATUS "
001774             WS-OPAUTH-STATUS
001775         MOVE 'N' TO WS-FILES-OK-SW
001776     END-IF.
001780     IF NOT WS-FILES-OK
001790         GO TO 1000-EXIT
001800     END-IF.
001880     MOVE "TERMINAL-ID" TO WS-AUDIT-FIELD-NAME.
001890     MOVE WS-TERMINAL-ID TO WS-AUDIT-VALUE.
001900     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
001904     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
001910 1000-EXIT.
001920     EXIT.
001921 
001922******************************************************************
001923*1200-LOAD-AUTHORITY
001924*READS THE OPERATOR'S GRANT FOR THIS PROGRAM.  NO GRANT, OR ONE
001925*WITH NO FUNCTIONS LEFT ON IT, ENDS THE SESSION BEFORE THE MENU
001926*IS SHOWN.  THE REFUSAL IS LOGGED UNDER AUTH-REFUSED.
001927******************************************************************
001928 1200-LOAD-AUTHORITY.
001929     MOVE WS-OPERATOR-ID  TO OPA-OPERATOR-ID.
001930     MOVE WS-AUTH-PROGRAM TO OPA-PROGRAM-ID.
001931     READ OPER-AUTH-FILE
001932         INVALID KEY
001933             MOVE SPACES TO OPA-FUNCTIONS
001934     END-READ.
001935     MOVE OPA-FUNCTIONS TO WS-AUTH-FUNCTIONS.
001936     IF WS-AUTH-FUNCTIONS NOT = SPACES
001937         GO TO 1200-EXIT
001938     END-IF.
001939     DISPLAY "HELLOM14 OPERATOR " WS-OPERATOR-ID
001940         " IS NOT AUTHORIZED FOR " WS-AUTH-PROGRAM.
001941     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
001942     MOVE SPACES TO WS-AUDIT-VALUE.
001943     STRING WS-AUTH-PROGRAM DELIMITED BY SPACE
001944            " SIGN-ON"      DELIMITED BY SIZE
001945         INTO WS-AUDIT-VALUE
001946     END-STRING.
001947     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
001948     SET WS-EXIT-REQUESTED TO TRUE.
001949     MOVE 8 TO RETURN-CODE.
001950 1200-EXIT.
001951     EXIT.
001952 
001953******************************************************************
001954*2000-PROCESS-MENU
001960******************************************************************
001970 2000-PROCESS-MENU.
001980     DISPLAY " ".
001990     DISPLAY "DEGREE-CODES MAINTENANCE MENU".
001992     MOVE 'A' TO WS-AUTH-FUNCTION.
001994     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
001996     IF WS-FUNCTION-ALLOWED
001998         DISPLAY "  A - ADD A DEGREE CODE"
002000     END-IF.
002002     MOVE 'C' TO WS-AUTH-FUNCTION.
002004     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002006     IF WS-FUNCTION-ALLOWED
002008         DISPLAY "  C - CHANGE A DEGREE CODE"
002010     END-IF.
002012     MOVE 'D' TO WS-AUTH-FUNCTION.
002014     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002016     IF WS-FUNCTION-ALLOWED
002018         DISPLAY "  D - DELETE A DEGREE CODE"
002020     END-IF.
002022     MOVE 'L' TO WS-AUTH-FUNCTION.
002024     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002026     IF WS-FUNCTION-ALLOWED
002028         DISPLAY "  L - LIST ALL DEGREE CODES"
002030     END-IF.
002040     DISPLAY "  X - EXIT".
002050     DISPLAY "ENTER YOUR CHOICE: ".
002060     ACCEPT WS-MENU-CHOICE.
002110         DISPLAY "HELLOM01 INVALID CHOICE - TRY AGAIN"
002120         GO TO 2000-EXIT
002130     END-IF.
002131     MOVE WS-MENU-CHOICE TO WS-AUTH-FUNCTION.
002132     INSPECT WS-AUTH-FUNCTION
002133         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002134                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002135     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
002136     IF NOT WS-FUNCTION-ALLOWED
002137         PERFORM 8400-REFUSE-FUNCTION THRU 8400-EXIT
002138         GO TO 2000-EXIT
002139     END-IF.
002140     EVALUATE WS-MENU-CHOICE
002150         WHEN 'A' WHEN 'a'
002160             PERFORM 3000-ADD-DEGREE-CODE THRU 3000-EXIT
004260******************************************************************
004270 7200-GET-USAGE-OVERRIDE.
004280     MOVE 'N' TO WS-OVERRIDE-SW.
004281     MOVE 'O' TO WS-AUTH-FUNCTION.
004282     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
004283     IF NOT WS-FUNCTION-ALLOWED
004284         PERFORM 8400-REFUSE-FUNCTION THRU 8400-EXIT
004285         GO TO 7200-EXIT
004286     END-IF.
004290     DISPLAY "HELLOM12 ENTER Y TO PROCEED ANYWAY, ANYTHING "
004300         "ELSE TO CANCEL: ".
004310     ACCEPT WS-OVERRIDE-INPUT.
004390     EXIT.
004400 
004410 8000-TERMINATE.
004420     CLOSE DEGREE-CODES-FILE AUDIT-LOG-FILE
004424           OPER-AUTH-FILE.
004430     IF NOT WS-MASTER-EMPTY
004440         CLOSE EMPMSTR-FILE
004450     END-IF.
004620     WRITE AUDIT-LOG-RECORD.
004630 8100-EXIT.
004640     EXIT.
004641 
004642******************************************************************
004643*8300-CHECK-FUNCTION
004644*SETS WS-FUNCTION-ALLOWED WHEN THE LETTER IN WS-AUTH-FUNCTION IS
004645*ON THE OPERATOR'S GRANT.  EXIT IS ALWAYS ALLOWED.
004646******************************************************************
004647 8300-CHECK-FUNCTION.
004648     MOVE 'N' TO WS-FUNCTION-SW.
004649     IF WS-AUTH-FUNCTION = 'X'
004650         SET WS-FUNCTION-ALLOWED TO TRUE
004651         GO TO 8300-EXIT
004652     END-IF.
004653     MOVE ZERO TO WS-AUTH-TALLY.
004654     INSPECT WS-AUTH-FUNCTIONS TALLYING WS-AUTH-TALLY
004655         FOR ALL WS-AUTH-FUNCTION.
004656     IF WS-AUTH-TALLY > ZERO
004657         SET WS-FUNCTION-ALLOWED TO TRUE
004658     END-IF.
004659 8300-EXIT.
004660     EXIT.
004661 
004662******************************************************************
004663*8400-REFUSE-FUNCTION
004664*TELLS THE OPERATOR THE FUNCTION IS NOT GRANTED AND LOGS THE
004665*ATTEMPT UNDER AUTH-REFUSED, WHERE HELLOAQ CAN SELECT IT.
004666******************************************************************
004667 8400-REFUSE-FUNCTION.
004668     DISPLAY "HELLOM15 FUNCTION " WS-AUTH-FUNCTION
004669         " IS NOT AUTHORIZED FOR OPERATOR " WS-OPERATOR-ID.
004670     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
004671     MOVE SPACES TO WS-AUDIT-VALUE.
004672     STRING WS-AUTH-PROGRAM  DELIMITED BY SPACE
004673            " FUNCTION "     DELIMITED BY SIZE
004674            WS-AUTH-FUNCTION DELIMITED BY SIZE
004675         INTO WS-AUDIT-VALUE
004676     END-STRING.
004677     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
004678 8400-EXIT.
004679     EXIT.
004680 
004681 END PROGRAM HELLOM.
