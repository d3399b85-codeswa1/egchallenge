000300*DATE       INIT DESCRIPTION
000310*---------- ---- ------------------------------------------------
000320*2026-09-02 DK   ORIGINAL PROGRAM, MODELLED ON HELLOM.
000322*2026-10-15 DK   THE RE-EDIT ACCEPTS THE RE-KEY TRANSACTION 'K'
000324*                AS HELLO DOES, SO A HELD RE-KEY CAN BE RELEASED.
000325*2026-10-15 DK   CHECK THE OPERATOR-AUTHORITY FILE AT SIGN-ON AND
000326*                BEFORE EVERY MENU CHOICE; ONLY THE CHOICES
000327*                GRANTED ARE SHOWN AND A REFUSED ATTEMPT IS LOGGED
000328*                TO THE AUDIT TRAIL AS AUTH-REFUSED.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. HELLOSC.
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-AUDIT-STATUS.
000690
000691     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS RANDOM
000694         RECORD KEY IS OPA-KEY
000695         FILE STATUS IS WS-OPAUTH-STATUS.
000696
000700 DATA DIVISION.
000710 FILE SECTION.
000720
000910 FD  AUDIT-LOG-FILE.
000920     COPY AUDITREC.
000930
000931*OPERATOR-AUTHORITY FILE - READ ONLY, FOR THE MENU FUNCTIONS
000932*THE SIGNED-ON OPERATOR MAY USE IN THIS PROGRAM.
000933 FD  OPER-AUTH-FILE.
000934     COPY OPAUTH.
000935
000940 WORKING-STORAGE SECTION.
000950
000960*THE TRANSACTION BEING WORKED ON, IN ITS EMPREC LAYOUT.
000990         ==EMP-ID==         BY ==WS-EMP-ID==
001000         ==EMP-NAME==       BY ==WS-EMP-NAME==
001010         ==EMP-DEGREE==     BY ==WS-EMP-DEGREE==
001015         ==EMP-NEW-ID== BY ==WS-EMP-NEW-ID==
001020         ==EMP-HIRE-DATE==  BY ==WS-EMP-HIRE-DATE==
001030         ==EMP-HIRE-YYYY==  BY ==WS-EMP-HIRE-YYYY==
001040         ==EMP-HIRE-MM==    BY ==WS-EMP-HIRE-MM==
001080         ==EMP-TRANS-CHANGE== BY ==WS-EMP-TRANS-CHANGE==
001090         ==EMP-TRANS-TERM== BY ==WS-EMP-TRANS-TERM==
001100         ==EMP-TRANS-REHIRE== BY ==WS-EMP-TRANS-REHIRE==
001105         ==EMP-TRANS-REKEY== BY ==WS-EMP-TRANS-REKEY==
001110         ==EMP-STATUS-SW==  BY ==WS-EMP-STATUS-SW==
001120         ==EMP-ST-ACTIVE==  BY ==WS-EMP-ST-ACTIVE==
001130         ==EMP-ST-TERMINATED== BY ==WS-EMP-ST-TERMINATED==
001210     05  WS-DEGCOD-STATUS           PIC X(02).
001220     05  WS-DPTCOD-STATUS           PIC X(02).
001230     05  WS-AUDIT-STATUS            PIC X(02).
001234     05  WS-OPAUTH-STATUS           PIC X(02).
001240
001250 01  WS-SWITCHES.
001260     05  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
001530 01  WS-TIMESTAMP                   PIC X(26) VALUE SPACES.
001540 01  WS-AUDIT-FIELD-NAME            PIC X(15) VALUE SPACES.
001550 01  WS-AUDIT-VALUE                 PIC X(30) VALUE SPACES.
001551
001552*OPERATOR-AUTHORITY WORK AREA - THE FUNCTION LETTERS GRANTED TO
001553*THE SIGNED-ON OPERATOR FOR THIS PROGRAM, AND THE ONE CHECKED.
001554 01  WS-AUTH-PROGRAM                PIC X(08) VALUE "HELLOSC".
001555 01  WS-AUTH-FUNCTIONS              PIC X(10) VALUE SPACES.
001556 01  WS-AUTH-FUNCTION               PIC X(01) VALUE SPACE.
001557 01  WS-AUTH-TALLY                  PIC 9(04) COMP VALUE ZERO.
001558 01  WS-FUNCTION-SW                 PIC X(01) VALUE 'N'.
001559     88  WS-FUNCTION-ALLOWED               VALUE 'Y'.
001560
001570 01  WS-EDIT-REASON                 PIC X(40) VALUE SPACES.
001580 01  WS-KILL-REASON                 PIC X(30) VALUE SPACES.
002650             "STATUS " WS-AUDIT-STATUS
002660         MOVE 'N' TO WS-FILES-OK-SW
002670     END-IF.
002671     OPEN INPUT OPER-AUTH-FILE.
002672     IF WS-OPAUTH-STATUS NOT = "00"
002673         DISPLAY "HELLOSC1 ERROR OPENING OPER-AUTH-FILE - "
002674             "STATUS " WS-OPAUTH-STATUS
002675         MOVE 'N' TO WS-FILES-OK-SW
002676     END-IF.
002680     IF NOT WS-FILES-OK
002690         GO TO 1000-EXIT
002700     END-IF.
002810     PERFORM 1300-LOAD-SUSPENSE THRU 1300-EXIT.
002820     PERFORM 1400-LOAD-DEGREE-TABLE THRU 1400-EXIT.
002830     PERFORM 1500-LOAD-DEPT-TABLE THRU 1500-EXIT.
002834     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
002840     DISPLAY "HELLOSC2 " WS-SC-COUNT
002850         " TRANSACTION(S) ON THE SUSPENSE FILE".
002860 1000-EXIT.
002870     EXIT.
002871
002872******************************************************************
002873*1200-LOAD-AUTHORITY
002874*READS THE OPERATOR'S GRANT FOR THIS PROGRAM.  NO GRANT, OR ONE
002875*WITH NO FUNCTIONS LEFT ON IT, ENDS THE SESSION BEFORE THE MENU
002876*IS SHOWN.  THE REFUSAL IS LOGGED UNDER AUTH-REFUSED.
002877******************************************************************
002878 1200-LOAD-AUTHORITY.
002879     MOVE WS-OPERATOR-ID  TO OPA-OPERATOR-ID.
002880     MOVE WS-AUTH-PROGRAM TO OPA-PROGRAM-ID.
002881     READ OPER-AUTH-FILE
002882         INVALID KEY
002883             MOVE SPACES TO OPA-FUNCTIONS
002884     END-READ.
002885     MOVE OPA-FUNCTIONS TO WS-AUTH-FUNCTIONS.
002886     IF WS-AUTH-FUNCTIONS NOT = SPACES
002887         GO TO 1200-EXIT
002888     END-IF.
002889     DISPLAY "HELLOSCM OPERATOR " WS-OPERATOR-ID
002890         " IS NOT AUTHORIZED FOR " WS-AUTH-PROGRAM.
002891     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
002892     MOVE SPACES TO WS-AUDIT-VALUE.
002893     STRING WS-AUTH-PROGRAM DELIMITED BY SPACE
002894            " SIGN-ON"      DELIMITED BY SIZE
002895         INTO WS-AUDIT-VALUE
002896     END-STRING.
002897     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
002898     SET WS-EXIT-REQUESTED TO TRUE.
002899     MOVE 8 TO RETURN-CODE.
002900 1200-EXIT.
002901     EXIT.
002902
002903******************************************************************
002904*1300-LOAD-SUSPENSE
002910*LOADS THE WHOLE SUSPENSE FILE INTO THE SESSION TABLE.  A
002920*FILE BIGGER THAN THE TABLE STOPS THE RUN - ROLLING A NEW
002930*GENERATION FROM PART OF IT WOULD DROP THE REST.
004170 2000-PROCESS-MENU.
004180     DISPLAY " ".
004190     DISPLAY "SUSPENSE CORRECTION MENU".
004192     MOVE 'B' TO WS-AUTH-FUNCTION.
004194     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
004196     IF WS-FUNCTION-ALLOWED
004198         DISPLAY "  B - BROWSE HELD TRANSACTIONS"
004200     END-IF.
004202     MOVE 'C' TO WS-AUTH-FUNCTION.
004204     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
004206     IF WS-FUNCTION-ALLOWED
004208         DISPLAY "  C - CORRECT A FIELD"
004210     END-IF.
004212     MOVE 'R' TO WS-AUTH-FUNCTION.
004214     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
004216     IF WS-FUNCTION-ALLOWED
004218         DISPLAY "  R - RELEASE INTO THE NEXT RUN"
004220     END-IF.
004222     MOVE 'K' TO WS-AUTH-FUNCTION.
004224     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
004226     IF WS-FUNCTION-ALLOWED
004228         DISPLAY "  K - KILL A TRANSACTION"
004230     END-IF.
004240     DISPLAY "  X - EXIT AND WRITE THE NEW SUSPENSE FILE".
004250     DISPLAY "ENTER YOUR CHOICE: ".
004260     ACCEPT WS-MENU-CHOICE.
004310         DISPLAY "HELLOSC6 INVALID CHOICE - TRY AGAIN"
004320         GO TO 2000-EXIT
004330     END-IF.
004331     MOVE WS-MENU-CHOICE TO WS-AUTH-FUNCTION.
004332     INSPECT WS-AUTH-FUNCTION
004333         CONVERTING "abcdefghijklmnopqrstuvwxyz"
004334                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004335     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
004336     IF NOT WS-FUNCTION-ALLOWED
004337         PERFORM 8400-REFUSE-FUNCTION THRU 8400-EXIT
004338         GO TO 2000-EXIT
004339     END-IF.
004340     EVALUATE WS-MENU-CHOICE
004350         WHEN 'B' WHEN 'b'
004360             PERFORM 3000-BROWSE-SUSPENSE THRU 3000-EXIT
006700        AND NOT WS-EMP-TRANS-CHANGE
006710        AND NOT WS-EMP-TRANS-TERM
006720        AND NOT WS-EMP-TRANS-REHIRE
006725        AND NOT WS-EMP-TRANS-REKEY
006730         MOVE 'N' TO WS-EDIT-OK-SW
006740         MOVE "INVALID TRANSACTION CODE" TO WS-EDIT-REASON
006750         GO TO 7000-EXIT
006790         MOVE "MISSING EMPLOYEE ID" TO WS-EDIT-REASON
006800         GO TO 7000-EXIT
006810     END-IF.
006811*    ON A RE-KEY THE DEGREE AREA CARRIES THE NEW EMPLOYEE ID.
006812     IF WS-EMP-TRANS-REKEY
006813        AND (WS-EMP-NEW-ID = SPACES OR LOW-VALUES
006814             OR WS-EMP-NEW-ID = WS-EMP-ID)
006815         MOVE 'N' TO WS-EDIT-OK-SW
006816         MOVE "NEW EMPLOYEE ID MISSING OR UNCHANGED"
006817             TO WS-EDIT-REASON
006818         GO TO 7000-EXIT
006819     END-IF.
006820     IF WS-EMP-NAME = SPACES OR LOW-VALUES
006830         MOVE 'N' TO WS-EDIT-OK-SW
006840         MOVE "MISSING EMPLOYEE NAME" TO WS-EDIT-REASON
006850         GO TO 7000-EXIT
006860     END-IF.
006870     IF (WS-EMP-DEGREE = SPACES OR LOW-VALUES)
006875        AND NOT WS-EMP-TRANS-REKEY
006880         MOVE 'N' TO WS-EDIT-OK-SW
006890         MOVE "MISSING DEGREE CODE" TO WS-EDIT-REASON
006900         GO TO 7000-EXIT
006910     END-IF.
006920     IF (WS-EMP-DEPT-CODE = SPACES OR LOW-VALUES)
006930        AND NOT WS-EMP-TRANS-TERM
006935        AND NOT WS-EMP-TRANS-REKEY
006940         MOVE 'N' TO WS-EDIT-OK-SW
006950         MOVE "MISSING DEPARTMENT CODE" TO WS-EDIT-REASON
006960         GO TO 7000-EXIT
006970     END-IF.
006980     IF WS-EMP-TRANS-TERM OR WS-EMP-TRANS-REKEY
006990         GO TO 7000-EXIT
007000     END-IF.
007010     PERFORM 7100-RECONCILE-DEGREE THRU 7100-EXIT.
007800           SUSPENSE-OUT-FILE
007810           DEGREE-CODES-FILE
007820           DEPT-CODES-FILE
007830           AUDIT-LOG-FILE
007834           OPER-AUTH-FILE.
007840     DISPLAY "HELLOSCJ STILL HELD = " WS-HELD-OUT.
007850     DISPLAY "HELLOSCK RELEASED   = " WS-RELEASED-OUT.
007860     DISPLAY "HELLOSCL KILLED     = " WS-KILLED-COUNT.
008030     WRITE AUDIT-LOG-RECORD.
008040 8100-EXIT.
008050     EXIT.
008051
008052******************************************************************
008053*8300-CHECK-FUNCTION
008054*SETS WS-FUNCTION-ALLOWED WHEN THE LETTER IN WS-AUTH-FUNCTION IS
008055*ON THE OPERATOR'S GRANT.  EXIT IS ALWAYS ALLOWED.
008056******************************************************************
008057 8300-CHECK-FUNCTION.
008058     MOVE 'N' TO WS-FUNCTION-SW.
008059     IF WS-AUTH-FUNCTION = 'X'
008060         SET WS-FUNCTION-ALLOWED TO TRUE
008061         GO TO 8300-EXIT
008062     END-IF.
008063     MOVE ZERO TO WS-AUTH-TALLY.
008064     INSPECT WS-AUTH-FUNCTIONS TALLYING WS-AUTH-TALLY
008065         FOR ALL WS-AUTH-FUNCTION.
008066     IF WS-AUTH-TALLY > ZERO
008067         SET WS-FUNCTION-ALLOWED TO TRUE
008068     END-IF.
008069 8300-EXIT.
008070     EXIT.
008071
008072******************************************************************
008073*8400-REFUSE-FUNCTION
008074*TELLS THE OPERATOR THE FUNCTION IS NOT GRANTED AND LOGS THE
008075*ATTEMPT UNDER AUTH-REFUSED, WHERE HELLOAQ CAN SELECT IT.
008076******************************************************************
008077 8400-REFUSE-FUNCTION.
008078     DISPLAY "HELLOSCN FUNCTION " WS-AUTH-FUNCTION
008079         " IS NOT AUTHORIZED FOR OPERATOR " WS-OPERATOR-ID.
008080     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
008081     MOVE SPACES TO WS-AUDIT-VALUE.
008082     STRING WS-AUTH-PROGRAM  DELIMITED BY SPACE
008083            " FUNCTION "     DELIMITED BY SIZE
008084            WS-AUTH-FUNCTION DELIMITED BY SIZE
008085         INTO WS-AUDIT-VALUE
008086     END-STRING.
008087     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
008088 8400-EXIT.
008089     EXIT.
008090
008091 END PROGRAM HELLOSC.
