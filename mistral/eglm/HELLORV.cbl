000290*DATE       INIT DESCRIPTION
000300*---------- ---- ------------------------------------------------
000310*2026-09-02 DK   ORIGINAL PROGRAM, MODELLED ON HELLOM.
000311*2026-10-15 DK   CHECK THE OPERATOR-AUTHORITY FILE AT SIGN-ON AND
000312*                BEFORE EVERY MENU CHOICE; ONLY THE CHOICES
000313*                GRANTED ARE SHOWN AND A REFUSED ATTEMPT IS LOGGED
000314*                TO THE AUDIT TRAIL AS AUTH-REFUSED.
000316*2026-10-15 DK   A REFUSED SIGN-ON NO LONGER PRINTS THE REVIEW
000318*                REPORT.  A CONFIRMED ADD NOW NEEDS A VACANT
000320*                POSITION IN A DEPARTMENT UNDER POSITION CONTROL,
000322*                TAKES IT ON THE ASSIGNMENT FILE, AND IS JOURNALED
000324*                UNDER THE NEXT HELLO RUN NUMBER SO THE HELLOBX
000326*                BADGE EXTRACT SENDS IT WITH THAT NIGHT'S WORK.
000328******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. HELLORV.
000350 AUTHOR. D. KOWALSKI.
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-RPT-STATUS.
000740
000741     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
000742         ORGANIZATION IS INDEXED
000743         ACCESS MODE IS RANDOM
000744         RECORD KEY IS OPA-KEY
000745         FILE STATUS IS WS-OPAUTH-STATUS.
000746
000747     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000748         ORGANIZATION IS SEQUENTIAL
000749         FILE STATUS IS WS-RUNCTL-STATUS.
000750
000751     SELECT POSITION-FILE ASSIGN TO "POSNMSTR"
000752         ORGANIZATION IS INDEXED
000753         ACCESS MODE IS DYNAMIC
000754         RECORD KEY IS POS-KEY
000755         FILE STATUS IS WS-POSN-STATUS.
000756
000757     SELECT POSITION-ASSIGN-FILE ASSIGN TO "POSNASGN"
000758         ORGANIZATION IS INDEXED
000759         ACCESS MODE IS RANDOM
000760         RECORD KEY IS PSA-EMP-ID
000761         FILE STATUS IS WS-PSA-STATUS.
000762
000763 DATA DIVISION.
000764 FILE SECTION.
000770
000780 FD  REVIEW-IN-FILE
000790     RECORDING MODE IS F.
001050     RECORDING MODE IS F.
001060 01  REPORT-LINE                    PIC X(132).
001070
001071*OPERATOR-AUTHORITY FILE - READ ONLY, FOR THE MENU FUNCTIONS
001072*THE SIGNED-ON OPERATOR MAY USE IN THIS PROGRAM.
001073 FD  OPER-AUTH-FILE.
001074     COPY OPAUTH.
001075
001076*RUN-CONTROL HISTORY - READ ONLY, FOR THE NEXT HELLO RUN NUMBER.
001077 FD  RUN-CONTROL-FILE
001078     RECORDING MODE IS F.
001079     COPY RUNCTL.
001080
001081*POSITION MASTER AND ASSIGNMENT FILE - A CONFIRMED ADD TAKES A
001082*VACANT POSITION AS HELLO'S WOULD HAVE.
001083 FD  POSITION-FILE.
001084     COPY POSNREC.
001085
001086 FD  POSITION-ASSIGN-FILE.
001087     COPY POSNASG.
001088
001089 WORKING-STORAGE SECTION.
001090
001100*THE SUSPECT TRANSACTION BEING WORKED ON, IN ITS EMPREC
001110*LAYOUT.
001140         ==EMP-ID==         BY ==WS-EMP-ID==
001150         ==EMP-NAME==       BY ==WS-EMP-NAME==
001160         ==EMP-DEGREE==     BY ==WS-EMP-DEGREE==
001165         ==EMP-NEW-ID== BY ==WS-EMP-NEW-ID==
001170         ==EMP-HIRE-DATE==  BY ==WS-EMP-HIRE-DATE==
001180         ==EMP-HIRE-YYYY==  BY ==WS-EMP-HIRE-YYYY==
001190         ==EMP-HIRE-MM==    BY ==WS-EMP-HIRE-MM==
001230         ==EMP-TRANS-CHANGE== BY ==WS-EMP-TRANS-CHANGE==
001240         ==EMP-TRANS-TERM== BY ==WS-EMP-TRANS-TERM==
001250         ==EMP-TRANS-REHIRE== BY ==WS-EMP-TRANS-REHIRE==
001255         ==EMP-TRANS-REKEY== BY ==WS-EMP-TRANS-REKEY==
001260         ==EMP-STATUS-SW==  BY ==WS-EMP-STATUS-SW==
001270         ==EMP-ST-ACTIVE==  BY ==WS-EMP-ST-ACTIVE==
001280         ==EMP-ST-TERMINATED== BY ==WS-EMP-ST-TERMINATED==
001390     05  WS-HRIF-STATUS             PIC X(02).
001400     05  WS-AUDIT-STATUS            PIC X(02).
001410     05  WS-RPT-STATUS              PIC X(02).
001414     05  WS-OPAUTH-STATUS           PIC X(02).
001415     05  WS-RUNCTL-STATUS           PIC X(02).
001416     05  WS-POSN-STATUS             PIC X(02).
001417     05  WS-PSA-STATUS              PIC X(02).
001420
001430 01  WS-SWITCHES.
001440     05  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
001480     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
001490         88  WS-FILES-OK                   VALUE 'Y'.
001500     05  WS-SELECT-OK-SW            PIC X(01) VALUE 'N'.
001501         88  WS-SELECT-OK                  VALUE 'Y'.
001502     05  WS-EOF-RUNCTL-SW           PIC X(01) VALUE 'N'.
001503         88  WS-END-OF-RUNCTL              VALUE 'Y'.
001504     05  WS-EOF-JRNL-SW             PIC X(01) VALUE 'N'.
001505         88  WS-END-OF-JOURNAL             VALUE 'Y'.
001506     05  WS-DEPT-CONTROLLED-SW      PIC X(01) VALUE 'N'.
001507         88  WS-DEPT-CONTROLLED            VALUE 'Y'.
001508     05  WS-VACANCY-FOUND-SW        PIC X(01) VALUE 'N'.
001509         88  WS-VACANCY-FOUND              VALUE 'Y'.
001510     05  WS-POSN-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
001511         88  WS-POSN-SCAN-DONE             VALUE 'Y'.
001512     05  WS-EMP-ASSIGNED-SW         PIC X(01) VALUE 'N'.
001513         88  WS-EMP-ASSIGNED               VALUE 'Y'.
001520
001530 01  WS-MENU-CHOICE                 PIC X(01) VALUE SPACE.
001540     88  WS-CHOICE-VALID            VALUES 'B' 'N' 'M' 'X'
001610 01  WS-TIMESTAMP                   PIC X(26) VALUE SPACES.
001620 01  WS-AUDIT-FIELD-NAME            PIC X(15) VALUE SPACES.
001630 01  WS-AUDIT-VALUE                 PIC X(30) VALUE SPACES.
001631
001632*OPERATOR-AUTHORITY WORK AREA - THE FUNCTION LETTERS GRANTED TO
001633*THE SIGNED-ON OPERATOR FOR THIS PROGRAM, AND THE ONE CHECKED.
001634 01  WS-AUTH-PROGRAM                PIC X(08) VALUE "HELLORV".
001635 01  WS-AUTH-FUNCTIONS              PIC X(10) VALUE SPACES.
001636 01  WS-AUTH-FUNCTION               PIC X(01) VALUE SPACE.
001637 01  WS-AUTH-TALLY                  PIC 9(04) COMP VALUE ZERO.
001638 01  WS-FUNCTION-SW                 PIC X(01) VALUE 'N'.
001639     88  WS-FUNCTION-ALLOWED               VALUE 'Y'.
001640 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
001650 01  WS-SELECT-INPUT                PIC X(03) VALUE SPACES.
001660 01  WS-SELECT-NUMBER               PIC 9(03) VALUE ZERO.
001670 01  WS-MERGE-REASON                PIC X(30) VALUE SPACES.
001680
001690*A CONFIRMED ADD IS JOURNALED UNDER THE RUN NUMBER THE NEXT HELLO
001700*RUN WILL TAKE, CONTINUING THE SEQUENCE ALREADY STAMPED UNDER IT
001710*(1400) SO THE HELLOJV CHAIN STAYS UNBROKEN.
001720 01  WS-JRNL-SEQUENCE               PIC 9(08) VALUE ZERO.
001721 01  WS-RUN-NUMBER                  PIC 9(06) VALUE ZERO.
001722
001723*THE VACANT POSITION 4300 FOUND FOR THE ADD IN HAND - SPACES
001724*WHEN NONE IS NEEDED OR NONE WAS FOUND.
001725 01  WS-VACANT-POS-KEY.
001726     05  WS-VACANT-DEPT-CODE        PIC X(04).
001727     05  WS-VACANT-POS-NUMBER       PIC 9(04).
001730
001740 01  WS-COUNTERS.
001750     05  WS-CONFIRMED-NEW           PIC 9(08) COMP VALUE ZERO.
002460             "RUN TERMINATED"
002470         MOVE 16 TO RETURN-CODE
002480     ELSE
002485         IF WS-AUTH-FUNCTIONS NOT = SPACES
002490             PERFORM 3500-PRINT-REVIEW-REPORT THRU 3500-EXIT
002495         END-IF
002500         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
002510             UNTIL WS-EXIT-REQUESTED
002520         PERFORM 7500-WRITE-SURVIVORS THRU 7500-EXIT
002990             WS-RPT-STATUS
003000         MOVE 'N' TO WS-FILES-OK-SW
003010     END-IF.
003011     OPEN INPUT OPER-AUTH-FILE.
003012     IF WS-OPAUTH-STATUS NOT = "00"
003013         DISPLAY "HELLORV1 ERROR OPENING OPER-AUTH-FILE - "
003014             "STATUS " WS-OPAUTH-STATUS
003015         MOVE 'N' TO WS-FILES-OK-SW
003016     END-IF.
003017     OPEN I-O POSITION-FILE.
003018     IF WS-POSN-STATUS NOT = "00"
003019         DISPLAY "HELLORV1 ERROR OPENING POSITION-FILE - "
003020             "STATUS " WS-POSN-STATUS
003021         MOVE 'N' TO WS-FILES-OK-SW
003022     END-IF.
003023     OPEN I-O POSITION-ASSIGN-FILE.
003024     IF WS-PSA-STATUS NOT = "00"
003025         DISPLAY "HELLORV1 ERROR OPENING POSITION-ASSIGN-FILE - "
003026             "STATUS " WS-PSA-STATUS
003027         MOVE 'N' TO WS-FILES-OK-SW
003028     END-IF.
003029     IF WS-FILES-OK
003030         PERFORM 1400-SET-JOURNAL-RUN THRU 1400-EXIT
003031     END-IF.
003032     IF NOT WS-FILES-OK
003033         GO TO 1000-EXIT
003040     END-IF.
003050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003060     DISPLAY "ENTER OPERATOR ID: ".
003140     MOVE WS-TERMINAL-ID TO WS-AUDIT-VALUE.
003150     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
003160     PERFORM 1300-LOAD-REVIEW-FILE THRU 1300-EXIT.
003164     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
003165     DISPLAY "HELLORV2 " WS-RV-COUNT
003166         " SUSPECT(S) ON THE REVIEW FILE".
003167 1000-EXIT.
003168     EXIT.
003169
003170******************************************************************
003171*1200-LOAD-AUTHORITY
003172*READS THE OPERATOR'S GRANT FOR THIS PROGRAM.  NO GRANT, OR ONE
003173*WITH NO FUNCTIONS LEFT ON IT, ENDS THE SESSION BEFORE THE MENU
003174*IS SHOWN.  THE REFUSAL IS LOGGED UNDER AUTH-REFUSED.
003175******************************************************************
003176 1200-LOAD-AUTHORITY.
003177     MOVE WS-OPERATOR-ID  TO OPA-OPERATOR-ID.
003178     MOVE WS-AUTH-PROGRAM TO OPA-PROGRAM-ID.
003179     READ OPER-AUTH-FILE
003180         INVALID KEY
003181             MOVE SPACES TO OPA-FUNCTIONS
003182     END-READ.
003183     MOVE OPA-FUNCTIONS TO WS-AUTH-FUNCTIONS.
003184     IF WS-AUTH-FUNCTIONS NOT = SPACES
003185         GO TO 1200-EXIT
003186     END-IF.
003187     DISPLAY "HELLORVG OPERATOR " WS-OPERATOR-ID
003188         " IS NOT AUTHORIZED FOR " WS-AUTH-PROGRAM.
003189     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
003190     MOVE SPACES TO WS-AUDIT-VALUE.
003191     STRING WS-AUTH-PROGRAM DELIMITED BY SPACE
003192            " SIGN-ON"      DELIMITED BY SIZE
003193         INTO WS-AUDIT-VALUE
003194     END-STRING.
003195     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
003196     SET WS-EXIT-REQUESTED TO TRUE.
003197     MOVE 8 TO RETURN-CODE.
003198 1200-EXIT.
003200     EXIT.
003210
003220******************************************************************
003628 1370-EXIT.
003629     EXIT.
003631
003632******************************************************************
003633*1400-SET-JOURNAL-RUN
003634*A CONFIRMED ADD IS JOURNALED UNDER THE RUN NUMBER THE NEXT HELLO
003635*RUN WILL TAKE - THE HIGHEST ON THE RUN-CONTROL FILE PLUS ONE, AS
003636*HELLO'S 1500 WORKS IT OUT - SO THE HELLOBX BADGE EXTRACT AFTER
003637*THAT RUN SENDS IT WITH THE NIGHT'S OWN ADDS.  THE SEQUENCE
003638*CONTINUES FROM ANY RECORD ALREADY STAMPED WITH THAT NUMBER (AN
003639*EARLIER SESSION, OR AN ABENDED ATTEMPT AWAITING ITS RESTART), AND
003640*HELLO'S 1550 CONTINUES IT IN TURN, SO THE HELLOJV CHAIN STAYS
003641*CONTIGUOUS.  THE JOURNAL IS CYCLED THROUGH INPUT AND LEFT OPEN
003642*EXTEND AGAIN.
003643******************************************************************
003644 1400-SET-JOURNAL-RUN.
003645     MOVE ZERO TO WS-RUN-NUMBER.
003646     OPEN INPUT RUN-CONTROL-FILE.
003647     IF WS-RUNCTL-STATUS = "00"
003648         PERFORM 1410-SCAN-RUN-RECORD THRU 1410-EXIT
003649             UNTIL WS-END-OF-RUNCTL
003650         CLOSE RUN-CONTROL-FILE
003651     ELSE
003652*       NO RUN HISTORY YET ("35") - THE FIRST RUN IS NUMBER ONE.
003653         IF WS-RUNCTL-STATUS NOT = "35"
003654             DISPLAY "HELLORV1 ERROR OPENING RUN-CONTROL-FILE - "
003655                 "STATUS " WS-RUNCTL-STATUS
003656             MOVE 'N' TO WS-FILES-OK-SW
003657             GO TO 1400-EXIT
003658         END-IF
003659     END-IF.
003660     ADD 1 TO WS-RUN-NUMBER.
003661     CLOSE JOURNAL-FILE.
003662     OPEN INPUT JOURNAL-FILE.
003663     IF WS-JRNL-STATUS NOT = "00"
003664         DISPLAY "HELLORV1 ERROR REOPENING JOURNAL-FILE - "
003665             "STATUS " WS-JRNL-STATUS
003666         MOVE 'N' TO WS-FILES-OK-SW
003667         GO TO 1400-EXIT
003668     END-IF.
003669     PERFORM 1420-SCAN-JRNL-SEQUENCE THRU 1420-EXIT
003670         UNTIL WS-END-OF-JOURNAL.
003671     CLOSE JOURNAL-FILE.
003672     OPEN EXTEND JOURNAL-FILE.
003673     IF WS-JRNL-STATUS NOT = "00"
003674         DISPLAY "HELLORV1 ERROR REOPENING JOURNAL-FILE - "
003675             "STATUS " WS-JRNL-STATUS
003676         MOVE 'N' TO WS-FILES-OK-SW
003677     END-IF.
003678 1400-EXIT.
003679     EXIT.
003680
003681 1410-SCAN-RUN-RECORD.
003682     READ RUN-CONTROL-FILE
003683         AT END
003684             SET WS-END-OF-RUNCTL TO TRUE
003685             GO TO 1410-EXIT
003686     END-READ.
003687     IF RC-RUN-NUMBER NUMERIC
003688        AND RC-RUN-NUMBER > WS-RUN-NUMBER
003689         MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
003690     END-IF.
003691 1410-EXIT.
003692     EXIT.
003693
003694 1420-SCAN-JRNL-SEQUENCE.
003695     READ JOURNAL-FILE
003696         AT END
003697             SET WS-END-OF-JOURNAL TO TRUE
003698             GO TO 1420-EXIT
003699     END-READ.
003700     IF JRN-RUN-NUMBER NUMERIC
003701        AND JRN-RUN-NUMBER = WS-RUN-NUMBER
003702        AND JRN-SEQUENCE NUMERIC
003703        AND JRN-SEQUENCE > WS-JRNL-SEQUENCE
003704         MOVE JRN-SEQUENCE TO WS-JRNL-SEQUENCE
003705     END-IF.
003706 1420-EXIT.
003707     EXIT.
003708
003710******************************************************************
003711*2000-PROCESS-MENU
003712******************************************************************
003713 2000-PROCESS-MENU.
003714     DISPLAY " ".
003715     DISPLAY "PROBABLE-DUPLICATE REVIEW MENU".
003716     MOVE 'B' TO WS-AUTH-FUNCTION.
003717     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
003718     IF WS-FUNCTION-ALLOWED
003719         DISPLAY "  B - BROWSE SUSPECTS BESIDE THEIR MATCHES"
003720     END-IF.
003721     MOVE 'N' TO WS-AUTH-FUNCTION.
003722     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
003723     IF WS-FUNCTION-ALLOWED
003724         DISPLAY "  N - CONFIRM GENUINELY NEW AND POST"
003725     END-IF.
003726     MOVE 'M' TO WS-AUTH-FUNCTION.
003727     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
003728     IF WS-FUNCTION-ALLOWED
003729         DISPLAY "  M - MERGE INTO THE MATCHED EMPLOYEE"
003730     END-IF.
003731     DISPLAY "  X - EXIT AND CARRY THE REST FORWARD".
003732     DISPLAY "ENTER YOUR CHOICE: ".
003733     ACCEPT WS-MENU-CHOICE.
003734     MOVE "MENU-CHOICE" TO WS-AUDIT-FIELD-NAME.
003740     MOVE WS-MENU-CHOICE TO WS-AUDIT-VALUE.
003750     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
003760     IF NOT WS-CHOICE-VALID
003770         DISPLAY "HELLORV4 INVALID CHOICE - TRY AGAIN"
003771         GO TO 2000-EXIT
003772     END-IF.
003773     MOVE WS-MENU-CHOICE TO WS-AUTH-FUNCTION.
003774     INSPECT WS-AUTH-FUNCTION
003775         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003776                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003777     PERFORM 8300-CHECK-FUNCTION THRU 8300-EXIT.
003778     IF NOT WS-FUNCTION-ALLOWED
003779         PERFORM 8400-REFUSE-FUNCTION THRU 8400-EXIT
003780         GO TO 2000-EXIT
003790     END-IF.
003800     EVALUATE WS-MENU-CHOICE
005100*4000-CONFIRM-NEW
005110*POSTS A CONFIRMED-NEW SUSPECT TO THE MASTER AS THE ADD IT
005120*ALWAYS WAS - JOURNALED, AND SENT TO HR AS AN ADD - AND
005125*MARKS THE ENTRY DISPOSED.  LIKE HELLO'S ADD IT NEEDS A VACANT
005130*POSITION IN A DEPARTMENT UNDER POSITION CONTROL (4300) AND
005135*TAKES IT ONCE POSTED (4400); WITH NONE THE ENTRY STAYS HELD.
005140******************************************************************
005150 4000-CONFIRM-NEW.
005160     PERFORM 3800-SELECT-ENTRY THRU 3800-EXIT.
005170     IF NOT WS-SELECT-OK
005180         GO TO 4000-EXIT
005190     END-IF.
005191     MOVE WS-RV-DATA (WS-RV-SUB) TO WS-EMP-RECORD.
005192     PERFORM 4300-CHECK-ESTABLISHMENT THRU 4300-EXIT.
005193     IF WS-DEPT-CONTROLLED AND NOT WS-VACANCY-FOUND
005194         DISPLAY "HELLORVI DEPARTMENT " WS-EMP-DEPT-CODE
005195             " HAS NO VACANT POSITION - ENTRY " WS-RV-SUB
005196             " NOT POSTED"
005197         MOVE "CONFIRM-REFUSED" TO WS-AUDIT-FIELD-NAME
005198         MOVE WS-EMP-ID TO WS-AUDIT-VALUE
005199         PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT
005200         GO TO 4000-EXIT
005201     END-IF.
005210     MOVE SPACES           TO EMP-MASTER-RECORD.
005220     MOVE WS-EMP-ID        TO EMP-ID.
005230     MOVE WS-EMP-NAME      TO EMP-NAME.
005370     ADD 1 TO WS-CONFIRMED-NEW.
005380     MOVE 'N' TO WS-RV-DISP-SW (WS-RV-SUB).
005390     PERFORM 4100-WRITE-JOURNAL THRU 4100-EXIT.
005395     PERFORM 4400-SETTLE-POSITION THRU 4400-EXIT.
005400     PERFORM 4200-WRITE-INTERFACE-RECORD THRU 4200-EXIT.
005410     MOVE "CONFIRMED-NEW" TO WS-AUDIT-FIELD-NAME.
005420     MOVE WS-EMP-ID TO WS-AUDIT-VALUE.
005480
005490******************************************************************
005500*4100-WRITE-JOURNAL
005510*JOURNALS THE CONFIRMED ADD UNDER THE NEXT HELLO RUN NUMBER
005516*(1400), SO HELLOFR RECOVERY STILL BALANCES AND HELLOBX SENDS
005522*IT TO BADGE.
005530******************************************************************
005540 4100-WRITE-JOURNAL.
005550     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
005600     MOVE EMP-ID             TO JRN-EMP-ID.
005610     MOVE SPACES             TO JRN-BEFORE-IMAGE.
005620     MOVE EMP-MASTER-RECORD  TO JRN-AFTER-IMAGE.
005630     MOVE WS-RUN-NUMBER      TO JRN-RUN-NUMBER.
005640     ADD 1 TO WS-JRNL-SEQUENCE.
005650     MOVE WS-JRNL-SEQUENCE   TO JRN-SEQUENCE.
005660     MOVE EMP-SOURCE-SYSTEM  TO JRN-SOURCE-SYSTEM.
005670     WRITE JOURNAL-RECORD.
005680 4100-EXIT.
005690     EXIT.
005691
005692******************************************************************
005693*4200-WRITE-INTERFACE-RECORD
005694*EXTRACTS THE CONFIRMED ADD FOR THE HR NIGHTLY LOAD.
005695******************************************************************
005696 4200-WRITE-INTERFACE-RECORD.
005697     MOVE SPACES            TO HR-INTERFACE-RECORD.
005698     MOVE EMP-ID            TO HR-EMP-ID.
005699     MOVE EMP-NAME          TO HR-EMP-NAME.
005700     MOVE EMP-DEGREE        TO HR-EMP-DEGREE.
005701     MOVE WS-RUN-DATE       TO HR-RUN-DATE.
005702     MOVE 'A'               TO HR-ACTION-CODE.
005703     MOVE EMP-DEPT-CODE     TO HR-DEPT-CODE.
005704     MOVE EMP-SOURCE-SYSTEM TO HR-SOURCE-SYSTEM.
005705     WRITE HR-INTERFACE-RECORD.
005706 4200-EXIT.
005707     EXIT.
005708
005709******************************************************************
005710*4300-CHECK-ESTABLISHMENT
005711*HELLO'S 2355 FOR A CONFIRMED ADD.  AN EMPLOYEE ALREADY TIED TO A
005712*POSITION IN THE DEPARTMENT NEEDS NONE; OTHERWISE THE DEPARTMENT'S
005713*POSITIONS ARE SCANNED IN NUMBER ORDER FOR THE FIRST ONE NOT
005714*FROZEN WITH FEWER INCUMBENTS THAN IT IS AUTHORIZED FOR.  A
005715*DEPARTMENT WITH NO POSITIONS IS NOT UNDER POSITION CONTROL.  THE
005716*VACANCY IS ONLY NOTED HERE - 4400 TAKES IT ONCE THE ADD POSTS.
005717******************************************************************
005718 4300-CHECK-ESTABLISHMENT.
005719     MOVE 'N' TO WS-EMP-ASSIGNED-SW.
005720     MOVE 'N' TO WS-DEPT-CONTROLLED-SW.
005721     MOVE 'N' TO WS-VACANCY-FOUND-SW.
005722     MOVE 'N' TO WS-POSN-SCAN-DONE-SW.
005723     MOVE SPACES TO WS-VACANT-POS-KEY.
005724     MOVE WS-EMP-ID TO PSA-EMP-ID.
005725     READ POSITION-ASSIGN-FILE
005726         NOT INVALID KEY
005727             SET WS-EMP-ASSIGNED TO TRUE
005728     END-READ.
005729     IF WS-EMP-ASSIGNED AND PSA-DEPT-CODE = WS-EMP-DEPT-CODE
005730         GO TO 4300-EXIT
005731     END-IF.
005732     MOVE WS-EMP-DEPT-CODE TO POS-DEPT-CODE.
005733     MOVE ZERO TO POS-NUMBER.
005734     START POSITION-FILE KEY NOT LESS THAN POS-KEY
005735         INVALID KEY
005736             SET WS-POSN-SCAN-DONE TO TRUE
005737     END-START.
005738     PERFORM 4310-CHECK-ONE-POSITION THRU 4310-EXIT
005739         UNTIL WS-POSN-SCAN-DONE OR WS-VACANCY-FOUND.
005740 4300-EXIT.
005741     EXIT.
005742
005743 4310-CHECK-ONE-POSITION.
005744     READ POSITION-FILE NEXT RECORD
005745         AT END
005746             SET WS-POSN-SCAN-DONE TO TRUE
005747     END-READ.
005748     IF WS-POSN-SCAN-DONE
005749         GO TO 4310-EXIT
005750     END-IF.
005751     IF POS-DEPT-CODE NOT = WS-EMP-DEPT-CODE
005752         SET WS-POSN-SCAN-DONE TO TRUE
005753         GO TO 4310-EXIT
005754     END-IF.
005755     SET WS-DEPT-CONTROLLED TO TRUE.
005756     IF POS-ST-FROZEN
005757        OR POS-FILLED-COUNT NOT < POS-AUTH-COUNT
005758         GO TO 4310-EXIT
005759     END-IF.
005760     SET WS-VACANCY-FOUND TO TRUE.
005761     MOVE POS-KEY TO WS-VACANT-POS-KEY.
005762 4310-EXIT.
005763     EXIT.
005764
005765******************************************************************
005766*4400-SETTLE-POSITION
005767*HELLO'S 2950 FOR THE POSTED ADD.  A STALE ASSIGNMENT LEFT UNDER
005768*THE ID IN ANOTHER DEPARTMENT IS FREED FIRST (4410); THE VACANCY
005769*4300 FOUND IS THEN TAKEN (4420).  THE OPERATOR IS RECORDED AS
005770*THE ONE WHO MADE THE ASSIGNMENT, AS FOR A HELLOPM TIE.
005771******************************************************************
005772 4400-SETTLE-POSITION.
005773     IF WS-EMP-ASSIGNED AND PSA-DEPT-CODE NOT = WS-EMP-DEPT-CODE
005774         PERFORM 4410-FREE-POSITION THRU 4410-EXIT
005775         MOVE 'N' TO WS-EMP-ASSIGNED-SW
005776     END-IF.
005777     IF WS-EMP-ASSIGNED
005778        OR WS-VACANT-POS-KEY = SPACES
005779         GO TO 4400-EXIT
005780     END-IF.
005781     PERFORM 4420-TAKE-POSITION THRU 4420-EXIT.
005782 4400-EXIT.
005783     EXIT.
005784
005785 4410-FREE-POSITION.
005786     MOVE WS-EMP-ID TO PSA-EMP-ID.
005787     READ POSITION-ASSIGN-FILE
005788         INVALID KEY
005789             GO TO 4410-EXIT
005790     END-READ.
005791     MOVE PSA-POSITION-KEY TO POS-KEY.
005792     READ POSITION-FILE
005793         INVALID KEY
005794             DISPLAY "HELLORVJ POSITION " PSA-POSITION-KEY
005795                 " HELD BY " WS-EMP-ID " IS NOT ON THE POSITION "
005796                 "MASTER - ASSIGNMENT REMOVED"
005797         NOT INVALID KEY
005798             PERFORM 4415-RELEASE-ONE-SEAT THRU 4415-EXIT
005799     END-READ.
005800     DELETE POSITION-ASSIGN-FILE RECORD
005801         INVALID KEY
005802             DISPLAY "HELLORVK ASSIGNMENT OF " WS-EMP-ID
005803                 " DELETE FAILED - STATUS " WS-PSA-STATUS
005804     END-DELETE.
005805 4410-EXIT.
005806     EXIT.
005807
005808 4415-RELEASE-ONE-SEAT.
005809     IF POS-FILLED-COUNT > ZERO
005810         SUBTRACT 1 FROM POS-FILLED-COUNT
005811     END-IF.
005812     IF NOT POS-ST-FROZEN
005813        AND POS-FILLED-COUNT < POS-AUTH-COUNT
005814         SET POS-ST-OPEN TO TRUE
005815     END-IF.
005816     MOVE WS-RUN-DATE    TO POS-UPDATED-DATE.
005817     MOVE WS-OPERATOR-ID TO POS-UPDATED-BY.
005818     REWRITE POSITION-RECORD
005819         INVALID KEY
005820             DISPLAY "HELLORVK POSITION " POS-KEY
005821                 " REWRITE FAILED - STATUS " WS-POSN-STATUS
005822     END-REWRITE.
005823 4415-EXIT.
005824     EXIT.
005825
005826 4420-TAKE-POSITION.
005827     MOVE WS-VACANT-POS-KEY TO POS-KEY.
005828     READ POSITION-FILE
005829         INVALID KEY
005830             DISPLAY "HELLORVJ POSITION " WS-VACANT-POS-KEY
005831                 " FOR " WS-EMP-ID " IS NO LONGER ON THE "
005832                 "POSITION MASTER - NOT TIED"
005833             GO TO 4420-EXIT
005834     END-READ.
005835     ADD 1 TO POS-FILLED-COUNT.
005836     IF NOT POS-ST-FROZEN
005837        AND POS-FILLED-COUNT NOT < POS-AUTH-COUNT
005838         SET POS-ST-FILLED TO TRUE
005839     END-IF.
005840     MOVE WS-RUN-DATE    TO POS-UPDATED-DATE.
005841     MOVE WS-OPERATOR-ID TO POS-UPDATED-BY.
005842     REWRITE POSITION-RECORD
005843         INVALID KEY
005844             DISPLAY "HELLORVK POSITION " POS-KEY
005845                 " REWRITE FAILED - STATUS " WS-POSN-STATUS
005846             GO TO 4420-EXIT
005847     END-REWRITE.
005848     MOVE SPACES            TO POSITION-ASSIGN-RECORD.
005849     MOVE WS-EMP-ID         TO PSA-EMP-ID.
005850     MOVE WS-VACANT-POS-KEY TO PSA-POSITION-KEY.
005851     MOVE WS-RUN-DATE       TO PSA-ASSIGNED-DATE.
005852     MOVE WS-OPERATOR-ID    TO PSA-ASSIGNED-BY.
005853     WRITE POSITION-ASSIGN-RECORD
005854         INVALID KEY
005855             DISPLAY "HELLORVK ASSIGNMENT OF " WS-EMP-ID
005856                 " WRITE FAILED - STATUS " WS-PSA-STATUS
005857     END-WRITE.
005858 4420-EXIT.
005860     EXIT.
005870
005880******************************************************************
006510           JOURNAL-FILE
006520           HR-INTERFACE-FILE
006530           AUDIT-LOG-FILE
006540           REPORT-FILE
006542           OPER-AUTH-FILE
006544           POSITION-FILE
006546           POSITION-ASSIGN-FILE.
006550     DISPLAY "HELLORVD CONFIRMED NEW = " WS-CONFIRMED-NEW.
006560     DISPLAY "HELLORVE MERGED        = " WS-MERGED-COUNT.
006570     DISPLAY "HELLORVF STILL HELD    = " WS-CARRIED-COUNT.
006810 8200-EXIT.
006820     EXIT.
006830
006831******************************************************************
006832*8300-CHECK-FUNCTION
006833*SETS WS-FUNCTION-ALLOWED WHEN THE LETTER IN WS-AUTH-FUNCTION IS
006834*ON THE OPERATOR'S GRANT.  EXIT IS ALWAYS ALLOWED.
006835******************************************************************
006836 8300-CHECK-FUNCTION.
006837     MOVE 'N' TO WS-FUNCTION-SW.
006838     IF WS-AUTH-FUNCTION = 'X'
006839         SET WS-FUNCTION-ALLOWED TO TRUE
006840         GO TO 8300-EXIT
006841     END-IF.
006842     MOVE ZERO TO WS-AUTH-TALLY.
006843     INSPECT WS-AUTH-FUNCTIONS TALLYING WS-AUTH-TALLY
006844         FOR ALL WS-AUTH-FUNCTION.
006845     IF WS-AUTH-TALLY > ZERO
006846         SET WS-FUNCTION-ALLOWED TO TRUE
006847     END-IF.
006848 8300-EXIT.
006849     EXIT.
006850
006851******************************************************************
006852*8400-REFUSE-FUNCTION
006853*TELLS THE OPERATOR THE FUNCTION IS NOT GRANTED AND LOGS THE
006854*ATTEMPT UNDER AUTH-REFUSED, WHERE HELLOAQ CAN SELECT IT.
006855******************************************************************
006856 8400-REFUSE-FUNCTION.
006857     DISPLAY "HELLORVH FUNCTION " WS-AUTH-FUNCTION
006858         " IS NOT AUTHORIZED FOR OPERATOR " WS-OPERATOR-ID.
006859     MOVE "AUTH-REFUSED" TO WS-AUDIT-FIELD-NAME.
006860     MOVE SPACES TO WS-AUDIT-VALUE.
006861     STRING WS-AUTH-PROGRAM  DELIMITED BY SPACE
006862            " FUNCTION "     DELIMITED BY SIZE
006863            WS-AUTH-FUNCTION DELIMITED BY SIZE
006864         INTO WS-AUDIT-VALUE
006865     END-STRING.
006866     PERFORM 8100-LOG-AUDIT-ENTRY THRU 8100-EXIT.
006867 8400-EXIT.
006868     EXIT.
006869
006870 END PROGRAM HELLORV.
