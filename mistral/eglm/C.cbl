000633*                (COPYBOOK REVREC) FOR THE HELLORV DISPOSITION
000634*                MENU INSTEAD OF POSTING THEM STRAIGHT THROUGH
000635*                TO THE MASTER AND OUT TO HR AS NEW PEOPLE.
000636*2026-10-15 DK   ADDED THE RE-KEY TRANSACTION 'K' (2450) WHICH
000637*                MOVES A MASTER RECORD INTACT TO A CORRECTED
000638*                EMPLOYEE ID, REFUSED WHEN THE NEW ID IS ALREADY
000639*                ON FILE.  THE MOVE IS JOURNALED AS ONE 'K'
000640*                RECORD AND SENT TO HR AS ONE 'K' INTERFACE
000641*                RECORD CARRYING BOTH THE OLD AND THE NEW ID,
000642*                RATHER THAN A TERMINATION AND AN ADD.
000643*2026-10-15 DK   APPLY THE FIELD-OWNERSHIP PRECEDENCE TABLE
000644*                (COPYBOOK FLDOWN, MAINTAINED BY HELLOFO) TO
000645*                CHANGES, TERMS AND REHIRES.  A SOURCE NOT LISTED
000646*                FOR A FIELD IT WOULD CHANGE IS REJECTED TO
000647*                SUSPENSE WITH ITS OWN REASON, AND WHEN TWO
000648*                SOURCES SET THE SAME FIELD IN ONE NIGHT THE
000649*                HIGHER-RANKED VALUE STANDS.  EVERY EMPLOYEE
000650*                TOUCHED BY MORE THAN ONE SOURCE IS LISTED ON THE
000651*                NEW CONFRPT CONFLICT REPORT WITH THE SOURCE WHOSE
000652*                VALUE WAS KEPT.
000653*2026-10-15 DK   POSITION CONTROL.  AN ADD, A REHIRE OR A TRANSFER
000654*                INTO A DEPARTMENT WITH POSITIONS ON THE NEW
000655*                POSITION MASTER (COPYBOOK POSNREC, MAINTAINED BY
000656*                HELLOPM) NEEDS A VACANT POSITION THERE, ELSE IT
000657*                GOES TO SUSPENSE AS OVER ESTABLISHMENT.  THE
000658*                EMPLOYEE IS TIED TO THE POSITION ON THE
000659*                ASSIGNMENT FILE (COPYBOOK POSNASG) WHEN IT POSTS;
000660*                A TERMINATION OR A TRANSFER OUT FREES IT, AND A
000661*                RE-KEY CARRIES IT TO THE NEW ID.
000662*2026-10-15 DK   A RE-KEY WHOSE OLD ID WILL NOT DELETE NOW BACKS
000663*                THE NEW-ID RECORD OUT AND GOES TO SUSPENSE
000664*                INSTEAD OF LEAVING THE EMPLOYEE ON FILE TWICE.
000665*2026-10-15 DK   A TRANSFER (OR A REHIRE INTO ANOTHER DEPARTMENT)
000666*                THE OWNERSHIP TABLE WILL NOT LET THE SOURCE MAKE
000667*                IS NO LONGER HELD TO THE ESTABLISHMENT FIRST, SO
000668*                IT GOES TO SUSPENSE AS SOURCE NOT OWNER, NOT AS
000669*                OVER ESTABLISHMENT.
000670*2026-10-15 DK   A REHIRE WHOSE DEPARTMENT THE OWNERSHIP TABLE
000671*                KEEPS AT THE MASTER VALUE IS CHECKED AGAINST, AND
000672*                TAKES A POSITION IN, THE MASTER DEPARTMENT.
000673******************************************************************
000674 IDENTIFICATION DIVISION.
000675 PROGRAM-ID. HELLO.
000676 AUTHOR. D. KOWALSKI.
000677 INSTALLATION. CORPORATE APPLICATIONS.
000678 DATE-WRITTEN. 2023-11-13.
000679 
000680*-----------------------------------------------------------------
000681*ENVIRONMENT DIVISION
000682*-----------------------------------------------------------------
000683 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER. IBM-370.
000710 OBJECT-COMPUTER. IBM-370.
001180     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-JRNL-STATUS.
001201     SELECT FIELD-OWNER-FILE ASSIGN TO "FIELDOWN"
001202         ORGANIZATION IS INDEXED
001203         ACCESS MODE IS SEQUENTIAL
001204         RECORD KEY IS FLD-KEY
001205         FILE STATUS IS WS-FLDOWN-STATUS.
001206
001207     SELECT CONFLICT-REPORT-FILE ASSIGN TO "CONFRPT"
001208         ORGANIZATION IS SEQUENTIAL
001209         FILE STATUS IS WS-CONF-STATUS.
001210
001211     SELECT POSITION-FILE ASSIGN TO "POSNMSTR"
001212         ORGANIZATION IS INDEXED
001213         ACCESS MODE IS DYNAMIC
001214         RECORD KEY IS POS-KEY
001215         FILE STATUS IS WS-POSN-STATUS.
001216
001217     SELECT POSITION-ASSIGN-FILE ASSIGN TO "POSNASGN"
001218         ORGANIZATION IS INDEXED
001219         ACCESS MODE IS RANDOM
001220         RECORD KEY IS PSA-EMP-ID
001221         FILE STATUS IS WS-PSA-STATUS.
001222 
001223*-----------------------------------------------------------------
001230*DATA DIVISION
001240*-----------------------------------------------------------------
001250 DATA DIVISION.
001350         ==EMP-ID==         BY ==EMP-ID-IN==
001360         ==EMP-NAME==       BY ==EMP-NAME-IN==
001370         ==EMP-DEGREE==     BY ==EMP-DEGREE-IN==
001375         ==EMP-NEW-ID== BY ==EMP-NEW-ID-IN==
001380         ==EMP-HIRE-DATE==  BY ==EMP-HIRE-DATE-IN==
001390         ==EMP-HIRE-YYYY==  BY ==EMP-HIRE-YYYY-IN==
001400         ==EMP-HIRE-MM==    BY ==EMP-HIRE-MM-IN==
001430         ==EMP-TRANS-ADD==  BY ==EMP-TRANS-ADD-IN==
001440         ==EMP-TRANS-CHANGE== BY ==EMP-TRANS-CHANGE-IN==
001450         ==EMP-TRANS-TERM== BY ==EMP-TRANS-TERM-IN==
001453         ==EMP-TRANS-REKEY== BY ==EMP-TRANS-REKEY-IN==
001455         ==EMP-TRANS-REHIRE== BY ==EMP-TRANS-REHIRE-IN==
001456         ==EMP-EFFECTIVE-DATE== BY ==EMP-EFFECTIVE-DATE-IN==
001457         ==EMP-SOURCE-SYSTEM== BY ==EMP-SOURCE-SYSTEM-IN==
002070 FD  RUN-CONTROL-FILE
002080     RECORDING MODE IS F.
002090     COPY RUNCTL.
002091*FIELD-OWNERSHIP PRECEDENCE FILE - WHICH SOURCES MAY SET WHICH
002092*MASTER FIELD, AND IN WHAT ORDER.  MAINTAINED BY HELLOFO.
002093 FD  FIELD-OWNER-FILE.
002094     COPY FLDOWN.
002095
002096*CONFLICT REPORT - EVERY EMPLOYEE TOUCHED BY MORE THAN ONE
002097*SOURCE TONIGHT, FIELD BY FIELD, WITH THE SOURCE WHOSE VALUE
002098*WAS KEPT.
002099 FD  CONFLICT-REPORT-FILE
002100     RECORDING MODE IS F.
002101 01  CONFLICT-REPORT-LINE           PIC X(132).
002102
002103*POSITION MASTER - NUMBERED POSITIONS PER DEPARTMENT WITH THEIR
002104*AUTHORIZED AND FILLED COUNTS.  MAINTAINED BY HELLOPM; THIS
002105*PROGRAM KEEPS THE FILLED COUNT AS IT POSTS.
002106 FD  POSITION-FILE.
002107     COPY POSNREC.
002108
002109*POSITION ASSIGNMENT FILE - THE POSITION EACH EMPLOYEE HOLDS,
002110*KEYED BY EMPLOYEE ID.
002111 FD  POSITION-ASSIGN-FILE.
002112     COPY POSNASG.
002113 
002114 WORKING-STORAGE SECTION.
002120 
002130*CURRENT TRANSACTION WORKING AREA - SEE COPYBOOK EMPREC.
002140 COPY EMPREC REPLACING
002160         ==EMP-ID==         BY ==WS-EMP-ID==
002170         ==EMP-NAME==       BY ==WS-EMP-NAME==
002180         ==EMP-DEGREE==     BY ==WS-EMP-DEGREE==
002185         ==EMP-NEW-ID== BY ==WS-EMP-NEW-ID==
002190         ==EMP-HIRE-DATE==  BY ==WS-EMP-HIRE-DATE==
002200         ==EMP-HIRE-YYYY==  BY ==WS-EMP-HIRE-YYYY==
002210         ==EMP-HIRE-MM==    BY ==WS-EMP-HIRE-MM==
002240         ==EMP-TRANS-ADD==  BY ==WS-EMP-TRANS-ADD==
002250         ==EMP-TRANS-CHANGE== BY ==WS-EMP-TRANS-CHANGE==
002260         ==EMP-TRANS-TERM== BY ==WS-EMP-TRANS-TERM==
002263         ==EMP-TRANS-REKEY== BY ==WS-EMP-TRANS-REKEY==
002265         ==EMP-TRANS-REHIRE== BY ==WS-EMP-TRANS-REHIRE==
002266         ==EMP-EFFECTIVE-DATE== BY ==WS-EMP-EFFECTIVE-DATE==
002267         ==EMP-SOURCE-SYSTEM== BY ==WS-EMP-SOURCE-SYSTEM==
002600         88  WS-DUP-RUN                    VALUE 'Y'.
002610     05  WS-RUNCTL-EOF-SW           PIC X(01) VALUE 'N'.
002620         88  WS-RUNCTL-EOF                 VALUE 'Y'.
002621     05  WS-EOF-FLDOWN-SW           PIC X(01) VALUE 'N'.
002622         88  WS-EOF-FLDOWN                 VALUE 'Y'.
002623     05  WS-FIELD-OWNED-SW          PIC X(01) VALUE 'N'.
002624         88  WS-FIELD-OWNED                VALUE 'Y'.
002625     05  WS-SOURCE-LISTED-SW        PIC X(01) VALUE 'N'.
002626         88  WS-SOURCE-LISTED              VALUE 'Y'.
002627     05  WS-TOUCH-FULL-SW           PIC X(01) VALUE 'N'.
002628         88  WS-TOUCH-TABLE-FULL           VALUE 'Y'.
002629     05  WS-TOUCH-SOURCE-SW         PIC X(01) VALUE 'N'.
002630         88  WS-TOUCH-SOURCE-FOUND         VALUE 'Y'.
002631     05  WS-CONF-ON-FILE-SW         PIC X(01) VALUE 'N'.
002632         88  WS-CONF-ON-FILE               VALUE 'Y'.
002633     05  WS-CONF-FIRST-SW           PIC X(01) VALUE 'N'.
002634         88  WS-CONF-FIRST-LINE            VALUE 'Y'.
002635     05  WS-DEPT-CONTROLLED-SW      PIC X(01) VALUE 'N'.
002636         88  WS-DEPT-CONTROLLED            VALUE 'Y'.
002637     05  WS-VACANCY-FOUND-SW        PIC X(01) VALUE 'N'.
002638         88  WS-VACANCY-FOUND              VALUE 'Y'.
002639     05  WS-POSN-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
002640         88  WS-POSN-SCAN-DONE             VALUE 'Y'.
002641     05  WS-EMP-ASSIGNED-SW         PIC X(01) VALUE 'N'.
002642         88  WS-EMP-ASSIGNED               VALUE 'Y'.
002643     05  WS-DEPT-OWNER-SW           PIC X(01) VALUE 'N'.
002644         88  WS-DEPT-CHANGE-REFUSED        VALUE 'R'.
002645         88  WS-DEPT-CHANGE-KEPT           VALUE 'K'.
002646 
002647 01  WS-RUN-CONFIRM-INPUT           PIC X(01) VALUE SPACE.
002650     88  WS-CONFIRM-RESPONSE-VALID  VALUES 'Y' 'N' 'y' 'n'.
002660     88  WS-CONFIRM-YES             VALUES 'Y' 'y'.
002670 
002755     05  WS-RECORDS-RELEASED        PIC 9(08) COMP VALUE ZERO.
002756     05  WS-PENDING-CARRIED         PIC 9(08) COMP VALUE ZERO.
002760     05  WS-EMPIN-DETAIL-READ       PIC 9(08) COMP VALUE ZERO.
002761     05  WS-RECORDS-REKEYED         PIC 9(08) COMP VALUE ZERO.
002762     05  WS-OWNERSHIP-REFUSED       PIC 9(08) COMP VALUE ZERO.
002763     05  WS-STATUS-REFUSED          PIC 9(08) COMP VALUE ZERO.
002764     05  WS-FIELDS-OVERRULED        PIC 9(08) COMP VALUE ZERO.
002765     05  WS-MULTI-SOURCE-EMPS       PIC 9(08) COMP VALUE ZERO.
002766     05  WS-OVER-ESTABLISHMENT      PIC 9(08) COMP VALUE ZERO.
002767     05  WS-POSITIONS-FILLED        PIC 9(08) COMP VALUE ZERO.
002768     05  WS-POSITIONS-FREED         PIC 9(08) COMP VALUE ZERO.
002770 
002780*FEED CONTROL-RECORD RECONCILIATION - WHAT THE TRAILER CLAIMS
002790*AGAINST WHAT THIS RUN ACTUALLY READ OFF EMPIN.  THE SUSPENSE
003146     05  WS-REVIEW-STATUS           PIC X(02).
003150     05  WS-RUNCTL-STATUS           PIC X(02).
003160     05  WS-JRNL-STATUS             PIC X(02).
003163     05  WS-FLDOWN-STATUS           PIC X(02).
003166     05  WS-CONF-STATUS             PIC X(02).
003167     05  WS-POSN-STATUS             PIC X(02).
003168     05  WS-PSA-STATUS              PIC X(02).
003170 
003180*OPERATOR / TERMINAL IDENTIFICATION FOR THE AUDIT TRAIL.
003190 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
003260*BY THE MASTER-FILE UPDATE PARAGRAPHS BEFORE 2800-WRITE-JOURNAL
003270*PICKS THE AFTER IMAGE UP FROM THE MASTER RECORD AREA ITSELF.
003280 01  WS-JRN-ACTION                  PIC X(01) VALUE SPACE.
003290 01  WS-JRN-BEFORE                  PIC X(104) VALUE SPACES.
003292*THE RECORD AS MOVED TO ITS NEW ID, HELD ACROSS THE DELETE OF
003294*THE OLD ID ON A RE-KEY.
003296 01  WS-REKEY-IMAGE                 PIC X(104) VALUE SPACES.
003300 01  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
003310 01  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
003320 01  WS-TIMESTAMP                   PIC X(26) VALUE SPACES.
003480             INDEXED BY WS-DEGREE-IDX.
003490         10  WS-DEGREE-CODE-T       PIC X(10).
003500         10  WS-DEGREE-TITLE-T      PIC X(30).
003501
003502*IN-MEMORY DEPARTMENT-CODES TABLE, LOADED FROM DEPT-CODES-FILE
003503*AT INITIALIZATION AND SEARCHED DURING RECONCILIATION. THE
003504*OCCURS CEILING BELOW (100) MUST MATCH WS-DEPT-TABLE-MAX.
003505 01  WS-DEPT-TABLE-MAX               PIC 9(04) COMP VALUE 100.
003506 01  WS-DEPT-TABLE-CONTROL.
003507     05  WS-DEPT-TABLE-COUNT        PIC 9(04) COMP VALUE ZERO.
003508 01  WS-DEPT-TABLE.
003509     05  WS-DEPT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
003510             DEPENDING ON WS-DEPT-TABLE-COUNT
003511             INDEXED BY WS-DEPT-IDX.
003512         10  WS-DEPT-CODE-T         PIC X(04).
003513         10  WS-DEPT-NAME-T         PIC X(30).
003514
003515*THE VACANT POSITION 2355 FOUND FOR THE TRANSACTION IN HAND -
003516*TAKEN BY 2950 ONLY ONCE THE MASTER UPDATE HAS POSTED.  SPACES
003517*WHEN NO POSITION IS TO BE TAKEN.
003518 01  WS-VACANT-POS-KEY.
003519     05  WS-VACANT-DEPT-CODE        PIC X(04).
003520     05  WS-VACANT-POS-NUMBER       PIC 9(04).
003521
003522*THE DEPARTMENT THE EMPLOYEE WILL ACTUALLY LAND IN, WHICH 2357
003523*SEARCHES FOR THE VACANCY - THE TRANSACTION'S DEPARTMENT, OR THE
003524*MASTER'S WHEN A REHIRE'S DEPARTMENT IS KEPT (2356).
003525 01  WS-LANDING-DEPT-CODE           PIC X(04).
003530
003531*IN-MEMORY FIELD-OWNERSHIP TABLE, LOADED FROM FIELD-OWNER-FILE
003532*AT INITIALIZATION AND SEARCHED BY 2470-LOOKUP-RANK.  ONE ENTRY
003533*PER FIELD PER SOURCE ALLOWED TO SET IT, WITH THAT SOURCE'S RANK
003534*(01 IS THE OWNER).  THE OCCURS CEILING BELOW (50) MUST MATCH
003535*WS-OWNER-TABLE-MAX.
003536 01  WS-OWNER-TABLE-MAX              PIC 9(04) COMP VALUE 50.
003537 01  WS-OWNER-TABLE-CONTROL.
003538     05  WS-OWNER-TABLE-COUNT       PIC 9(04) COMP VALUE ZERO.
003539 01  WS-OWNER-TABLE.
003540     05  WS-OWNER-TABLE-ENTRY OCCURS 1 TO 50 TIMES
003541             DEPENDING ON WS-OWNER-TABLE-COUNT
003542             INDEXED BY WS-OWNER-IDX.
003543         10  WS-OWNER-FIELD-T       PIC X(10).
003544         10  WS-OWNER-SOURCE-T      PIC X(08).
003545         10  WS-OWNER-RANK-T        PIC 9(02).
003546
003547*THE MASTER FIELDS THE PRECEDENCE TABLE GOVERNS, IN THE ORDER
003548*THE VERDICT AND TOUCH TABLES BELOW KEEP THEM.  A SOURCE NOT
003549*LISTED FOR A FIELD NOBODY OWNS RANKS 99 - LAST, BUT ALLOWED.
003550 01  WS-OWNED-FIELD-VALUES.
003551     05  FILLER                     PIC X(10) VALUE "NAME".
003552     05  FILLER                     PIC X(10) VALUE "DEGREE".
003553     05  FILLER                     PIC X(10) VALUE "DEPT".
003554     05  FILLER                     PIC X(10) VALUE "STATUS".
003555 01  WS-OWNED-FIELD-TABLE REDEFINES WS-OWNED-FIELD-VALUES.
003556     05  WS-OWNED-FIELD             PIC X(10) OCCURS 4 TIMES.
003557 01  WS-OWNED-FIELD-MAX             PIC 9(04) COMP VALUE 4.
003558 01  WS-FLD-SUB                     PIC 9(04) COMP VALUE ZERO.
003559 01  WS-SRC-RANK                    PIC 9(02) VALUE ZERO.
003560
003561*PER-FIELD VERDICT ON THE TRANSACTION IN HAND, SET BY 2460:
003562*'N' THE FIELD IS NOT CHANGING, 'A' APPLY THE NEW VALUE, 'K'
003563*KEEP THE MASTER VALUE - A HIGHER-RANKED SOURCE SET IT TONIGHT.
003564 01  WS-FLD-VERDICT-TABLE.
003565     05  WS-FLD-VERDICT             PIC X(01) OCCURS 4 TIMES.
003566
003567*TONIGHT'S TOUCH TABLE - ONE ENTRY PER EMPLOYEE POSTED, OR
003568*REFUSED ON OWNERSHIP, THIS RUN: THE SOURCES THAT TOUCHED IT
003569*AND, FOR EACH GOVERNED FIELD, THE SOURCE WHOSE VALUE STANDS
003570*WITH ITS RANK AND THE LAST SOURCE OVERRULED OR REFUSED.  IT
003571*SETTLES SAME-NIGHT CONFLICTS AND IS PRINTED AS THE CONFLICT
003572*REPORT AT END OF RUN.  THE OCCURS CEILING (5000) MUST MATCH
003573*WS-TOUCH-TABLE-MAX.  ONCE FULL, NEW EMPLOYEES ARE NO LONGER
003574*TRACKED (OWNERSHIP IS STILL ENFORCED) AND THE REPORT SAYS SO.
003575 01  WS-TOUCH-TABLE-MAX              PIC 9(04) COMP VALUE 5000.
003576 01  WS-TOUCH-TABLE-CONTROL.
003577     05  WS-TOUCH-COUNT             PIC 9(04) COMP VALUE ZERO.
003578 01  WS-TOUCH-TABLE.
003579     05  WS-TOUCH-ENTRY OCCURS 1 TO 5000 TIMES
003580             DEPENDING ON WS-TOUCH-COUNT
003581             INDEXED BY WS-TCH-IDX.
003582         10  WS-TCH-EMP-ID          PIC X(06).
003583         10  WS-TCH-SOURCE-COUNT    PIC 9(01).
003584         10  WS-TCH-SOURCE          PIC X(08) OCCURS 4 TIMES.
003585         10  WS-TCH-FIELD OCCURS 4 TIMES.
003586             15  WS-TCH-SETTER      PIC X(08).
003587             15  WS-TCH-RANK        PIC 9(02).
003588             15  WS-TCH-LOSER       PIC X(08).
003589 01  WS-TCH-SUB                     PIC 9(04) COMP VALUE ZERO.
003590 01  WS-TCH-SRC-SUB                 PIC 9(04) COMP VALUE ZERO.
003591
003592*CONFLICT REPORT LINES.
003593 01  WS-CONF-LINE-COUNT             PIC 9(02) COMP VALUE ZERO.
003594 01  WS-CONF-MAX-LINES              PIC 9(02) COMP VALUE 50.
003595 01  WS-CONF-PAGE-COUNT             PIC 9(04) COMP VALUE ZERO.
003596
003597 01  WS-CONF-HEADING-1.
003598     05  FILLER                     PIC X(30) VALUE SPACES.
003599     05  FILLER                     PIC X(34)
003600             VALUE "FIELD-OWNERSHIP CONFLICT REPORT".
003601     05  FILLER                     PIC X(10) VALUE SPACES.
003602     05  FILLER                     PIC X(05) VALUE "PAGE ".
003603     05  CH1-PAGE-NUMBER            PIC ZZZ9.
003604
003605 01  WS-CONF-HEADING-2.
003606     05  FILLER                     PIC X(30) VALUE SPACES.
003607     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
003608     05  CH2-RUN-DATE               PIC 9(08).
003609     05  FILLER                     PIC X(12)
003610             VALUE "  BUSINESS: ".
003611     05  CH2-BUSINESS-DATE          PIC 9(08).
003612     05  FILLER                     PIC X(07) VALUE "  RUN: ".
003613     05  CH2-RUN-NUMBER             PIC 9(06).
003614
003615 01  WS-CONF-HEADING-3.
003616     05  FILLER                     PIC X(08) VALUE "EMP ID".
003617     05  FILLER                     PIC X(11) VALUE "FIELD".
003618     05  FILLER                     PIC X(10) VALUE "KEPT FROM".
003619     05  FILLER                     PIC X(06) VALUE "RANK".
003620     05  FILLER                     PIC X(10) VALUE "OVERRULED".
003621     05  FILLER                     PIC X(32) VALUE "VALUE KEPT".
003622     05  FILLER                     PIC X(16)
003623             VALUE "SOURCES TONIGHT".
003624
003625 01  WS-CONF-DETAIL.
003626     05  CD-EMP-ID                  PIC X(06).
003627     05  FILLER                     PIC X(02) VALUE SPACES.
003628     05  CD-FIELD                   PIC X(10).
003629     05  FILLER                     PIC X(01) VALUE SPACES.
003630     05  CD-KEPT-SOURCE             PIC X(08).
003631     05  FILLER                     PIC X(02) VALUE SPACES.
003632     05  CD-KEPT-RANK               PIC X(02).
003633     05  FILLER                     PIC X(04) VALUE SPACES.
003634     05  CD-OVERRULED               PIC X(08).
003635     05  FILLER                     PIC X(02) VALUE SPACES.
003636     05  CD-FINAL-VALUE             PIC X(30).
003637     05  FILLER                     PIC X(02) VALUE SPACES.
003638     05  CD-SOURCES.
003639         10  CD-SOURCE-ENTRY OCCURS 4 TIMES.
003640             15  CD-SOURCE          PIC X(08).
003641             15  FILLER             PIC X(01).
003642
003643 01  WS-CONF-FOOTER-1.
003644     05  FILLER                     PIC X(43)
003645             VALUE "EMPLOYEES TOUCHED BY MORE THAN ONE SOURCE: ".
003646     05  CF-MULTI-SOURCE            PIC ZZZ,ZZ9.
003647     05  FILLER                     PIC X(24)
003648             VALUE "   FIELDS OVERRULED:    ".
003649     05  CF-OVERRULED               PIC ZZZ,ZZ9.
003650
003651 01  WS-CONF-FOOTER-2.
003652     05  FILLER                     PIC X(43)
003653             VALUE "TRANSACTIONS REFUSED - SOURCE NOT OWNER:   ".
003654     05  CF-NOT-OWNER               PIC ZZZ,ZZ9.
003655     05  FILLER                     PIC X(24)
003656             VALUE "   STATUS SET HIGHER:   ".
003657     05  CF-STATUS-REFUSED          PIC ZZZ,ZZ9.
003658
003659*-----------------------------------------------------------------
003660*LINKAGE SECTION
003661*-----------------------------------------------------------------
003662 LINKAGE SECTION.
003663 
003664*EXEC PARM= AREA - Z/OS PASSES THE PARM TEXT AS A HALFWORD
003665*LENGTH FOLLOWED BY THE TEXT ITSELF; THE FIXED SUB-FIELDS BELOW
003666*LET 1200-GET-RESTART-PARM PICK OUT RESTART=NNNNNN AND
003667*CKPTIVL=NNNNNNNN WITHOUT SCANNING THE TEXT FOR THE LITERALS.
003668 01  LK-PARM-AREA.
003669     05  LK-PARM-LENGTH             PIC S9(04) COMP.
003670     05  LK-PARM-TEXT.
003671         10  LK-RESTART-LIT         PIC X(08).
003672         10  LK-RESTART-KEY         PIC X(06).
003673         10  FILLER                 PIC X(01).
003674         10  LK-CKPTIVL-LIT         PIC X(08).
003680         10  LK-CKPTIVL-VALUE       PIC 9(08).
003690         10  FILLER                 PIC X(69).
003700 
004890             "STATUS " WS-JRNL-STATUS
004900         MOVE 'N' TO WS-FILES-OK-SW
004910     END-IF.
004911     OPEN INPUT FIELD-OWNER-FILE.
004912     IF WS-FLDOWN-STATUS NOT = "00"
004913         DISPLAY "HELLO0001 ERROR OPENING FIELD-OWNER-FILE - "
004914             "STATUS " WS-FLDOWN-STATUS
004915         MOVE 'N' TO WS-FILES-OK-SW
004916     END-IF.
004917     OPEN OUTPUT CONFLICT-REPORT-FILE.
004918     IF WS-CONF-STATUS NOT = "00"
004919         DISPLAY "HELLO0001 ERROR OPENING CONFLICT-REPORT-FILE - "
004920             "STATUS " WS-CONF-STATUS
004921         MOVE 'N' TO WS-FILES-OK-SW
004922     END-IF.
004923     OPEN I-O POSITION-FILE.
004924     IF WS-POSN-STATUS NOT = "00"
004925         DISPLAY "HELLO0001 ERROR OPENING POSITION-FILE - "
004926             "STATUS " WS-POSN-STATUS
004927         MOVE 'N' TO WS-FILES-OK-SW
004928     END-IF.
004929     OPEN I-O POSITION-ASSIGN-FILE.
004930     IF WS-PSA-STATUS NOT = "00"
004931         DISPLAY "HELLO0001 ERROR OPENING POSITION-ASSIGN-FILE - "
004932             "STATUS " WS-PSA-STATUS
004933         MOVE 'N' TO WS-FILES-OK-SW
004934     END-IF.
004935     IF NOT WS-FILES-OK
004936         GO TO 1000-EXIT
004940     END-IF.
004950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004960     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
005058     END-IF.
005060     PERFORM 1300-LOAD-DEGREE-TABLE THRU 1300-EXIT.
005062     PERFORM 1350-LOAD-DEPT-TABLE THRU 1350-EXIT.
005065     PERFORM 1380-LOAD-OWNER-TABLE THRU 1380-EXIT.
005070     PERFORM 1050-GET-OPERATOR-INFO THRU 1050-EXIT.
005080     PERFORM 1100-GET-RUN-CONFIRMATION THRU 1100-EXIT
005090         UNTIL WS-INPUT-VALID.
006484     EXIT.
006485
006486******************************************************************
006487*1380-LOAD-OWNER-TABLE
006488*LOADS THE FIELD-OWNERSHIP PRECEDENCE FILE INTO THE IN-MEMORY
006489*WS-OWNER-TABLE SO 2460-CHECK-FIELD-OWNERSHIP CAN SEARCH IT
006490*WITHOUT RE-READING THE FILE FOR EVERY TRANSACTION.
006491******************************************************************
006492 1380-LOAD-OWNER-TABLE.
006493     MOVE ZERO TO WS-OWNER-TABLE-COUNT.
006494     PERFORM 1385-READ-OWNER THRU 1385-EXIT.
006495     PERFORM 1390-ADD-OWNER-ENTRY THRU 1390-EXIT
006496         UNTIL WS-EOF-FLDOWN.
006497     DISPLAY "HELLO0045 FIELD-OWNERSHIP TABLE LOADED - "
006498         WS-OWNER-TABLE-COUNT " ENTRIES".
006499 1380-EXIT.
006500     EXIT.
006501
006502 1385-READ-OWNER.
006503     READ FIELD-OWNER-FILE NEXT RECORD
006504         AT END
006505             SET WS-EOF-FLDOWN TO TRUE
006506     END-READ.
006507 1385-EXIT.
006508     EXIT.
006509
006510 1390-ADD-OWNER-ENTRY.
006511     IF WS-OWNER-TABLE-COUNT >= WS-OWNER-TABLE-MAX
006512         DISPLAY "HELLO0044 FIELD-OWNERSHIP TABLE FULL AT "
006513             WS-OWNER-TABLE-MAX " ENTRIES - REMAINING"
006514         DISPLAY "          OWNERSHIP RECORDS ARE NOT LOADED"
006515         SET WS-EOF-FLDOWN TO TRUE
006516         GO TO 1390-EXIT
006517     END-IF.
006518     ADD 1 TO WS-OWNER-TABLE-COUNT.
006519     MOVE FLD-FIELD-NAME
006520         TO WS-OWNER-FIELD-T (WS-OWNER-TABLE-COUNT).
006521     MOVE FLD-SOURCE-SYSTEM
006522         TO WS-OWNER-SOURCE-T (WS-OWNER-TABLE-COUNT).
006523     MOVE FLD-RANK
006524         TO WS-OWNER-RANK-T (WS-OWNER-TABLE-COUNT).
006525     PERFORM 1385-READ-OWNER THRU 1385-EXIT.
006526 1390-EXIT.
006527     EXIT.
006528
006529******************************************************************
006530*1400-VERIFY-FEED-HEADER
006531*READS THE FIRST EMPIN RECORD AND INSISTS ON AN HDR CONTROL
006532*RECORD WHOSE BUSINESS DATE MATCHES THE RUN DATE, SO A
006533*TRUNCATED OR STALE FEED IS REFUSED BEFORE A SINGLE RECORD IS
006534*POSTED.  THE SAME HANDSHAKE EVERY OTHER FEED INTO THIS SHOP
006535*ALREADY CARRIES.
006536******************************************************************
006537 1400-VERIFY-FEED-HEADER.
006540     READ EMPIN-FILE
006550         AT END
006560             DISPLAY "HELLO0015 EMPIN FEED IS EMPTY - NO HDR "
007464     END-IF.
007465     MOVE 'Y' TO WS-RECORD-VALID-SW.
007470     MOVE SPACES TO WS-EXCEPTION-REASON.
007474     MOVE SPACES TO WS-VACANT-POS-KEY.
007480     PERFORM 2200-VALIDATE-RECORD THRU 2200-EXIT.
007490     IF WS-RECORD-VALID AND NOT WS-EMP-TRANS-TERM
007495        AND NOT WS-EMP-TRANS-REKEY
007500         PERFORM 2300-RECONCILE-DEGREE THRU 2300-EXIT
007510     END-IF.
007512     IF WS-RECORD-VALID AND NOT WS-EMP-TRANS-TERM
007513        AND NOT WS-EMP-TRANS-REKEY
007514         PERFORM 2350-RECONCILE-DEPT THRU 2350-EXIT
007516     END-IF.
007517     MOVE 'N' TO WS-DUP-SUSPECT-SW.
008290        AND NOT WS-EMP-TRANS-CHANGE
008300        AND NOT WS-EMP-TRANS-TERM
008305        AND NOT WS-EMP-TRANS-REHIRE
008307        AND NOT WS-EMP-TRANS-REKEY
008310         MOVE 'N' TO WS-RECORD-VALID-SW
008320         MOVE "INVALID TRANSACTION CODE" TO WS-EXCEPTION-REASON
008330         GO TO 2200-EXIT
008370         MOVE "MISSING EMPLOYEE ID" TO WS-EXCEPTION-REASON
008380         GO TO 2200-EXIT
008390     END-IF.
008391*    ON A RE-KEY THE DEGREE AREA CARRIES THE NEW EMPLOYEE ID.
008392     IF WS-EMP-TRANS-REKEY
008393        AND (WS-EMP-NEW-ID = SPACES OR LOW-VALUES
008394             OR WS-EMP-NEW-ID = WS-EMP-ID)
008395         MOVE 'N' TO WS-RECORD-VALID-SW
008396         MOVE "NEW EMPLOYEE ID MISSING OR UNCHANGED"
008397             TO WS-EXCEPTION-REASON
008398         GO TO 2200-EXIT
008399     END-IF.
008400     IF WS-EMP-NAME = SPACES OR LOW-VALUES
008410         MOVE 'N' TO WS-RECORD-VALID-SW
008420         MOVE "MISSING EMPLOYEE NAME" TO WS-EXCEPTION-REASON
008430         GO TO 2200-EXIT
008440     END-IF.
008450     IF (WS-EMP-DEGREE = SPACES OR LOW-VALUES)
008455        AND NOT WS-EMP-TRANS-REKEY
008460         MOVE 'N' TO WS-RECORD-VALID-SW
008470         MOVE "MISSING DEGREE CODE" TO WS-EXCEPTION-REASON
008472         GO TO 2200-EXIT
008480     END-IF.
008482     IF (WS-EMP-DEPT-CODE = SPACES OR LOW-VALUES)
008484        AND NOT WS-EMP-TRANS-TERM
008485        AND NOT WS-EMP-TRANS-REKEY
008486         MOVE 'N' TO WS-RECORD-VALID-SW
008488         MOVE "MISSING DEPARTMENT CODE" TO WS-EXCEPTION-REASON
008489     END-IF.
008550*FLAGS ANYTHING NOT ON FILE OUT TO THE EXCEPTION REPORT.
008560******************************************************************
008570 2300-RECONCILE-DEGREE.
008571     MOVE 'N' TO WS-DEGREE-FOUND-SW.
008572     SET WS-DEGREE-IDX TO 1.
008573     SEARCH WS-DEGREE-TABLE-ENTRY VARYING WS-DEGREE-IDX
008574         AT END
008575             MOVE 'N' TO WS-DEGREE-FOUND-SW
008576         WHEN WS-DEGREE-TITLE-T (WS-DEGREE-IDX) = WS-EMP-DEGREE
008577             SET WS-DEGREE-FOUND TO TRUE
008578         WHEN WS-DEGREE-CODE-T (WS-DEGREE-IDX) = WS-EMP-DEGREE
008579             SET WS-DEGREE-FOUND TO TRUE
008580     END-SEARCH.
008581     IF NOT WS-DEGREE-FOUND
008582         MOVE 'N' TO WS-RECORD-VALID-SW
008583         MOVE "DEGREE NOT ON DEGREE-CODES TABLE"
008584             TO WS-EXCEPTION-REASON
008585         GO TO 2300-EXIT
008586     END-IF.
008587*    WHICHEVER FORM THE FEED SUPPLIED - CODE OR FULL TITLE -
008588*    THE MASTER POSTS THE CANONICAL CODE, SO "BS" AND
008589*    "BACHELOR OF SCIENCE" ARE ONE POPULATION DOWNSTREAM.
008590     MOVE WS-DEGREE-CODE-T (WS-DEGREE-IDX) TO WS-EMP-DEGREE.
008591 2300-EXIT.
008592     EXIT.
008593
008594******************************************************************
008595*2350-RECONCILE-DEPT
008596*CHECKS THE INCOMING DEPARTMENT CODE AGAINST THE DEPARTMENT-
008597*CODES TABLE AND FLAGS ANYTHING NOT ON FILE OUT TO THE
008598*EXCEPTION REPORT, AS 2300 DOES FOR THE DEGREE.
008599*AN ADD, REHIRE OR TRANSFER INTO A DEPARTMENT UNDER POSITION
008600*CONTROL IS THEN CHECKED FOR A VACANT POSITION (2355).
008601******************************************************************
008602 2350-RECONCILE-DEPT.
008603     MOVE 'N' TO WS-DEPT-FOUND-SW.
008604     SET WS-DEPT-IDX TO 1.
008605     SEARCH WS-DEPT-TABLE-ENTRY VARYING WS-DEPT-IDX
008606         AT END
008607             MOVE 'N' TO WS-DEPT-FOUND-SW
008608         WHEN WS-DEPT-CODE-T (WS-DEPT-IDX) = WS-EMP-DEPT-CODE
008609             SET WS-DEPT-FOUND TO TRUE
008610     END-SEARCH.
008611     IF NOT WS-DEPT-FOUND
008612         MOVE 'N' TO WS-RECORD-VALID-SW
008613         MOVE "DEPARTMENT NOT ON DEPT-CODES TABLE"
008614             TO WS-EXCEPTION-REASON
008615     END-IF.
008616     IF WS-RECORD-VALID
008617         PERFORM 2355-CHECK-ESTABLISHMENT THRU 2355-EXIT
008618     END-IF.
008619 2350-EXIT.
008620     EXIT.
008621
008622******************************************************************
008623*2355-CHECK-ESTABLISHMENT
008624*AN ADD OR REHIRE, OR A CHANGE THAT MOVES AN ACTIVE EMPLOYEE TO
008625*ANOTHER DEPARTMENT, NEEDS A VACANT POSITION IN THE NEW
008626*DEPARTMENT WHEN THAT DEPARTMENT HAS ANY POSITIONS AT ALL.  AN
008627*EMPLOYEE ALREADY TIED TO A POSITION THERE NEEDS NONE.  THE
008628*VACANCY IS ONLY NOTED HERE - 2950 TAKES IT ONCE THE POSTING
008629*SUCCEEDS.  WITH NO VACANCY THE TRANSACTION IS REJECTED TO
008630*SUSPENSE AS OVER ESTABLISHMENT.
008631*A DEPARTMENT CHANGE THE OWNERSHIP TABLE WILL NOT ALLOW (2356)
008632*MOVES NOBODY AND IS NOT CHECKED HERE - 2460 REJECTS IT WITH THE
008633*REAL REASON, OR KEEPS THE MASTER DEPARTMENT AND POSTS THE REST.
008634*A REHIRE WHOSE DEPARTMENT IS KEPT LANDS IN THE MASTER DEPARTMENT,
008635*SO THAT IS THE ONE CHECKED.
008636******************************************************************
008637 2355-CHECK-ESTABLISHMENT.
008638     MOVE WS-EMP-DEPT-CODE TO WS-LANDING-DEPT-CODE.
008639     MOVE 'N' TO WS-EMP-ASSIGNED-SW.
008640     MOVE WS-EMP-ID TO PSA-EMP-ID.
008641     READ POSITION-ASSIGN-FILE
008642         NOT INVALID KEY
008643             SET WS-EMP-ASSIGNED TO TRUE
008644     END-READ.
008645     IF WS-EMP-ASSIGNED AND PSA-DEPT-CODE = WS-EMP-DEPT-CODE
008646         GO TO 2355-EXIT
008647     END-IF.
008648     IF WS-EMP-TRANS-CHANGE
008649         MOVE WS-EMP-ID TO EMP-ID
008650         READ EMPMSTR-FILE
008651             INVALID KEY
008652                 GO TO 2355-EXIT
008653         END-READ
008654         IF EMP-DEPT-CODE = WS-EMP-DEPT-CODE
008655            OR EMP-ST-TERMINATED
008656             GO TO 2355-EXIT
008657         END-IF
008658         PERFORM 2356-CHECK-DEPT-OWNER THRU 2356-EXIT
008659         IF WS-DEPT-CHANGE-REFUSED OR WS-DEPT-CHANGE-KEPT
008660             GO TO 2355-EXIT
008661         END-IF
008662     END-IF.
008663     IF WS-EMP-TRANS-REHIRE
008664         MOVE WS-EMP-ID TO EMP-ID
008665         READ EMPMSTR-FILE
008666             INVALID KEY
008667                 GO TO 2355-EXIT
008668         END-READ
008669         IF EMP-DEPT-CODE NOT = WS-EMP-DEPT-CODE
008670             PERFORM 2356-CHECK-DEPT-OWNER THRU 2356-EXIT
008671             IF WS-DEPT-CHANGE-REFUSED
008672                 GO TO 2355-EXIT
008673             END-IF
008674             IF WS-DEPT-CHANGE-KEPT
008675                 MOVE EMP-DEPT-CODE TO WS-LANDING-DEPT-CODE
008676                 IF WS-EMP-ASSIGNED
008677                    AND PSA-DEPT-CODE = WS-LANDING-DEPT-CODE
008678                     GO TO 2355-EXIT
008679                 END-IF
008680             END-IF
008681         END-IF
008682     END-IF.
008683     PERFORM 2357-FIND-VACANCY THRU 2357-EXIT.
008684     IF WS-DEPT-CONTROLLED AND NOT WS-VACANCY-FOUND
008685         MOVE 'N' TO WS-RECORD-VALID-SW
008686         MOVE "OVER ESTABLISHMENT - NO VACANT POSITION"
008687             TO WS-EXCEPTION-REASON
008688         ADD 1 TO WS-OVER-ESTABLISHMENT
008689     END-IF.
008690 2355-EXIT.
008691     EXIT.
008692
008693******************************************************************
008694*2356-CHECK-DEPT-OWNER
008695*LOOKS AHEAD TO THE DEPARTMENT VERDICT 2460 WILL REACH, WITHOUT
008696*RECORDING ANYTHING.  'R' - THE FIELD HAS OWNERS AND THIS SOURCE
008697*IS NOT ONE, SO THE WHOLE TRANSACTION WILL BE REFUSED.  'K' - A
008698*HIGHER-RANKED SOURCE HAS ALREADY SET THE DEPARTMENT TONIGHT, SO
008699*THE MASTER DEPARTMENT WILL STAND.  A REHIRE ONLY HEEDS 'R' - A
008700*KEPT DEPARTMENT STILL REHIRES THE EMPLOYEE, INTO THE MASTER
008701*DEPARTMENT.
008709******************************************************************
008710 2356-CHECK-DEPT-OWNER.
008711     MOVE 'N' TO WS-DEPT-OWNER-SW.
008712     MOVE 3 TO WS-FLD-SUB.
008713     PERFORM 2470-LOOKUP-RANK THRU 2470-EXIT.
008714     IF WS-FIELD-OWNED AND NOT WS-SOURCE-LISTED
008715         SET WS-DEPT-CHANGE-REFUSED TO TRUE
008716         GO TO 2356-EXIT
008717     END-IF.
008718     IF WS-TOUCH-COUNT = ZERO
008719         GO TO 2356-EXIT
008720     END-IF.
008721     SET WS-TCH-IDX TO 1.
008722     SEARCH WS-TOUCH-ENTRY
008723         AT END
008724             GO TO 2356-EXIT
008725         WHEN WS-TCH-EMP-ID (WS-TCH-IDX) = WS-EMP-ID
008726             CONTINUE
008727     END-SEARCH.
008728     IF WS-TCH-SETTER (WS-TCH-IDX, 3) NOT = SPACES
008729        AND WS-TCH-RANK (WS-TCH-IDX, 3) < WS-SRC-RANK
008730         SET WS-DEPT-CHANGE-KEPT TO TRUE
008731     END-IF.
008732 2356-EXIT.
008733     EXIT.
008734
008735*SCANS THE DEPARTMENT'S POSITIONS IN NUMBER ORDER FOR THE FIRST
008736*ONE NOT FROZEN WITH FEWER INCUMBENTS THAN IT IS AUTHORIZED FOR.
008737 2357-FIND-VACANCY.
008738     MOVE 'N' TO WS-DEPT-CONTROLLED-SW.
008739     MOVE 'N' TO WS-VACANCY-FOUND-SW.
008740     MOVE 'N' TO WS-POSN-SCAN-DONE-SW.
008741     MOVE WS-LANDING-DEPT-CODE TO POS-DEPT-CODE.
008742     MOVE ZERO TO POS-NUMBER.
008743     START POSITION-FILE KEY NOT LESS THAN POS-KEY
008744         INVALID KEY
008745             SET WS-POSN-SCAN-DONE TO TRUE
008746     END-START.
008747     PERFORM 2358-CHECK-ONE-POSITION THRU 2358-EXIT
008748         UNTIL WS-POSN-SCAN-DONE OR WS-VACANCY-FOUND.
008749 2357-EXIT.
008750     EXIT.
008751
008752 2358-CHECK-ONE-POSITION.
008753     READ POSITION-FILE NEXT RECORD
008754         AT END
008755             SET WS-POSN-SCAN-DONE TO TRUE
008756     END-READ.
008757     IF WS-POSN-SCAN-DONE
008758         GO TO 2358-EXIT
008759     END-IF.
008760     IF POS-DEPT-CODE NOT = WS-LANDING-DEPT-CODE
008761         SET WS-POSN-SCAN-DONE TO TRUE
008762         GO TO 2358-EXIT
008763     END-IF.
008764     SET WS-DEPT-CONTROLLED TO TRUE.
008765     IF POS-ST-FROZEN
008766        OR POS-FILLED-COUNT NOT < POS-AUTH-COUNT
008767         GO TO 2358-EXIT
008768     END-IF.
008769     SET WS-VACANCY-FOUND TO TRUE.
008770     MOVE POS-KEY TO WS-VACANT-POS-KEY.
008771 2358-EXIT.
008772     EXIT.
008774
008775******************************************************************
008890             PERFORM 2430-TERM-MASTER-RECORD THRU 2430-EXIT
008892         WHEN WS-EMP-TRANS-REHIRE
008894             PERFORM 2440-REHIRE-MASTER-RECORD THRU 2440-EXIT
008896         WHEN WS-EMP-TRANS-REKEY
008898             PERFORM 2450-REKEY-MASTER-RECORD THRU 2450-EXIT
008900     END-EVALUATE.
008910 2400-EXIT.
008920     EXIT.
009130             ADD 1 TO WS-RECORDS-WRITTEN
009140             MOVE 'A' TO WS-JRN-ACTION
009150             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
009152             MOVE ALL 'A' TO WS-FLD-VERDICT-TABLE
009154             PERFORM 2490-FIND-TOUCH THRU 2490-EXIT
009156             PERFORM 2480-RECORD-TOUCH THRU 2480-EXIT
009157             PERFORM 2950-SETTLE-POSITION THRU 2950-EXIT
009160     END-WRITE.
009170 2410-EXIT.
009180     EXIT.
009330                 TO WS-EXCEPTION-REASON
009340             GO TO 2420-EXIT
009350     END-READ.
009351     PERFORM 2460-CHECK-FIELD-OWNERSHIP THRU 2460-EXIT.
009352     IF NOT WS-RECORD-VALID
009353         GO TO 2420-EXIT
009354     END-IF.
009360     MOVE EMP-MASTER-RECORD TO WS-JRN-BEFORE.
009370     MOVE WS-EMP-NAME      TO EMP-NAME.
009380     MOVE WS-EMP-DEGREE    TO EMP-DEGREE.
009470             ADD 1 TO WS-RECORDS-WRITTEN
009480             MOVE 'C' TO WS-JRN-ACTION
009490             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
009494             PERFORM 2480-RECORD-TOUCH THRU 2480-EXIT
009496             PERFORM 2950-SETTLE-POSITION THRU 2950-EXIT
009500     END-REWRITE.
009510 2420-EXIT.
009520     EXIT.
009730             TO WS-EXCEPTION-REASON
009740         GO TO 2430-EXIT
009750     END-IF.
009751     PERFORM 2460-CHECK-FIELD-OWNERSHIP THRU 2460-EXIT.
009752     IF NOT WS-RECORD-VALID
009753         GO TO 2430-EXIT
009754     END-IF.
009760     MOVE EMP-MASTER-RECORD TO WS-JRN-BEFORE.
009770     IF WS-EMP-TERM-DATE > ZERO
009780         MOVE WS-EMP-TERM-DATE TO EMP-TERM-DATE
009900             ADD 1 TO WS-RECORDS-WRITTEN
009910             MOVE 'T' TO WS-JRN-ACTION
009920             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
009924             PERFORM 2480-RECORD-TOUCH THRU 2480-EXIT
009926             PERFORM 2960-FREE-POSITION THRU 2960-EXIT
009930     END-REWRITE.
009940 2430-EXIT.
009950     EXIT.
009982             TO WS-EXCEPTION-REASON
009983         GO TO 2440-EXIT
009984     END-IF.
009985     PERFORM 2460-CHECK-FIELD-OWNERSHIP THRU 2460-EXIT.
009986     IF NOT WS-RECORD-VALID
009987         GO TO 2440-EXIT
009988     END-IF.
009989     MOVE EMP-MASTER-RECORD TO WS-JRN-BEFORE.
009990     MOVE WS-EMP-NAME      TO EMP-NAME.
009991     MOVE WS-EMP-DEGREE    TO EMP-DEGREE.
009992     MOVE WS-EMP-HIRE-DATE TO EMP-HIRE-DATE.
009993     MOVE WS-EMP-DEPT-CODE TO EMP-DEPT-CODE.
009994     MOVE WS-EMP-SOURCE-SYSTEM TO EMP-SOURCE-SYSTEM.
009995     MOVE 'R'              TO EMP-TRANS-CODE.
009996     MOVE 'A'              TO EMP-STATUS-SW.
009997     MOVE ZERO             TO EMP-TERM-DATE.
009998     REWRITE EMP-MASTER-RECORD
009999         INVALID KEY
010000             MOVE 'N' TO WS-RECORD-VALID-SW
010001             MOVE "REWRITE FAILED ON MASTER FILE"
010002                 TO WS-EXCEPTION-REASON
010003         NOT INVALID KEY
010004             ADD 1 TO WS-RECORDS-WRITTEN
010005             MOVE 'R' TO WS-JRN-ACTION
010006             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
010007             PERFORM 2480-RECORD-TOUCH THRU 2480-EXIT
010008             PERFORM 2950-SETTLE-POSITION THRU 2950-EXIT
010009     END-REWRITE.
010010 2440-EXIT.
010011     EXIT.
010012
010013******************************************************************
010014*2450-REKEY-MASTER-RECORD
010015*MOVES AN EMPLOYEE ALREADY ON THE MASTER FILE TO A CORRECTED
010016*EMPLOYEE ID, INTACT - HIRE DATE, STATUS, TERMINATION DATE,
010017*DEPARTMENT AND SOURCE GO ACROSS AS THEY STAND.  THE RECORD IS
010018*WRITTEN UNDER THE NEW ID FIRST, SO A NEW ID ALREADY ON FILE
010019*REFUSES THE MOVE WITH THE OLD RECORD UNTOUCHED, THEN THE OLD
010020*ID IS DELETED.  ONE 'K' JOURNAL RECORD CARRIES THE OLD IMAGE
010021*AS ITS BEFORE-IMAGE AND THE NEW IMAGE AS ITS AFTER-IMAGE.
010022*AN OLD ID THAT WILL NOT DELETE BACKS THE MOVE OUT (2455).
010023******************************************************************
010024 2450-REKEY-MASTER-RECORD.
010025     MOVE WS-EMP-ID TO EMP-ID.
010026     READ EMPMSTR-FILE
010027         INVALID KEY
010028             MOVE 'N' TO WS-RECORD-VALID-SW
010029             MOVE "EMPLOYEE NOT ON MASTER FILE"
010030                 TO WS-EXCEPTION-REASON
010031             GO TO 2450-EXIT
010032     END-READ.
010033     MOVE EMP-MASTER-RECORD TO WS-JRN-BEFORE.
010034     MOVE WS-EMP-NEW-ID    TO EMP-ID.
010035     MOVE 'K'              TO EMP-TRANS-CODE.
010036     WRITE EMP-MASTER-RECORD
010037         INVALID KEY
010038             MOVE 'N' TO WS-RECORD-VALID-SW
010039             MOVE "NEW EMPLOYEE ID ALREADY ON MASTER FILE"
010040                 TO WS-EXCEPTION-REASON
010041             GO TO 2450-EXIT
010042     END-WRITE.
010043     MOVE EMP-MASTER-RECORD TO WS-REKEY-IMAGE.
010044     MOVE WS-EMP-ID TO EMP-ID.
010045     DELETE EMPMSTR-FILE RECORD
010046         INVALID KEY
010047             DISPLAY "HELLO0042 RE-KEY OF " WS-EMP-ID
010048                 " - OLD ID COULD NOT BE DELETED - STATUS "
010049                 WS-EMPMSTR-STATUS
010050             PERFORM 2455-BACK-OUT-REKEY THRU 2455-EXIT
010051             GO TO 2450-EXIT
010052     END-DELETE.
010053     MOVE WS-REKEY-IMAGE TO EMP-MASTER-RECORD.
010054     ADD 1 TO WS-RECORDS-WRITTEN.
010055     ADD 1 TO WS-RECORDS-REKEYED.
010056     MOVE 'K' TO WS-JRN-ACTION.
010057     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
010058     PERFORM 2970-MOVE-ASSIGNMENT THRU 2970-EXIT.
010059 2450-EXIT.
010060     EXIT.
010061
010062*THE OLD ID COULD NOT BE REMOVED, SO THE RECORD JUST WRITTEN
010063*UNDER THE NEW ID IS TAKEN BACK OUT AND THE RE-KEY REJECTS TO
010064*SUSPENSE - NOTHING IS JOURNALED, SENT TO HR OR MOVED ON THE
010065*POSITION-ASSIGNMENT FILE.
010066 2455-BACK-OUT-REKEY.
010067     MOVE WS-EMP-NEW-ID TO EMP-ID.
010068     DELETE EMPMSTR-FILE RECORD
010069         INVALID KEY
010070             DISPLAY "HELLO0042 RE-KEY OF " WS-EMP-ID
010071                 " - NEW ID " WS-EMP-NEW-ID " COULD NOT BE "
010072                 "BACKED OUT - STATUS " WS-EMPMSTR-STATUS
010073     END-DELETE.
010074     MOVE 'N' TO WS-RECORD-VALID-SW.
010075     MOVE "OLD EMPLOYEE ID COULD NOT BE DELETED"
010076         TO WS-EXCEPTION-REASON.
010077 2455-EXIT.
010078     EXIT.
010079
010080******************************************************************
010081*2460-CHECK-FIELD-OWNERSHIP
010082*APPLIES THE FIELD-OWNERSHIP PRECEDENCE TABLE TO A CHANGE, TERM
010083*OR REHIRE, ONCE THE MASTER RECORD HAS BEEN READ.  ONLY A FIELD
010084*THE TRANSACTION WOULD ACTUALLY CHANGE IS JUDGED - NAME, DEGREE
010085*AND DEPARTMENT WHEN THEY DIFFER FROM THE MASTER, THE STATUS ON
010086*EVERY TERM AND REHIRE.  A SOURCE NOT LISTED FOR A FIELD THAT
010087*HAS OWNERS REJECTS THE WHOLE TRANSACTION TO SUSPENSE.  WHEN A
010088*HIGHER-RANKED SOURCE HAS ALREADY SET THE FIELD TONIGHT, ITS
010089*VALUE STANDS: A NAME, DEGREE OR DEPARTMENT KEEPS THE MASTER
010090*VALUE WHILE THE REST OF THE TRANSACTION POSTS, AND A STATUS
010091*CHANGE IS REJECTED.  EQUAL RANK GOES TO THE LATER ARRIVAL.
010092******************************************************************
010093 2460-CHECK-FIELD-OWNERSHIP.
010094     MOVE ALL 'N' TO WS-FLD-VERDICT-TABLE.
010095     IF WS-EMP-TRANS-CHANGE OR WS-EMP-TRANS-REHIRE
010096         IF WS-EMP-NAME NOT = EMP-NAME
010097             MOVE 'A' TO WS-FLD-VERDICT (1)
010098         END-IF
010099         IF WS-EMP-DEGREE NOT = EMP-DEGREE
010100             MOVE 'A' TO WS-FLD-VERDICT (2)
010101         END-IF
010102         IF WS-EMP-DEPT-CODE NOT = EMP-DEPT-CODE
010103             MOVE 'A' TO WS-FLD-VERDICT (3)
010104         END-IF
010105     END-IF.
010106     IF WS-EMP-TRANS-TERM OR WS-EMP-TRANS-REHIRE
010107         MOVE 'A' TO WS-FLD-VERDICT (4)
010108     END-IF.
010109     PERFORM 2490-FIND-TOUCH THRU 2490-EXIT.
010110     PERFORM 2465-CHECK-ONE-FIELD THRU 2465-EXIT
010111         VARYING WS-FLD-SUB FROM 1 BY 1
010112         UNTIL WS-FLD-SUB > WS-OWNED-FIELD-MAX
010113            OR NOT WS-RECORD-VALID.
010114     IF NOT WS-RECORD-VALID
010115         GO TO 2460-EXIT
010116     END-IF.
010117*    A KEPT FIELD CARRIES THE MASTER VALUE FORWARD IN THE
010118*    TRANSACTION, SO THE REWRITE LEAVES IT ALONE AND THE HR
010119*    INTERFACE SHOWS WHAT WAS ACTUALLY POSTED.
010120     IF WS-FLD-VERDICT (1) = 'K'
010121         MOVE EMP-NAME TO WS-EMP-NAME
010122     END-IF.
010123     IF WS-FLD-VERDICT (2) = 'K'
010124         MOVE EMP-DEGREE TO WS-EMP-DEGREE
010125     END-IF.
010126     IF WS-FLD-VERDICT (3) = 'K'
010127         MOVE EMP-DEPT-CODE TO WS-EMP-DEPT-CODE
010128     END-IF.
010129 2460-EXIT.
010130     EXIT.
010131
010132 2465-CHECK-ONE-FIELD.
010133     IF WS-FLD-VERDICT (WS-FLD-SUB) = 'N'
010134         GO TO 2465-EXIT
010135     END-IF.
010136     PERFORM 2470-LOOKUP-RANK THRU 2470-EXIT.
010137     IF WS-FIELD-OWNED AND NOT WS-SOURCE-LISTED
010138         MOVE 'N' TO WS-RECORD-VALID-SW
010139         MOVE SPACES TO WS-EXCEPTION-REASON
010140         STRING "SOURCE NOT OWNER OF FIELD " DELIMITED BY SIZE
010141                WS-OWNED-FIELD (WS-FLD-SUB)  DELIMITED BY SPACE
010142             INTO WS-EXCEPTION-REASON
010143         END-STRING
010144         ADD 1 TO WS-OWNERSHIP-REFUSED
010145         PERFORM 2475-NOTE-LOSER THRU 2475-EXIT
010146         GO TO 2465-EXIT
010147     END-IF.
010148     IF WS-TCH-SUB = ZERO
010149         GO TO 2465-EXIT
010150     END-IF.
010151     IF WS-TCH-SETTER (WS-TCH-SUB, WS-FLD-SUB) = SPACES
010152         GO TO 2465-EXIT
010153     END-IF.
010154     IF WS-TCH-RANK (WS-TCH-SUB, WS-FLD-SUB) NOT < WS-SRC-RANK
010155         GO TO 2465-EXIT
010156     END-IF.
010157     IF WS-FLD-SUB = 4
010158         MOVE 'N' TO WS-RECORD-VALID-SW
010159         MOVE "STATUS SET TONIGHT BY HIGHER SOURCE"
010160             TO WS-EXCEPTION-REASON
010161         ADD 1 TO WS-STATUS-REFUSED
010162     ELSE
010163         MOVE 'K' TO WS-FLD-VERDICT (WS-FLD-SUB)
010164         ADD 1 TO WS-FIELDS-OVERRULED
010165     END-IF.
010166     PERFORM 2475-NOTE-LOSER THRU 2475-EXIT.
010167 2465-EXIT.
010168     EXIT.
010169
010170*FINDS THE TRANSACTION SOURCE'S RANK FOR THE FIELD AT
010171*WS-FLD-SUB.  WS-FIELD-OWNED SAYS WHETHER THE FIELD HAS ANY
010172*ENTRIES AT ALL; WS-SOURCE-LISTED WHETHER THIS SOURCE IS ONE OF
010173*THEM.  AN UNLISTED SOURCE RANKS 99.
010174 2470-LOOKUP-RANK.
010175     MOVE 'N' TO WS-FIELD-OWNED-SW.
010176     MOVE 'N' TO WS-SOURCE-LISTED-SW.
010177     MOVE 99 TO WS-SRC-RANK.
010178     IF WS-OWNER-TABLE-COUNT = ZERO
010179         GO TO 2470-EXIT
010180     END-IF.
010181     PERFORM 2472-MATCH-ONE-OWNER THRU 2472-EXIT
010182         VARYING WS-OWNER-IDX FROM 1 BY 1
010183         UNTIL WS-OWNER-IDX > WS-OWNER-TABLE-COUNT.
010184 2470-EXIT.
010185     EXIT.
010186
010187 2472-MATCH-ONE-OWNER.
010188     IF WS-OWNER-FIELD-T (WS-OWNER-IDX)
010189            NOT = WS-OWNED-FIELD (WS-FLD-SUB)
010190         GO TO 2472-EXIT
010191     END-IF.
010192     SET WS-FIELD-OWNED TO TRUE.
010193     IF WS-OWNER-SOURCE-T (WS-OWNER-IDX) = WS-EMP-SOURCE-SYSTEM
010194         SET WS-SOURCE-LISTED TO TRUE
010195         MOVE WS-OWNER-RANK-T (WS-OWNER-IDX) TO WS-SRC-RANK
010196     END-IF.
010197 2472-EXIT.
010198     EXIT.
010199
010200*NOTES THE TRANSACTION SOURCE AS OVERRULED OR REFUSED ON THE
010201*FIELD AT WS-FLD-SUB, FOR THE CONFLICT REPORT.
010202 2475-NOTE-LOSER.
010203     IF WS-TCH-SUB = ZERO
010204         GO TO 2475-EXIT
010205     END-IF.
010206     MOVE WS-EMP-SOURCE-SYSTEM
010207         TO WS-TCH-LOSER (WS-TCH-SUB, WS-FLD-SUB).
010208     PERFORM 2495-NOTE-SOURCE THRU 2495-EXIT.
010209 2475-EXIT.
010210     EXIT.
010211
010212******************************************************************
010213*2480-RECORD-TOUCH
010214*AFTER A SUCCESSFUL POST, RECORDS THE TRANSACTION SOURCE AS THE
010215*SETTER OF EVERY FIELD IT APPLIED, WITH ITS RANK.  A LOWER-
010216*RANKED SOURCE THAT SET THE FIELD EARLIER TONIGHT IS NOTED AS
010217*OVERRULED.
010218******************************************************************
010219 2480-RECORD-TOUCH.
010220     IF WS-TCH-SUB = ZERO
010221         GO TO 2480-EXIT
010222     END-IF.
010223     PERFORM 2495-NOTE-SOURCE THRU 2495-EXIT.
010224     PERFORM 2485-SET-ONE-FIELD THRU 2485-EXIT
010225         VARYING WS-FLD-SUB FROM 1 BY 1
010226         UNTIL WS-FLD-SUB > WS-OWNED-FIELD-MAX.
010227 2480-EXIT.
010228     EXIT.
010229
010230 2485-SET-ONE-FIELD.
010231     IF WS-FLD-VERDICT (WS-FLD-SUB) NOT = 'A'
010232         GO TO 2485-EXIT
010233     END-IF.
010234     PERFORM 2470-LOOKUP-RANK THRU 2470-EXIT.
010235     IF WS-TCH-SETTER (WS-TCH-SUB, WS-FLD-SUB) NOT = SPACES
010236        AND WS-TCH-SETTER (WS-TCH-SUB, WS-FLD-SUB)
010237            NOT = WS-EMP-SOURCE-SYSTEM
010238         MOVE WS-TCH-SETTER (WS-TCH-SUB, WS-FLD-SUB)
010239             TO WS-TCH-LOSER (WS-TCH-SUB, WS-FLD-SUB)
010240     END-IF.
010241     MOVE WS-EMP-SOURCE-SYSTEM
010242         TO WS-TCH-SETTER (WS-TCH-SUB, WS-FLD-SUB).
010243     MOVE WS-SRC-RANK TO WS-TCH-RANK (WS-TCH-SUB, WS-FLD-SUB).
010244 2485-EXIT.
010245     EXIT.
010246
010247******************************************************************
010248*2490-FIND-TOUCH
010249*POINTS WS-TCH-SUB AT TONIGHT'S TOUCH ENTRY FOR THE EMPLOYEE IN
010250*HAND, OPENING ONE IF THIS IS THE FIRST TOUCH.  ZERO WHEN THE
010251*TABLE IS FULL.
010252******************************************************************
010253 2490-FIND-TOUCH.
010254     MOVE ZERO TO WS-TCH-SUB.
010255     IF WS-TOUCH-COUNT > ZERO
010256         SET WS-TCH-IDX TO 1
010257         SEARCH WS-TOUCH-ENTRY
010258             WHEN WS-TCH-EMP-ID (WS-TCH-IDX) = WS-EMP-ID
010259                 SET WS-TCH-SUB TO WS-TCH-IDX
010260         END-SEARCH
010261     END-IF.
010262     IF WS-TCH-SUB > ZERO
010263         GO TO 2490-EXIT
010264     END-IF.
010265     IF WS-TOUCH-COUNT >= WS-TOUCH-TABLE-MAX
010266         IF NOT WS-TOUCH-TABLE-FULL
010267             DISPLAY "HELLO0046 CONFLICT TOUCH TABLE FULL AT "
010268                 WS-TOUCH-TABLE-MAX " EMPLOYEES - LATER"
010269             DISPLAY "          EMPLOYEES ARE NOT TRACKED"
010270             SET WS-TOUCH-TABLE-FULL TO TRUE
010271         END-IF
010272         GO TO 2490-EXIT
010273     END-IF.
010274     ADD 1 TO WS-TOUCH-COUNT.
010275     MOVE WS-TOUCH-COUNT TO WS-TCH-SUB.
010276     MOVE SPACES    TO WS-TOUCH-ENTRY (WS-TCH-SUB).
010277     MOVE WS-EMP-ID TO WS-TCH-EMP-ID (WS-TCH-SUB).
010278     MOVE ZERO      TO WS-TCH-SOURCE-COUNT (WS-TCH-SUB).
010279 2490-EXIT.
010280     EXIT.
010281
010282*ADDS THE TRANSACTION SOURCE TO THE EMPLOYEE'S SOURCES SEEN
010283*TONIGHT, ONCE.  FOUR ARE KEPT - ANY PAST TWO ALREADY MAKES THE
010284*EMPLOYEE A CONFLICT.
010285 2495-NOTE-SOURCE.
010286     MOVE 'N' TO WS-TOUCH-SOURCE-SW.
010287     PERFORM 2497-MATCH-ONE-SOURCE THRU 2497-EXIT
010288         VARYING WS-TCH-SRC-SUB FROM 1 BY 1
010289         UNTIL WS-TCH-SRC-SUB > WS-TCH-SOURCE-COUNT (WS-TCH-SUB)
010290            OR WS-TOUCH-SOURCE-FOUND.
010291     IF WS-TOUCH-SOURCE-FOUND
010292        OR WS-TCH-SOURCE-COUNT (WS-TCH-SUB) >= 4
010293         GO TO 2495-EXIT
010294     END-IF.
010295     ADD 1 TO WS-TCH-SOURCE-COUNT (WS-TCH-SUB).
010296     MOVE WS-TCH-SOURCE-COUNT (WS-TCH-SUB) TO WS-TCH-SRC-SUB.
010297     MOVE WS-EMP-SOURCE-SYSTEM
010298         TO WS-TCH-SOURCE (WS-TCH-SUB, WS-TCH-SRC-SUB).
010299 2495-EXIT.
010300     EXIT.
010301
010302 2497-MATCH-ONE-SOURCE.
010303     IF WS-TCH-SOURCE (WS-TCH-SUB, WS-TCH-SRC-SUB)
010304            = WS-EMP-SOURCE-SYSTEM
010305         SET WS-TOUCH-SOURCE-FOUND TO TRUE
010306     END-IF.
010307 2497-EXIT.
010308     EXIT.
010309
010310******************************************************************
010311*2500-WRITE-INTERFACE-RECORD
010312*EXTRACTS THE ACCEPTED TRANSACTION TO THE FIXED-WIDTH HR
010313*INTERFACE FILE PICKED UP BY THE NIGHTLY HR LOAD JOB.
010314******************************************************************
010315 2500-WRITE-INTERFACE-RECORD.
010316     MOVE SPACES        TO HR-INTERFACE-RECORD.
010317     MOVE WS-EMP-ID     TO HR-EMP-ID.
010318     MOVE WS-EMP-NAME   TO HR-EMP-NAME.
010319     MOVE WS-EMP-DEGREE TO HR-EMP-DEGREE.
010320     MOVE WS-RUN-DATE   TO HR-RUN-DATE.
010321     MOVE WS-EMP-TRANS-CODE TO HR-ACTION-CODE.
010322*    THE TERMINATION CARRIES THE DEPARTMENT ALREADY ON THE
010323*    MASTER - THE FEED DOES NOT SUPPLY ONE ON A 'T'.
010324     IF WS-EMP-TRANS-TERM
010325         MOVE EMP-DEPT-CODE TO HR-DEPT-CODE
010326     ELSE
010327         MOVE WS-EMP-DEPT-CODE TO HR-DEPT-CODE
010328     END-IF.
010329     MOVE WS-EMP-SOURCE-SYSTEM TO HR-SOURCE-SYSTEM.
010330     IF WS-EMP-TRANS-TERM
010331         MOVE EMP-TERM-DATE TO HR-TERM-DATE
010332     END-IF.
010333*    A RE-KEY GOES TO HR AS ONE RECORD UNDER THE NEW ID, WITH
010334*    THE OLD ID ALONGSIDE AND THE VALUES AS MOVED ON THE MASTER.
010335     IF WS-EMP-TRANS-REKEY
010336         MOVE EMP-ID        TO HR-EMP-ID
010337         MOVE WS-EMP-ID     TO HR-OLD-EMP-ID
010338         MOVE EMP-NAME      TO HR-EMP-NAME
010339         MOVE EMP-DEGREE    TO HR-EMP-DEGREE
010340         MOVE EMP-DEPT-CODE TO HR-DEPT-CODE
010341         IF EMP-ST-TERMINATED
010342             MOVE EMP-TERM-DATE TO HR-TERM-DATE
010343         END-IF
010344     END-IF.
010345     WRITE HR-INTERFACE-RECORD.
010346 2500-EXIT.
010347     EXIT.
010348 
010349******************************************************************
010350*2600-WRITE-CHECKPOINT
010351*WRITES A CHECKPOINT RECORD EVERY WS-CHECKPOINT-INTERVAL
010352*ACCEPTED RECORDS SO A RERUN CAN RESTART PAST THIS POINT.
010353******************************************************************
010354 2600-WRITE-CHECKPOINT.
010355     ADD 1 TO WS-RECORDS-SINCE-CKPT.
010356     IF WS-RECORDS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
010357         MOVE WS-EMP-ID          TO CKPT-LAST-KEY
010358         MOVE WS-RECORDS-WRITTEN TO CKPT-RECORD-COUNT
010359         PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT
010360         MOVE WS-TIMESTAMP       TO CKPT-TIMESTAMP
010361         WRITE CHECKPOINT-RECORD
010362         MOVE ZERO TO WS-RECORDS-SINCE-CKPT
010363         DISPLAY "HELLO0004 CHECKPOINT WRITTEN AT KEY " WS-EMP-ID
010364     END-IF.
010365 2600-EXIT.
010366     EXIT.
010367 
010368******************************************************************
010369*2700-WRITE-EXCEPTION
010370*WRITES A REJECTED TRANSACTION AND ITS REASON TO THE
010380*EXCEPTION REPORT, THEN HOLDS IT ON THE SUSPENSE FILE FOR THE
010390*NEXT RUN - OR DROPS IT, WITH A WARNING, ONCE IT HAS RECYCLED
011080     WRITE JOURNAL-RECORD.
011090 2800-EXIT.
011100     EXIT.
011101
011102******************************************************************
011103*2950-SETTLE-POSITION
011104*AFTER AN ADD, CHANGE OR REHIRE HAS POSTED, BRINGS THE EMPLOYEE'S
011105*POSITION INTO LINE WITH THE DEPARTMENT NOW ON THE MASTER.  A
011106*POSITION HELD IN ANOTHER DEPARTMENT IS FREED; THE VACANCY 2355
011107*FOUND IN THE NEW DEPARTMENT IS THEN TAKEN.  WHEN THE OWNERSHIP
011108*RULES KEPT THE MASTER DEPARTMENT, THE VACANCY IS LEFT ALONE.
011109******************************************************************
011110 2950-SETTLE-POSITION.
011111     MOVE 'N' TO WS-EMP-ASSIGNED-SW.
011112     MOVE WS-EMP-ID TO PSA-EMP-ID.
011113     READ POSITION-ASSIGN-FILE
011114         NOT INVALID KEY
011115             SET WS-EMP-ASSIGNED TO TRUE
011116     END-READ.
011117     IF WS-EMP-ASSIGNED AND PSA-DEPT-CODE NOT = WS-EMP-DEPT-CODE
011118         PERFORM 2960-FREE-POSITION THRU 2960-EXIT
011119         MOVE 'N' TO WS-EMP-ASSIGNED-SW
011120     END-IF.
011121     IF WS-EMP-ASSIGNED
011122        OR WS-VACANT-POS-KEY = SPACES
011123        OR WS-VACANT-DEPT-CODE NOT = WS-EMP-DEPT-CODE
011124         GO TO 2950-EXIT
011125     END-IF.
011126     PERFORM 2965-TAKE-POSITION THRU 2965-EXIT.
011127 2950-EXIT.
011128     EXIT.
011129
011130******************************************************************
011131*2960-FREE-POSITION
011132*RELEASES THE POSITION THE EMPLOYEE HOLDS, IF ANY - ON A
011133*TERMINATION, AND BY 2950 ON A TRANSFER OUT.  THE POSITION
011134*REOPENS UNLESS IT IS FROZEN.
011135******************************************************************
011136 2960-FREE-POSITION.
011137     MOVE WS-EMP-ID TO PSA-EMP-ID.
011138     READ POSITION-ASSIGN-FILE
011139         INVALID KEY
011140             GO TO 2960-EXIT
011141     END-READ.
011142     MOVE PSA-POSITION-KEY TO POS-KEY.
011143     READ POSITION-FILE
011144         INVALID KEY
011145             DISPLAY "HELLO0054 POSITION " PSA-POSITION-KEY
011146                 " HELD BY " WS-EMP-ID " IS NOT ON THE POSITION "
011147                 "MASTER - ASSIGNMENT REMOVED"
011148         NOT INVALID KEY
011149             PERFORM 2962-RELEASE-ONE-SEAT THRU 2962-EXIT
011150     END-READ.
011151     DELETE POSITION-ASSIGN-FILE RECORD
011152         INVALID KEY
011153             DISPLAY "HELLO0055 ASSIGNMENT OF " WS-EMP-ID
011154                 " DELETE FAILED - STATUS " WS-PSA-STATUS
011155         NOT INVALID KEY
011156             ADD 1 TO WS-POSITIONS-FREED
011157     END-DELETE.
011158 2960-EXIT.
011159     EXIT.
011160
011161 2962-RELEASE-ONE-SEAT.
011162     IF POS-FILLED-COUNT > ZERO
011163         SUBTRACT 1 FROM POS-FILLED-COUNT
011164     END-IF.
011165     IF NOT POS-ST-FROZEN
011166        AND POS-FILLED-COUNT < POS-AUTH-COUNT
011167         SET POS-ST-OPEN TO TRUE
011168     END-IF.
011169     MOVE WS-BUSINESS-DATE     TO POS-UPDATED-DATE.
011170     MOVE WS-EMP-SOURCE-SYSTEM TO POS-UPDATED-BY.
011171     REWRITE POSITION-RECORD
011172         INVALID KEY
011173             DISPLAY "HELLO0055 POSITION " POS-KEY
011174                 " REWRITE FAILED - STATUS " WS-POSN-STATUS
011175     END-REWRITE.
011176 2962-EXIT.
011177     EXIT.
011178
011179*TIES THE EMPLOYEE TO THE VACANT POSITION 2355 FOUND AND COUNTS
011180*THEM AGAINST IT.  THE POSITION SHOWS FILLED ONCE IT REACHES ITS
011181*AUTHORIZED COUNT.
011182 2965-TAKE-POSITION.
011183     MOVE WS-VACANT-POS-KEY TO POS-KEY.
011184     READ POSITION-FILE
011185         INVALID KEY
011186             DISPLAY "HELLO0054 POSITION " WS-VACANT-POS-KEY
011187                 " FOR " WS-EMP-ID " IS NO LONGER ON THE "
011188                 "POSITION MASTER - NOT TIED"
011189             GO TO 2965-EXIT
011190     END-READ.
011191     ADD 1 TO POS-FILLED-COUNT.
011192     IF NOT POS-ST-FROZEN
011193        AND POS-FILLED-COUNT NOT < POS-AUTH-COUNT
011194         SET POS-ST-FILLED TO TRUE
011195     END-IF.
011196     MOVE WS-BUSINESS-DATE     TO POS-UPDATED-DATE.
011197     MOVE WS-EMP-SOURCE-SYSTEM TO POS-UPDATED-BY.
011198     REWRITE POSITION-RECORD
011199         INVALID KEY
011200             DISPLAY "HELLO0055 POSITION " POS-KEY
011201                 " REWRITE FAILED - STATUS " WS-POSN-STATUS
011202             GO TO 2965-EXIT
011203     END-REWRITE.
011204     MOVE SPACES               TO POSITION-ASSIGN-RECORD.
011205     MOVE WS-EMP-ID            TO PSA-EMP-ID.
011206     MOVE WS-VACANT-POS-KEY    TO PSA-POSITION-KEY.
011207     MOVE WS-BUSINESS-DATE     TO PSA-ASSIGNED-DATE.
011208     MOVE WS-EMP-SOURCE-SYSTEM TO PSA-ASSIGNED-BY.
011209     WRITE POSITION-ASSIGN-RECORD
011210         INVALID KEY
011211             DISPLAY "HELLO0055 ASSIGNMENT OF " WS-EMP-ID
011212                 " WRITE FAILED - STATUS " WS-PSA-STATUS
011213         NOT INVALID KEY
011214             ADD 1 TO WS-POSITIONS-FILLED
011215     END-WRITE.
011216 2965-EXIT.
011217     EXIT.
011218
011219*CARRIES A RE-KEYED EMPLOYEE'S POSITION ACROSS TO THE NEW ID.
011220 2970-MOVE-ASSIGNMENT.
011221     MOVE WS-EMP-ID TO PSA-EMP-ID.
011222     READ POSITION-ASSIGN-FILE
011223         INVALID KEY
011224             GO TO 2970-EXIT
011225     END-READ.
011226     DELETE POSITION-ASSIGN-FILE RECORD
011227         INVALID KEY
011228             DISPLAY "HELLO0055 ASSIGNMENT OF " WS-EMP-ID
011229                 " DELETE FAILED - STATUS " WS-PSA-STATUS
011230             GO TO 2970-EXIT
011231     END-DELETE.
011232     MOVE WS-EMP-NEW-ID TO PSA-EMP-ID.
011233     WRITE POSITION-ASSIGN-RECORD
011234         INVALID KEY
011235             DISPLAY "HELLO0055 ASSIGNMENT OF " WS-EMP-NEW-ID
011236                 " WRITE FAILED - STATUS " WS-PSA-STATUS
011237     END-WRITE.
011238 2970-EXIT.
011239     EXIT.
011240 
011241******************************************************************
011242*7000-VERIFY-TRAILER
011243*RECONCILES THE TRL CONTROL RECORD AGAINST WHAT THE RUN
011244*ACTUALLY READ OFF EMPIN.  A MISSING TRAILER, A COUNT
011245*MISMATCH OR AN EMP-ID HASH MISMATCH MEANS THE FEED WAS
011246*TRUNCATED OR CORRUPTED IN TRANSMISSION - THE RUN ENDS WITH
011247*RETURN CODE 16 SO THE SCHEDULER NEVER RELEASES THE HR
011248*INTERFACE FILE DOWNSTREAM.
011249******************************************************************
011250 7000-VERIFY-TRAILER.
011251     IF NOT WS-TRAILER-SEEN
011252         DISPLAY "HELLO0020 SOURCE " WS-CURRENT-SOURCE
011253             " HAS NO TRL CONTROL RECORD - FEED MAY BE "
011254             "TRUNCATED - RUN NOT COMMITTED"
011260         MOVE 16 TO RETURN-CODE
011270     END-IF.
011280     IF WS-STRAY-DETAILS > ZERO
011690*CLOSES EVERY FILE AND DISPLAYS THE RUN COUNTS.
011700******************************************************************
011710 8000-TERMINATE.
011712     IF WS-FILES-OK
011714         PERFORM 8500-WRITE-CONFLICT-REPORT THRU 8500-EXIT
011716     END-IF.
011720     CLOSE EMPIN-FILE
011730           EMPMSTR-FILE
011740           DEGREE-CODES-FILE
011802           PENDING-IN-FILE
011804           PENDING-OUT-FILE
011806           REVIEW-FILE
011810           JOURNAL-FILE
011813           FIELD-OWNER-FILE
011816           CONFLICT-REPORT-FILE
011817           POSITION-FILE
011818           POSITION-ASSIGN-FILE.
011820     DISPLAY "HELLO0005 RECORDS READ     = " WS-RECORDS-READ.
011830     DISPLAY "HELLO0006 RECORDS WRITTEN  = " WS-RECORDS-WRITTEN.
011840     DISPLAY "HELLO0007 RECORDS REJECTED = " WS-RECORDS-REJECTED.
011875         WS-PENDING-CARRIED.
011876     DISPLAY "HELLO0040 HELD FOR REVIEW  = "
011877         WS-RECORDS-REVIEWED.
011878     DISPLAY "HELLO0043 RECORDS RE-KEYED = "
011879         WS-RECORDS-REKEYED.
011880     DISPLAY "HELLO0047 MULTI-SOURCE EMPLOYEES = "
011881         WS-MULTI-SOURCE-EMPS.
011882     DISPLAY "HELLO0048 FIELDS OVERRULED = "
011883         WS-FIELDS-OVERRULED.
011884     DISPLAY "HELLO0049 REFUSED - SOURCE NOT OWNER = "
011885         WS-OWNERSHIP-REFUSED.
011886     DISPLAY "HELLO0050 REFUSED - STATUS SET HIGHER = "
011887         WS-STATUS-REFUSED.
011888     DISPLAY "HELLO0051 REFUSED - OVER ESTABLISHMENT = "
011889         WS-OVER-ESTABLISHMENT.
011890     DISPLAY "HELLO0052 POSITIONS TAKEN  = " WS-POSITIONS-FILLED.
011891     DISPLAY "HELLO0053 POSITIONS FREED  = " WS-POSITIONS-FREED.
011892     PERFORM 8400-WRITE-RUN-RECORD THRU 8400-EXIT.
011893 8000-EXIT.
011900     EXIT.
011910 
011920******************************************************************
012600 8400-EXIT.
012610     EXIT.
012620 
012621******************************************************************
012622*8500-WRITE-CONFLICT-REPORT
012623*PRINTS EVERY EMPLOYEE TOUCHED BY MORE THAN ONE SOURCE TONIGHT,
012624*ONE LINE PER GOVERNED FIELD ANY OF THEM SET OR TRIED TO SET:
012625*THE SOURCE WHOSE VALUE WAS KEPT ("MASTER" WHEN NONE OF TONIGHT'S
012626*DID), ITS RANK, THE SOURCE OVERRULED OR REFUSED, AND THE VALUE
012627*NOW ON THE MASTER, RE-READ SO THE REPORT SHOWS WHAT STANDS.
012628******************************************************************
012629 8500-WRITE-CONFLICT-REPORT.
012630     PERFORM 8510-WRITE-CONF-HEADINGS THRU 8510-EXIT.
012631     MOVE ZERO TO WS-MULTI-SOURCE-EMPS.
012632     IF WS-TOUCH-COUNT > ZERO
012633         PERFORM 8520-REPORT-ONE-EMPLOYEE THRU 8520-EXIT
012634             VARYING WS-TCH-SUB FROM 1 BY 1
012635             UNTIL WS-TCH-SUB > WS-TOUCH-COUNT
012636     END-IF.
012637     IF WS-MULTI-SOURCE-EMPS = ZERO
012638         MOVE "NO EMPLOYEE WAS TOUCHED BY MORE THAN ONE SOURCE"
012639             TO CONFLICT-REPORT-LINE
012640         WRITE CONFLICT-REPORT-LINE AFTER ADVANCING 1 LINE
012641     END-IF.
012642     IF WS-TOUCH-TABLE-FULL
012643         MOVE "TOUCH TABLE FILLED - LATER EMPLOYEES NOT TRACKED"
012644             TO CONFLICT-REPORT-LINE
012645         WRITE CONFLICT-REPORT-LINE AFTER ADVANCING 1 LINE
012646     END-IF.
012647     MOVE WS-MULTI-SOURCE-EMPS TO CF-MULTI-SOURCE.
012648     MOVE WS-FIELDS-OVERRULED  TO CF-OVERRULED.
012649     WRITE CONFLICT-REPORT-LINE FROM WS-CONF-FOOTER-1
012650         AFTER ADVANCING 2 LINES.
012651     MOVE WS-OWNERSHIP-REFUSED TO CF-NOT-OWNER.
012652     MOVE WS-STATUS-REFUSED    TO CF-STATUS-REFUSED.
012653     WRITE CONFLICT-REPORT-LINE FROM WS-CONF-FOOTER-2
012654         AFTER ADVANCING 1 LINE.
012655 8500-EXIT.
012656     EXIT.
012657
012658 8510-WRITE-CONF-HEADINGS.
012659     ADD 1 TO WS-CONF-PAGE-COUNT.
012660     MOVE WS-CONF-PAGE-COUNT TO CH1-PAGE-NUMBER.
012661     MOVE WS-RUN-DATE        TO CH2-RUN-DATE.
012662     MOVE WS-BUSINESS-DATE   TO CH2-BUSINESS-DATE.
012663     MOVE WS-RUN-NUMBER      TO CH2-RUN-NUMBER.
012664     WRITE CONFLICT-REPORT-LINE FROM WS-CONF-HEADING-1
012665         AFTER ADVANCING PAGE.
012666     WRITE CONFLICT-REPORT-LINE FROM WS-CONF-HEADING-2
012667         AFTER ADVANCING 1 LINE.
012668     MOVE SPACES TO CONFLICT-REPORT-LINE.
012669     WRITE CONFLICT-REPORT-LINE AFTER ADVANCING 1 LINE.
012670     WRITE CONFLICT-REPORT-LINE FROM WS-CONF-HEADING-3
012671         AFTER ADVANCING 1 LINE.
012672     MOVE SPACES TO CONFLICT-REPORT-LINE.
012673     MOVE ZERO TO WS-CONF-LINE-COUNT.
012674 8510-EXIT.
012675     EXIT.
012676
012677 8520-REPORT-ONE-EMPLOYEE.
012678     IF WS-TCH-SOURCE-COUNT (WS-TCH-SUB) < 2
012679         GO TO 8520-EXIT
012680     END-IF.
012681     ADD 1 TO WS-MULTI-SOURCE-EMPS.
012682     SET WS-CONF-ON-FILE TO TRUE.
012683     MOVE WS-TCH-EMP-ID (WS-TCH-SUB) TO EMP-ID.
012684     READ EMPMSTR-FILE
012685         INVALID KEY
012686             MOVE 'N' TO WS-CONF-ON-FILE-SW
012687     END-READ.
012688     SET WS-CONF-FIRST-LINE TO TRUE.
012689     PERFORM 8530-REPORT-ONE-FIELD THRU 8530-EXIT
012690         VARYING WS-FLD-SUB FROM 1 BY 1
012691         UNTIL WS-FLD-SUB > WS-OWNED-FIELD-MAX.
012692 8520-EXIT.
012693     EXIT.
012694
012695 8530-REPORT-ONE-FIELD.
012696     IF WS-TCH-SETTER (WS-TCH-SUB, WS-FLD-SUB) = SPACES
012697        AND WS-TCH-LOSER (WS-TCH-SUB, WS-FLD-SUB) = SPACES
012698         GO TO 8530-EXIT
012699     END-IF.
012700     MOVE SPACES TO WS-CONF-DETAIL.
012701     IF WS-CONF-FIRST-LINE
012702         MOVE WS-TCH-EMP-ID (WS-TCH-SUB) TO CD-EMP-ID
012703         MOVE WS-TCH-SOURCE (WS-TCH-SUB, 1) TO CD-SOURCE (1)
012704         MOVE WS-TCH-SOURCE (WS-TCH-SUB, 2) TO CD-SOURCE (2)
012705         MOVE WS-TCH-SOURCE (WS-TCH-SUB, 3) TO CD-SOURCE (3)
012706         MOVE WS-TCH-SOURCE (WS-TCH-SUB, 4) TO CD-SOURCE (4)
012707         MOVE 'N' TO WS-CONF-FIRST-SW
012708     END-IF.
012709     MOVE WS-OWNED-FIELD (WS-FLD-SUB) TO CD-FIELD.
012710     IF WS-TCH-SETTER (WS-TCH-SUB, WS-FLD-SUB) = SPACES
012711         MOVE "MASTER" TO CD-KEPT-SOURCE
012712     ELSE
012713         MOVE WS-TCH-SETTER (WS-TCH-SUB, WS-FLD-SUB)
012714             TO CD-KEPT-SOURCE
012715         MOVE WS-TCH-RANK (WS-TCH-SUB, WS-FLD-SUB) TO CD-KEPT-RANK
012716     END-IF.
012717     MOVE WS-TCH-LOSER (WS-TCH-SUB, WS-FLD-SUB) TO CD-OVERRULED.
012718     IF NOT WS-CONF-ON-FILE
012719         MOVE "NOT ON MASTER FILE" TO CD-FINAL-VALUE
012720     ELSE
012721         EVALUATE WS-FLD-SUB
012722             WHEN 1
012723                 MOVE EMP-NAME TO CD-FINAL-VALUE
012724             WHEN 2
012725                 MOVE EMP-DEGREE TO CD-FINAL-VALUE
012726             WHEN 3
012727                 MOVE EMP-DEPT-CODE TO CD-FINAL-VALUE
012728             WHEN 4
012729                 IF EMP-ST-TERMINATED
012730                     STRING "TERMINATED " DELIMITED BY SIZE
012731                            EMP-TERM-DATE DELIMITED BY SIZE
012732                         INTO CD-FINAL-VALUE
012733                     END-STRING
012734                 ELSE
012735                     MOVE "ACTIVE" TO CD-FINAL-VALUE
012736                 END-IF
012737         END-EVALUATE
012738     END-IF.
012739     IF WS-CONF-LINE-COUNT >= WS-CONF-MAX-LINES
012740         PERFORM 8510-WRITE-CONF-HEADINGS THRU 8510-EXIT
012741     END-IF.
012742     WRITE CONFLICT-REPORT-LINE FROM WS-CONF-DETAIL
012743         AFTER ADVANCING 1 LINE.
012744     ADD 1 TO WS-CONF-LINE-COUNT.
012745 8530-EXIT.
012746     EXIT.
012747
012748 END PROGRAM HELLO.
