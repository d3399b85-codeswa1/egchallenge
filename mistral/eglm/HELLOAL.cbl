000100******************************************************************
000110*PROGRAM:      HELLOAL
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      QUARTERLY OPERATOR ACCESS LISTING FOR THE ACCESS
000170*              RECERTIFICATION.  READS THE OPERATOR-AUTHORITY
000180*              FILE IN KEY ORDER AND PRINTS, FOR EVERY OPERATOR
000190*              AND MENU PROGRAM, EACH FUNCTION GRANTED - SPELT
000200*              OUT FROM THE OPFUNCS TABLE - WITH THE DATE OF
000210*              THE GRANT AND WHO MADE IT, THEN A SIGN-OFF
000220*              BLOCK FOR THE REVIEWING MANAGER.  A LETTER THE
000230*              TABLE NO LONGER KNOWS (A RETIRED CHOICE) IS
000240*              FLAGGED FOR REMOVAL AND ENDS THE STEP RC 4.
000250*MODIFICATION HISTORY:
000260*DATE       INIT DESCRIPTION
000270*---------- ---- ------------------------------------------------
000280*2026-10-15 DK   ORIGINAL PROGRAM.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. HELLOAL.
000320 AUTHOR. D. KOWALSKI.
000330 INSTALLATION. CORPORATE APPLICATIONS.
000340 DATE-WRITTEN. 2026-10-15.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS OPA-KEY
000460         FILE STATUS IS WS-OPAUTH-STATUS.
000470
000480     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-RPT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540
000550 FD  OPER-AUTH-FILE.
000560     COPY OPAUTH.
000570
000580 FD  REPORT-FILE
000590     RECORDING MODE IS F.
000600 01  REPORT-LINE                    PIC X(132).
000610
000620 WORKING-STORAGE SECTION.
000630
000640 01  WS-FILE-STATUSES.
000650     05  WS-OPAUTH-STATUS           PIC X(02).
000660     05  WS-RPT-STATUS              PIC X(02).
000670
000680 01  WS-SWITCHES.
000690     05  WS-EOF-OPAUTH-SW           PIC X(01) VALUE 'N'.
000700         88  WS-END-OF-OPAUTH              VALUE 'Y'.
000710     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
000720         88  WS-FILES-OK                   VALUE 'Y'.
000730
000740 01  WS-COUNTERS.
000750     05  WS-OPERATORS-LISTED        PIC 9(08) COMP VALUE ZERO.
000760     05  WS-GRANTS-LISTED           PIC 9(08) COMP VALUE ZERO.
000770     05  WS-FUNCTIONS-LISTED        PIC 9(08) COMP VALUE ZERO.
000780     05  WS-UNKNOWN-COUNT           PIC 9(08) COMP VALUE ZERO.
000790     05  WS-GRANTS-THIS-OPERATOR    PIC 9(08) COMP VALUE ZERO.
000800
000810 01  WS-PREV-OPERATOR               PIC X(08) VALUE SPACES.
000820 01  WS-LETTER-SUB                  PIC 9(04) COMP VALUE ZERO.
000830 01  WS-WORK-LETTER                 PIC X(01) VALUE SPACE.
000840
000850 01  WS-LINE-COUNT                  PIC 9(02) COMP VALUE ZERO.
000860 01  WS-MAX-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
000870 01  WS-PAGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
000880 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
000890
000900*THE GRANTABLE FUNCTIONS, PROGRAM BY PROGRAM.
000910     COPY OPFUNCS.
000920
000930*REPORT HEADING LINES.
000940 01  WS-HEADING-1.
000950     05  FILLER                     PIC X(30) VALUE SPACES.
000960     05  FILLER                     PIC X(34)
000970             VALUE "QUARTERLY OPERATOR ACCESS LISTING ".
000980     05  FILLER                     PIC X(10) VALUE SPACES.
000990     05  FILLER                     PIC X(05) VALUE "PAGE ".
001000     05  H1-PAGE-NUMBER             PIC ZZZ9.
001010
001020 01  WS-HEADING-2.
001030     05  FILLER                     PIC X(30) VALUE SPACES.
001040     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
001050     05  H2-RUN-DATE                PIC 9(08).
001060
001070 01  WS-HEADING-3.
001080     05  FILLER                     PIC X(10) VALUE "OPERATOR".
001090     05  FILLER                     PIC X(10) VALUE "PROGRAM".
001100     05  FILLER                     PIC X(12) VALUE "GRANTED".
001110     05  FILLER                     PIC X(10) VALUE "BY".
001120     05  FILLER                     PIC X(08) VALUE "FUNCTION".
001130
001140 01  WS-GRANT-LINE.
001150     05  GL-OPERATOR-ID             PIC X(08).
001160     05  FILLER                     PIC X(02) VALUE SPACES.
001170     05  GL-PROGRAM-ID              PIC X(08).
001180     05  FILLER                     PIC X(02) VALUE SPACES.
001190     05  GL-GRANTED-DATE            PIC 9(08).
001200     05  FILLER                     PIC X(04) VALUE SPACES.
001210     05  GL-GRANTED-BY              PIC X(08).
001220
001230 01  WS-DETAIL-LINE.
001240     05  FILLER                     PIC X(42) VALUE SPACES.
001250     05  DL-FUNCTION                PIC X(01).
001260     05  FILLER                     PIC X(03) VALUE " - ".
001270     05  DL-DESCRIPTION             PIC X(31).
001280     05  FILLER                     PIC X(02) VALUE SPACES.
001290     05  DL-FLAG                    PIC X(30).
001300
001310 01  WS-OPERATOR-TOTAL-LINE.
001320     05  FILLER                     PIC X(10) VALUE SPACES.
001330     05  FILLER                     PIC X(09) VALUE "OPERATOR ".
001340     05  OT-OPERATOR-ID             PIC X(08).
001350     05  FILLER                     PIC X(02) VALUE SPACES.
001360     05  OT-GRANT-COUNT             PIC ZZZ,ZZ9.
001370     05  FILLER                     PIC X(20)
001380             VALUE " PROGRAM(S) GRANTED".
001390
001400 01  WS-FOOTER-LINE.
001410     05  FILLER                     PIC X(11)
001420             VALUE "OPERATORS: ".
001430     05  FT-OPERATORS-LISTED        PIC ZZZ,ZZ9.
001440     05  FILLER                     PIC X(10)
001450             VALUE "  GRANTS: ".
001460     05  FT-GRANTS-LISTED           PIC ZZZ,ZZ9.
001470     05  FILLER                     PIC X(13)
001480             VALUE "  FUNCTIONS: ".
001490     05  FT-FUNCTIONS-LISTED        PIC ZZZ,ZZ9.
001500     05  FILLER                     PIC X(22)
001510             VALUE "  UNKNOWN (REMOVE):   ".
001520     05  FT-UNKNOWN-COUNT           PIC ZZZ,ZZ9.
001530
001540 01  WS-SIGNOFF-1.
001550     05  FILLER                     PIC X(50)
001560         VALUE "ACCESS ABOVE REVIEWED AND RECERTIFIED BY: ".
001570     05  FILLER                     PIC X(30) VALUE ALL "_".
001580
001590 01  WS-SIGNOFF-2.
001600     05  FILLER                     PIC X(50)
001610         VALUE "DATE: ".
001620     05  FILLER                     PIC X(30) VALUE ALL "_".
001630
001640 PROCEDURE DIVISION.
001650
001660******************************************************************
001670*0000-MAINLINE
001680******************************************************************
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     IF NOT WS-FILES-OK
001720         DISPLAY "HELLOAL1 ONE OR MORE FILES FAILED TO OPEN - "
001730             "RUN TERMINATED"
001740         MOVE 16 TO RETURN-CODE
001750     ELSE
001760         PERFORM 2100-READ-GRANT THRU 2100-EXIT
001770         PERFORM 2000-LIST-ONE-GRANT THRU 2000-EXIT
001780             UNTIL WS-END-OF-OPAUTH
001790         PERFORM 2500-OPERATOR-TOTAL THRU 2500-EXIT
001800     END-IF.
001810     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001820     GOBACK.
001830 0000-EXIT.
001840     EXIT.
001850
001860 1000-INITIALIZE.
001870     OPEN INPUT OPER-AUTH-FILE.
001880     IF WS-OPAUTH-STATUS NOT = "00"
001890         DISPLAY "HELLOAL1 ERROR OPENING OPER-AUTH-FILE - "
001900             "STATUS " WS-OPAUTH-STATUS
001910         MOVE 'N' TO WS-FILES-OK-SW
001920     END-IF.
001930     OPEN OUTPUT REPORT-FILE.
001940     IF WS-RPT-STATUS NOT = "00"
001950         DISPLAY "HELLOAL1 ERROR OPENING REPORT-FILE - STATUS "
001960             WS-RPT-STATUS
001970         MOVE 'N' TO WS-FILES-OK-SW
001980     END-IF.
001990     IF NOT WS-FILES-OK
002000         GO TO 1000-EXIT
002010     END-IF.
002020     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002030     PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT.
002040 1000-EXIT.
002050     EXIT.
002060
002070******************************************************************
002080*2000-LIST-ONE-GRANT
002090*PRINTS THE GRANT JUST READ AND ONE LINE PER FUNCTION LETTER
002100*ON IT, WITH AN OPERATOR TOTAL WHENEVER THE OPERATOR CHANGES.
002110******************************************************************
002120 2000-LIST-ONE-GRANT.
002130     IF OPA-OPERATOR-ID NOT = WS-PREV-OPERATOR
002140         PERFORM 2500-OPERATOR-TOTAL THRU 2500-EXIT
002150         MOVE OPA-OPERATOR-ID TO WS-PREV-OPERATOR
002160         ADD 1 TO WS-OPERATORS-LISTED
002170     END-IF.
002180     ADD 1 TO WS-GRANTS-LISTED.
002190     ADD 1 TO WS-GRANTS-THIS-OPERATOR.
002200     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
002210         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
002220     END-IF.
002230     MOVE OPA-OPERATOR-ID  TO GL-OPERATOR-ID.
002240     MOVE OPA-PROGRAM-ID   TO GL-PROGRAM-ID.
002250     MOVE OPA-GRANTED-DATE TO GL-GRANTED-DATE.
002260     MOVE OPA-GRANTED-BY   TO GL-GRANTED-BY.
002270     WRITE REPORT-LINE FROM WS-GRANT-LINE.
002280     ADD 1 TO WS-LINE-COUNT.
002290     PERFORM 2200-LIST-ONE-FUNCTION THRU 2200-EXIT
002300         VARYING WS-LETTER-SUB FROM 1 BY 1
002310         UNTIL WS-LETTER-SUB > 10.
002320     PERFORM 2100-READ-GRANT THRU 2100-EXIT.
002330 2000-EXIT.
002340     EXIT.
002350
002360 2100-READ-GRANT.
002370     READ OPER-AUTH-FILE NEXT RECORD
002380         AT END
002390             SET WS-END-OF-OPAUTH TO TRUE
002400     END-READ.
002410 2100-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450*2200-LIST-ONE-FUNCTION
002460*DECODES ONE FUNCTION LETTER OF THE GRANT FROM THE OPFUNCS
002470*TABLE.  A LETTER NOT ON THE TABLE FOR THE PROGRAM IS PRINTED
002480*AND FLAGGED - IT NO LONGER GRANTS ANYTHING AND SHOULD GO.
002490******************************************************************
002500 2200-LIST-ONE-FUNCTION.
002510     MOVE OPA-FUNCTIONS (WS-LETTER-SUB:1) TO WS-WORK-LETTER.
002520     IF WS-WORK-LETTER = SPACE
002530         GO TO 2200-EXIT
002540     END-IF.
002550     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
002560         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
002570     END-IF.
002580     MOVE WS-WORK-LETTER TO DL-FUNCTION.
002590     MOVE SPACES         TO DL-DESCRIPTION DL-FLAG.
002600     SET OPF-IDX TO 1.
002610     SEARCH OPF-ENTRY
002620         AT END
002630             MOVE "UNKNOWN FUNCTION" TO DL-DESCRIPTION
002640             MOVE "*** NOT A CHOICE - REMOVE ***" TO DL-FLAG
002650             ADD 1 TO WS-UNKNOWN-COUNT
002660         WHEN OPF-PROGRAM-ID (OPF-IDX) = OPA-PROGRAM-ID
002670          AND OPF-FUNCTION (OPF-IDX) = WS-WORK-LETTER
002680             MOVE OPF-DESCRIPTION (OPF-IDX) TO DL-DESCRIPTION
002690     END-SEARCH.
002700     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
002710     ADD 1 TO WS-LINE-COUNT.
002720     ADD 1 TO WS-FUNCTIONS-LISTED.
002730 2200-EXIT.
002740     EXIT.
002750
002760******************************************************************
002770*2500-OPERATOR-TOTAL
002780*CLOSES OFF THE PREVIOUS OPERATOR, IF THERE WAS ONE.
002790******************************************************************
002800 2500-OPERATOR-TOTAL.
002810     IF WS-PREV-OPERATOR = SPACES
002820         GO TO 2500-EXIT
002830     END-IF.
002840     MOVE WS-PREV-OPERATOR        TO OT-OPERATOR-ID.
002850     MOVE WS-GRANTS-THIS-OPERATOR TO OT-GRANT-COUNT.
002860     WRITE REPORT-LINE FROM WS-OPERATOR-TOTAL-LINE.
002870     MOVE SPACES TO REPORT-LINE.
002880     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
002890     ADD 2 TO WS-LINE-COUNT.
002900     MOVE ZERO TO WS-GRANTS-THIS-OPERATOR.
002910 2500-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950*3000-WRITE-HEADINGS
002960******************************************************************
002970 3000-WRITE-HEADINGS.
002980     ADD 1 TO WS-PAGE-COUNT.
002990     MOVE WS-PAGE-COUNT TO H1-PAGE-NUMBER.
003000     MOVE WS-RUN-DATE   TO H2-RUN-DATE.
003010     WRITE REPORT-LINE FROM WS-HEADING-1
003020         AFTER ADVANCING PAGE.
003030     WRITE REPORT-LINE FROM WS-HEADING-2
003040         AFTER ADVANCING 1 LINE.
003050     WRITE REPORT-LINE FROM WS-HEADING-3
003060         AFTER ADVANCING 2 LINES.
003070     MOVE SPACES TO REPORT-LINE.
003080     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
003090     MOVE ZERO TO WS-LINE-COUNT.
003100 3000-EXIT.
003110     EXIT.
003120
003130 8000-TERMINATE.
003140     IF WS-FILES-OK
003150         MOVE WS-OPERATORS-LISTED TO FT-OPERATORS-LISTED
003160         MOVE WS-GRANTS-LISTED    TO FT-GRANTS-LISTED
003170         MOVE WS-FUNCTIONS-LISTED TO FT-FUNCTIONS-LISTED
003180         MOVE WS-UNKNOWN-COUNT    TO FT-UNKNOWN-COUNT
003190         WRITE REPORT-LINE FROM WS-FOOTER-LINE
003200             AFTER ADVANCING 2 LINES
003210         WRITE REPORT-LINE FROM WS-SIGNOFF-1
003220             AFTER ADVANCING 3 LINES
003230         WRITE REPORT-LINE FROM WS-SIGNOFF-2
003240             AFTER ADVANCING 2 LINES
003250         IF WS-UNKNOWN-COUNT > ZERO
003260             DISPLAY "HELLOAL2 " WS-UNKNOWN-COUNT
003270                 " GRANTED LETTER(S) NO LONGER A MENU CHOICE"
003280             MOVE 4 TO RETURN-CODE
003290         END-IF
003300     END-IF.
003310     CLOSE OPER-AUTH-FILE REPORT-FILE.
003320 8000-EXIT.
003330     EXIT.
003340
003350 END PROGRAM HELLOAL.
