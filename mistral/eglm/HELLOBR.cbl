000100******************************************************************
000110*PROGRAM:      HELLOBR
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      RECONCILES THE RETURN FILE FROM THE BADGE
000170*              SYSTEM'S LOAD AGAINST THE BADGE RECORDS HELLOBX
000180*              SENT ON BADGFILE, IN THE SAME WAY HELLOAK
000190*              RECONCILES THE HR ACKNOWLEDGEMENTS.  EVERY
000200*              DETAIL SENT MUST COME BACK ACCEPTED, AND EVERY
000210*              TERMINATION MUST COME BACK CONFIRMED AS REVOKED
000220*              - A TERMINATION THAT WAS ONLY ACCEPTED, WAS
000230*              REJECTED OR NEVER CAME BACK IS AN UNCONFIRMED
000240*              REVOCATION: SOMEONE WHO HAS LEFT MAY STILL HAVE
000250*              A LIVE CARD.  THE BADGE FILE'S TRAILER IS ALSO
000260*              PROVED AGAINST ITS DETAIL RECORDS.  ANY
000270*              DISCREPANCY ENDS WITH RETURN CODE 8 SO THE
000280*              SCHEDULER PAGES.
000290*MODIFICATION HISTORY:
000300*DATE       INIT DESCRIPTION
000310*---------- ---- ------------------------------------------------
000320*2026-10-15 DK   ORIGINAL PROGRAM.
000321*2026-10-15 DK   THE FIRST PAGE HEADING IS WRITTEN ONCE THE BADGE
000322*                FILE'S HDR HAS BEEN READ, SO PAGE 1 CARRIES THE
000323*                BUSINESS DATE.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. HELLOBR.
000360 AUTHOR. D. KOWALSKI.
000370 INSTALLATION. CORPORATE APPLICATIONS.
000380 DATE-WRITTEN. 2026-10-15.
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT BADGE-FILE ASSIGN TO "BADGFILE"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-BADG-STATUS.
000490
000500     SELECT BADGE-ACK-FILE ASSIGN TO "BADGACK"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-BACK-STATUS.
000530
000540     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RPT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600
000610 FD  BADGE-FILE
000620     RECORDING MODE IS F.
000630     COPY BADGEREC.
000640
000650 FD  BADGE-ACK-FILE
000660     RECORDING MODE IS F.
000670     COPY BADGACK.
000680
000690 FD  REPORT-FILE
000700     RECORDING MODE IS F.
000710 01  REPORT-LINE                    PIC X(132).
000720
000730 WORKING-STORAGE SECTION.
000740
000750 01  WS-FILE-STATUSES.
000760     05  WS-BADG-STATUS             PIC X(02).
000770     05  WS-BACK-STATUS             PIC X(02).
000780     05  WS-RPT-STATUS              PIC X(02).
000790
000800 01  WS-SWITCHES.
000810     05  WS-EOF-ACK-SW              PIC X(01) VALUE 'N'.
000820         88  WS-END-OF-ACKS                VALUE 'Y'.
000830     05  WS-EOF-BADG-SW             PIC X(01) VALUE 'N'.
000840         88  WS-END-OF-BADGE               VALUE 'Y'.
000850     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
000860         88  WS-FILES-OK                   VALUE 'Y'.
000870     05  WS-ACK-FOUND-SW            PIC X(01) VALUE 'N'.
000880         88  WS-ACK-FOUND                  VALUE 'Y'.
000890     05  WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
000900         88  WS-TRAILER-SEEN               VALUE 'Y'.
000910     05  WS-CONTROLS-OK-SW          PIC X(01) VALUE 'Y'.
000920         88  WS-CONTROLS-OK                VALUE 'Y'.
000930
000940 01  WS-COUNTERS.
000950     05  WS-RECORDS-SENT            PIC 9(08) COMP VALUE ZERO.
000960     05  WS-ACKS-READ               PIC 9(08) COMP VALUE ZERO.
000970     05  WS-MATCHED-ACCEPTED        PIC 9(08) COMP VALUE ZERO.
000980     05  WS-BADGE-REJECTED          PIC 9(08) COMP VALUE ZERO.
000990     05  WS-NEVER-ACKED             PIC 9(08) COMP VALUE ZERO.
001000     05  WS-ORPHAN-ACKS             PIC 9(08) COMP VALUE ZERO.
001010     05  WS-REVOCATIONS-SENT        PIC 9(08) COMP VALUE ZERO.
001020     05  WS-REVOKES-CONFIRMED       PIC 9(08) COMP VALUE ZERO.
001030     05  WS-REVOKES-UNCONFIRMED     PIC 9(08) COMP VALUE ZERO.
001040
001050*THE SENT FILE'S OWN CONTROL TOTALS, AS COUNTED HERE AND AS
001060*CARRIED ON ITS TRAILER.
001070 01  WS-HASH-TOTAL                  PIC 9(12) VALUE ZERO.
001080 01  WS-HASH-ID                     PIC 9(06) VALUE ZERO.
001090 01  WS-TRL-RECORD-COUNT            PIC 9(08) VALUE ZERO.
001100 01  WS-TRL-HASH-TOTAL              PIC 9(12) VALUE ZERO.
001110 01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
001120
001130*IN-MEMORY RETURN TABLE, LOADED AT INITIALIZATION AND
001140*SEARCHED ONCE PER BADGE DETAIL.  THE OCCURS CEILING BELOW
001150*(5000) MUST MATCH WS-ACK-TABLE-MAX - THE RUN STOPS, LOUDLY,
001160*RATHER THAN RECONCILE AGAINST A TRUNCATED TABLE.
001170 01  WS-ACK-TABLE-MAX               PIC 9(04) COMP VALUE 5000.
001180 01  WS-ACK-TABLE-CONTROL.
001190     05  WS-ACK-TABLE-COUNT         PIC 9(04) COMP VALUE ZERO.
001200 01  WS-ACK-TABLE.
001210     05  WS-ACK-ENTRY OCCURS 1 TO 5000 TIMES
001220             DEPENDING ON WS-ACK-TABLE-COUNT
001230             INDEXED BY WS-ACK-IDX.
001240         10  WS-ACK-ID-T            PIC X(06).
001250         10  WS-ACK-ACTION-T        PIC X(01).
001260         10  WS-ACK-STATUS-T        PIC X(01).
001270         10  WS-ACK-REASON-T        PIC X(04).
001280         10  WS-ACK-MATCHED-T       PIC X(01).
001290
001300 01  WS-LINE-COUNT                  PIC 9(02) COMP VALUE ZERO.
001310 01  WS-MAX-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
001320 01  WS-PAGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
001330 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
001340
001350*REPORT HEADING LINES.
001360 01  WS-HEADING-1.
001370     05  FILLER                     PIC X(30) VALUE SPACES.
001380     05  FILLER                     PIC X(34)
001390             VALUE "BADGE INTERFACE RECONCILIATION".
001400     05  FILLER                     PIC X(10) VALUE SPACES.
001410     05  FILLER                     PIC X(05) VALUE "PAGE ".
001420     05  H1-PAGE-NUMBER             PIC ZZZ9.
001430
001440 01  WS-HEADING-2.
001450     05  FILLER                     PIC X(30) VALUE SPACES.
001460     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
001470     05  H2-RUN-DATE                PIC 9(08).
001480     05  FILLER                     PIC X(12)
001490             VALUE "  BUSINESS: ".
001500     05  H2-BUSINESS-DATE           PIC 9(08).
001510
001520 01  WS-HEADING-3.
001530     05  FILLER                     PIC X(08) VALUE "EMP ID".
001540     05  FILLER                     PIC X(31)
001550             VALUE "EMPLOYEE NAME".
001560     05  FILLER                     PIC X(04) VALUE "ACT".
001570     05  FILLER                     PIC X(14) VALUE "DISPOSITION".
001580     05  FILLER                     PIC X(06) VALUE "REASON".
001590
001600 01  WS-DETAIL-LINE.
001610     05  DL-EMP-ID                  PIC X(06).
001620     05  FILLER                     PIC X(02) VALUE SPACES.
001630     05  DL-EMP-NAME                PIC X(30).
001640     05  FILLER                     PIC X(01) VALUE SPACES.
001650     05  DL-ACTION                  PIC X(01).
001660     05  FILLER                     PIC X(03) VALUE SPACES.
001670     05  DL-DISPOSITION             PIC X(12).
001680     05  FILLER                     PIC X(02) VALUE SPACES.
001690     05  DL-REASON                  PIC X(04).
001700
001710 01  WS-FOOTER-LINE.
001720     05  FILLER                     PIC X(08) VALUE "SENT:   ".
001730     05  FT-SENT                    PIC ZZZ,ZZ9.
001740     05  FILLER                     PIC X(11)
001750             VALUE "  MATCHED: ".
001760     05  FT-MATCHED                 PIC ZZZ,ZZ9.
001770     05  FILLER                     PIC X(12)
001780             VALUE "  REJECTED: ".
001790     05  FT-REJECTED                PIC ZZZ,ZZ9.
001800     05  FILLER                     PIC X(11)
001810             VALUE "  NO ACK:  ".
001820     05  FT-NEVER-ACKED             PIC ZZZ,ZZ9.
001830     05  FILLER                     PIC X(15)
001840             VALUE "  ORPHAN ACKS: ".
001850     05  FT-ORPHAN-ACKS             PIC ZZZ,ZZ9.
001860
001870 01  WS-FOOTER-LINE-2.
001880     05  FILLER                     PIC X(14)
001890             VALUE "REVOCATIONS:  ".
001900     05  FT-REVOCATIONS             PIC ZZZ,ZZ9.
001910     05  FILLER                     PIC X(13)
001920             VALUE "  CONFIRMED: ".
001930     05  FT-CONFIRMED               PIC ZZZ,ZZ9.
001940     05  FILLER                     PIC X(15)
001950             VALUE "  UNCONFIRMED: ".
001960     05  FT-UNCONFIRMED             PIC ZZZ,ZZ9.
001970
001980 PROCEDURE DIVISION.
001990
002000******************************************************************
002010*0000-MAINLINE
002020*LOADS THE RETURN FILE, PASSES EVERY BADGE DETAIL WE SENT
002030*AGAINST IT, PROVES THE SENT FILE'S TRAILER, THEN SWEEPS THE
002040*TABLE FOR RETURNS THAT MATCHED NOTHING.  ANY DISCREPANCY AT
002050*ALL LEAVES RETURN CODE 8 FOR THE SCHEDULER.
002060******************************************************************
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     IF NOT WS-FILES-OK
002100         DISPLAY "HELLOBR1 ONE OR MORE FILES FAILED TO OPEN - "
002110             "RUN TERMINATED"
002120         MOVE 16 TO RETURN-CODE
002130     ELSE
002140         PERFORM 2100-READ-BADGE-RECORD THRU 2100-EXIT
002141         IF NOT WS-END-OF-BADGE AND BDG-HEADER
002142             MOVE BDG-BUSINESS-DATE TO WS-BUSINESS-DATE
002143         END-IF
002144         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
002150         PERFORM 2000-RECONCILE-ONE-RECORD THRU 2000-EXIT
002160             UNTIL WS-END-OF-BADGE
002170         PERFORM 3500-PROVE-CONTROLS THRU 3500-EXIT
002180         PERFORM 4000-SWEEP-ORPHAN-ACKS THRU 4000-EXIT
002190         IF WS-BADGE-REJECTED > ZERO
002200            OR WS-NEVER-ACKED > ZERO
002210            OR WS-ORPHAN-ACKS > ZERO
002220            OR WS-REVOKES-UNCONFIRMED > ZERO
002230            OR NOT WS-CONTROLS-OK
002240             MOVE 8 TO RETURN-CODE
002250         END-IF
002260     END-IF.
002270     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002280     GOBACK.
002290 0000-EXIT.
002300     EXIT.
002310
002320 1000-INITIALIZE.
002330     OPEN INPUT BADGE-FILE.
002340     IF WS-BADG-STATUS NOT = "00"
002350         DISPLAY "HELLOBR1 ERROR OPENING BADGE-FILE - STATUS "
002360             WS-BADG-STATUS
002370         MOVE 'N' TO WS-FILES-OK-SW
002380     END-IF.
002390     OPEN INPUT BADGE-ACK-FILE.
002400     IF WS-BACK-STATUS NOT = "00"
002410         DISPLAY "HELLOBR1 ERROR OPENING BADGE-ACK-FILE - "
002420             "STATUS " WS-BACK-STATUS
002430         MOVE 'N' TO WS-FILES-OK-SW
002440     END-IF.
002450     OPEN OUTPUT REPORT-FILE.
002460     IF WS-RPT-STATUS NOT = "00"
002470         DISPLAY "HELLOBR1 ERROR OPENING REPORT-FILE - STATUS "
002480             WS-RPT-STATUS
002490         MOVE 'N' TO WS-FILES-OK-SW
002500     END-IF.
002510     IF NOT WS-FILES-OK
002520         GO TO 1000-EXIT
002530     END-IF.
002540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002550     PERFORM 1300-LOAD-ACK-TABLE THRU 1300-EXIT.
002570 1000-EXIT.
002580     EXIT.
002590
002600******************************************************************
002610*1300-LOAD-ACK-TABLE
002620*LOADS THE WHOLE RETURN FILE INTO THE IN-MEMORY TABLE.  A
002630*RETURN FILE BIGGER THAN THE TABLE STOPS THE RUN - RECONCILING
002640*AGAINST PART OF IT WOULD REPORT FALSE MISSES.
002650******************************************************************
002660 1300-LOAD-ACK-TABLE.
002670     PERFORM 1310-READ-ACK-RECORD THRU 1310-EXIT.
002680     PERFORM 1320-ADD-ACK-ENTRY THRU 1320-EXIT
002690         UNTIL WS-END-OF-ACKS.
002700 1300-EXIT.
002710     EXIT.
002720
002730 1310-READ-ACK-RECORD.
002740     READ BADGE-ACK-FILE
002750         AT END
002760             SET WS-END-OF-ACKS TO TRUE
002770     END-READ.
002780 1310-EXIT.
002790     EXIT.
002800
002810 1320-ADD-ACK-ENTRY.
002820     IF WS-ACK-TABLE-COUNT >= WS-ACK-TABLE-MAX
002830         DISPLAY "HELLOBR2 RETURN TABLE FULL AT "
002840             WS-ACK-TABLE-MAX " ENTRIES - RUN TERMINATED"
002850         MOVE 'N' TO WS-FILES-OK-SW
002860         SET WS-END-OF-ACKS TO TRUE
002870         GO TO 1320-EXIT
002880     END-IF.
002890     ADD 1 TO WS-ACK-TABLE-COUNT.
002900     ADD 1 TO WS-ACKS-READ.
002910     MOVE BDA-EMP-ID      TO WS-ACK-ID-T (WS-ACK-TABLE-COUNT).
002920     MOVE BDA-ACTION      TO WS-ACK-ACTION-T
002930         (WS-ACK-TABLE-COUNT).
002940     MOVE BDA-STATUS      TO WS-ACK-STATUS-T
002950         (WS-ACK-TABLE-COUNT).
002960     MOVE BDA-REASON-CODE TO WS-ACK-REASON-T
002970         (WS-ACK-TABLE-COUNT).
002980     MOVE 'N'             TO WS-ACK-MATCHED-T
002990         (WS-ACK-TABLE-COUNT).
003000     PERFORM 1310-READ-ACK-RECORD THRU 1310-EXIT.
003010 1320-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050*2000-RECONCILE-ONE-RECORD
003060*HEADER AND TRAILER RECORDS ARE TAKEN ASIDE FOR THE CONTROL
003070*PROOF.  A DETAIL IS MATCHED ON EMP-ID AND ACTION AGAINST THE
003080*RETURN TABLE AND ITS DISPOSITION PRINTED; A TERMINATION IS
003090*ONLY GOOD WHEN BADGE CONFIRMS THE CARD REVOKED.
003100******************************************************************
003110 2000-RECONCILE-ONE-RECORD.
003120     IF BDG-HEADER
003130         MOVE BDG-BUSINESS-DATE TO WS-BUSINESS-DATE
003140         GO TO 2000-NEXT
003150     END-IF.
003160     IF BDG-TRAILER
003170         SET WS-TRAILER-SEEN TO TRUE
003180         MOVE BDG-RECORD-COUNT TO WS-TRL-RECORD-COUNT
003190         MOVE BDG-HASH-TOTAL   TO WS-TRL-HASH-TOTAL
003200         GO TO 2000-NEXT
003210     END-IF.
003220     ADD 1 TO WS-RECORDS-SENT.
003230     IF BDG-EMP-ID NUMERIC
003240         MOVE BDG-EMP-ID TO WS-HASH-ID
003250         ADD WS-HASH-ID  TO WS-HASH-TOTAL
003260     END-IF.
003270     IF BDG-ACT-TERM
003280         ADD 1 TO WS-REVOCATIONS-SENT
003290     END-IF.
003300     MOVE 'N' TO WS-ACK-FOUND-SW.
003310     SET WS-ACK-IDX TO 1.
003320     SEARCH WS-ACK-ENTRY VARYING WS-ACK-IDX
003330         AT END
003340             MOVE 'N' TO WS-ACK-FOUND-SW
003350         WHEN WS-ACK-ID-T (WS-ACK-IDX) = BDG-EMP-ID
003360            AND WS-ACK-ACTION-T (WS-ACK-IDX) = BDG-ACTION
003370            AND WS-ACK-MATCHED-T (WS-ACK-IDX) = 'N'
003380             SET WS-ACK-FOUND TO TRUE
003390     END-SEARCH.
003400     MOVE SPACES       TO WS-DETAIL-LINE.
003410     MOVE BDG-EMP-ID   TO DL-EMP-ID.
003420     MOVE BDG-EMP-NAME TO DL-EMP-NAME.
003430     MOVE BDG-ACTION   TO DL-ACTION.
003440     IF NOT WS-ACK-FOUND
003450         ADD 1 TO WS-NEVER-ACKED
003460         MOVE "NO ACK      " TO DL-DISPOSITION
003470         MOVE SPACES TO DL-REASON
003480         IF BDG-ACT-TERM
003490             ADD 1 TO WS-REVOKES-UNCONFIRMED
003500             MOVE "NOT REVOKED " TO DL-DISPOSITION
003510         END-IF
003520         PERFORM 2400-PRINT-DISPOSITION THRU 2400-EXIT
003530         GO TO 2000-NEXT
003540     END-IF.
003550     MOVE 'Y' TO WS-ACK-MATCHED-T (WS-ACK-IDX).
003560     MOVE WS-ACK-REASON-T (WS-ACK-IDX) TO DL-REASON.
003570     IF WS-ACK-STATUS-T (WS-ACK-IDX) = 'R'
003580         ADD 1 TO WS-BADGE-REJECTED
003590         MOVE "REJECTED    " TO DL-DISPOSITION
003600         IF BDG-ACT-TERM
003610             ADD 1 TO WS-REVOKES-UNCONFIRMED
003620             MOVE "NOT REVOKED " TO DL-DISPOSITION
003630         END-IF
003640         PERFORM 2400-PRINT-DISPOSITION THRU 2400-EXIT
003650         GO TO 2000-NEXT
003660     END-IF.
003670     ADD 1 TO WS-MATCHED-ACCEPTED.
003680     IF BDG-ACT-TERM
003690         IF WS-ACK-STATUS-T (WS-ACK-IDX) = 'V'
003700             ADD 1 TO WS-REVOKES-CONFIRMED
003710         ELSE
003720             ADD 1 TO WS-REVOKES-UNCONFIRMED
003730             MOVE "NOT REVOKED " TO DL-DISPOSITION
003740             PERFORM 2400-PRINT-DISPOSITION THRU 2400-EXIT
003750         END-IF
003760     END-IF.
003770 2000-NEXT.
003780     PERFORM 2100-READ-BADGE-RECORD THRU 2100-EXIT.
003790 2000-EXIT.
003800     EXIT.
003810
003820 2100-READ-BADGE-RECORD.
003830     READ BADGE-FILE
003840         AT END
003850             SET WS-END-OF-BADGE TO TRUE
003860     END-READ.
003870 2100-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910*2400-PRINT-DISPOSITION
003920*PRINTS ONE DISCREPANCY LINE.  THE ORPHAN SWEEP BLANKS THE
003930*NAME FIRST - A RETURN THAT MATCHED NOTHING HAS NONE.
003940******************************************************************
003950 2400-PRINT-DISPOSITION.
003960     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
003970         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
003980     END-IF.
003990     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
004000     ADD 1 TO WS-LINE-COUNT.
004010 2400-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050*3000-WRITE-HEADINGS
004060******************************************************************
004070 3000-WRITE-HEADINGS.
004080     ADD 1 TO WS-PAGE-COUNT.
004090     MOVE WS-PAGE-COUNT    TO H1-PAGE-NUMBER.
004100     MOVE WS-RUN-DATE      TO H2-RUN-DATE.
004110     MOVE WS-BUSINESS-DATE TO H2-BUSINESS-DATE.
004120     WRITE REPORT-LINE FROM WS-HEADING-1
004130         AFTER ADVANCING PAGE.
004140     WRITE REPORT-LINE FROM WS-HEADING-2
004150         AFTER ADVANCING 1 LINE.
004160     MOVE SPACES TO REPORT-LINE.
004170     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
004180     WRITE REPORT-LINE FROM WS-HEADING-3
004190         AFTER ADVANCING 1 LINE.
004200     MOVE ZERO TO WS-LINE-COUNT.
004210 3000-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250*3500-PROVE-CONTROLS
004260*THE SENT FILE MUST END IN A TRAILER THAT AGREES WITH ITS OWN
004270*DETAIL COUNT AND EMP-ID HASH - OTHERWISE WE ARE RECONCILING A
004280*TRUNCATED FILE AND A MISSING TERMINATION WOULD NOT SHOW.
004290******************************************************************
004300 3500-PROVE-CONTROLS.
004310     IF NOT WS-TRAILER-SEEN
004320         MOVE 'N' TO WS-CONTROLS-OK-SW
004330         DISPLAY "HELLOBR3 BADGE FILE HAS NO TRAILER RECORD"
004340         GO TO 3500-EXIT
004350     END-IF.
004360     IF WS-TRL-RECORD-COUNT NOT = WS-RECORDS-SENT
004370        OR WS-TRL-HASH-TOTAL NOT = WS-HASH-TOTAL
004380         MOVE 'N' TO WS-CONTROLS-OK-SW
004390         DISPLAY "HELLOBR4 BADGE FILE TRAILER OUT OF BALANCE - "
004400             "COUNT " WS-TRL-RECORD-COUNT " HASH "
004410             WS-TRL-HASH-TOTAL
004420     END-IF.
004430 3500-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470*4000-SWEEP-ORPHAN-ACKS
004480*LISTS EVERY RETURN THAT MATCHED NOTHING WE SENT - USUALLY A
004490*SIGN BADGE LOADED A STALE OR DOUBLED FILE.
004500******************************************************************
004510 4000-SWEEP-ORPHAN-ACKS.
004520     IF WS-ACK-TABLE-COUNT = ZERO
004530         GO TO 4000-EXIT
004540     END-IF.
004550     PERFORM 4100-CHECK-ONE-ACK THRU 4100-EXIT
004560         VARYING WS-ACK-IDX FROM 1 BY 1
004570         UNTIL WS-ACK-IDX > WS-ACK-TABLE-COUNT.
004580 4000-EXIT.
004590     EXIT.
004600
004610 4100-CHECK-ONE-ACK.
004620     IF WS-ACK-MATCHED-T (WS-ACK-IDX) = 'N'
004630         ADD 1 TO WS-ORPHAN-ACKS
004640         MOVE SPACES TO WS-DETAIL-LINE
004650         MOVE WS-ACK-ID-T (WS-ACK-IDX)     TO DL-EMP-ID
004660         MOVE WS-ACK-ACTION-T (WS-ACK-IDX) TO DL-ACTION
004670         MOVE "ORPHAN ACK  " TO DL-DISPOSITION
004680         MOVE WS-ACK-REASON-T (WS-ACK-IDX) TO DL-REASON
004690         PERFORM 2400-PRINT-DISPOSITION THRU 2400-EXIT
004700     END-IF.
004710 4100-EXIT.
004720     EXIT.
004730
004740 8000-TERMINATE.
004750     IF WS-FILES-OK
004760         MOVE WS-RECORDS-SENT        TO FT-SENT
004770         MOVE WS-MATCHED-ACCEPTED    TO FT-MATCHED
004780         MOVE WS-BADGE-REJECTED      TO FT-REJECTED
004790         MOVE WS-NEVER-ACKED         TO FT-NEVER-ACKED
004800         MOVE WS-ORPHAN-ACKS         TO FT-ORPHAN-ACKS
004810         WRITE REPORT-LINE FROM WS-FOOTER-LINE
004820             AFTER ADVANCING 2 LINES
004830         MOVE WS-REVOCATIONS-SENT    TO FT-REVOCATIONS
004840         MOVE WS-REVOKES-CONFIRMED   TO FT-CONFIRMED
004850         MOVE WS-REVOKES-UNCONFIRMED TO FT-UNCONFIRMED
004860         WRITE REPORT-LINE FROM WS-FOOTER-LINE-2
004870             AFTER ADVANCING 1 LINE
004880     END-IF.
004890     CLOSE BADGE-FILE BADGE-ACK-FILE REPORT-FILE.
004900     DISPLAY "HELLOBR5 SENT        = " WS-RECORDS-SENT.
004910     DISPLAY "HELLOBR6 MATCHED     = " WS-MATCHED-ACCEPTED.
004920     DISPLAY "HELLOBR7 REJECTED    = " WS-BADGE-REJECTED.
004930     DISPLAY "HELLOBR8 NO ACK      = " WS-NEVER-ACKED.
004940     DISPLAY "HELLOBR9 ORPHANS     = " WS-ORPHAN-ACKS.
004950     DISPLAY "HELLOBRA UNCONFIRMED REVOCATIONS = "
004960         WS-REVOKES-UNCONFIRMED.
004970 8000-EXIT.
004980     EXIT.
004990
005000 END PROGRAM HELLOBR.
