000100******************************************************************
000110*PROGRAM:      HELLOML
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      MANUAL TRANSACTION BATCH LISTING FOR SUPERVISOR
000170*              SIGN-OFF.  READS THE DAY'S MANUAL BATCH, AS
000180*              KEYED THROUGH HELLOMT, AND PRINTS EVERY ENTRY
000190*              THE RUN WILL TAKE - WHAT IT DOES, TO WHOM, THE
000200*              VALUES KEYED AND THE OPERATOR WHO KEYED IT -
000210*              WITH TOTALS BY TRANSACTION TYPE, THE BATCH'S
000220*              OWN TRL COUNT AND HASH SET AGAINST THE ENTRIES
000230*              LISTED, AND A SIGN-OFF BLOCK FOR THE SUPERVISOR.
000240*              RUN IN HELLOJOB AHEAD OF THE HELLO STEP.  A
000250*              BATCH WHOSE CONTROLS DO NOT AGREE, WHICH IS NOT
000260*              DATED FOR TONIGHT'S RUN, OR WHICH IS OUT OF
000270*              SHAPE IS FLAGGED ON THE LISTING AND ENDS THE
000280*              STEP RC 8 - HELLO WILL REFUSE THE MANUAL SOURCE.
000290*              AN EMPTY BATCH PRINTS A ONE-LINE LISTING.
000300*MODIFICATION HISTORY:
000310*DATE       INIT DESCRIPTION
000320*---------- ---- ------------------------------------------------
000330*2026-10-15 DK   ORIGINAL PROGRAM.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. HELLOML.
000370 AUTHOR. D. KOWALSKI.
000380 INSTALLATION. CORPORATE APPLICATIONS.
000390 DATE-WRITTEN. 2026-10-15.
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT MANUAL-IN-FILE ASSIGN TO "MANIN"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-MANIN-STATUS.
000500
000510     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RPT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570
000580 FD  MANUAL-IN-FILE
000590     RECORDING MODE IS F.
000600 01  MANUAL-IN-RECORD               PIC X(104).
000610
000620 FD  REPORT-FILE
000630     RECORDING MODE IS F.
000640 01  REPORT-LINE                    PIC X(132).
000650
000660 WORKING-STORAGE SECTION.
000670
000680*A DETAIL RECORD OF THE BATCH.  THE SOURCE-SYSTEM FIELD OF A
000690*MANUAL DETAIL CARRIES THE OPERATOR WHO KEYED IT.
000700 COPY EMPREC REPLACING
000710         ==EMP-RECORD==     BY ==WS-EMP-RECORD==
000720         ==EMP-ID==         BY ==WS-EMP-ID==
000730         ==EMP-NAME==       BY ==WS-EMP-NAME==
000740         ==EMP-DEGREE==     BY ==WS-EMP-DEGREE==
000750         ==EMP-NEW-ID==     BY ==WS-EMP-NEW-ID==
000760         ==EMP-HIRE-DATE==  BY ==WS-EMP-HIRE-DATE==
000770         ==EMP-HIRE-YYYY==  BY ==WS-EMP-HIRE-YYYY==
000780         ==EMP-HIRE-MM==    BY ==WS-EMP-HIRE-MM==
000790         ==EMP-HIRE-DD==    BY ==WS-EMP-HIRE-DD==
000800         ==EMP-TRANS-CODE== BY ==WS-EMP-TRANS-CODE==
000810         ==EMP-TRANS-ADD==  BY ==WS-EMP-TRANS-ADD==
000820         ==EMP-TRANS-CHANGE== BY ==WS-EMP-TRANS-CHANGE==
000830         ==EMP-TRANS-TERM== BY ==WS-EMP-TRANS-TERM==
000840         ==EMP-TRANS-REHIRE== BY ==WS-EMP-TRANS-REHIRE==
000850         ==EMP-TRANS-REKEY== BY ==WS-EMP-TRANS-REKEY==
000860         ==EMP-STATUS-SW==  BY ==WS-EMP-STATUS-SW==
000870         ==EMP-ST-ACTIVE==  BY ==WS-EMP-ST-ACTIVE==
000880         ==EMP-ST-TERMINATED== BY ==WS-EMP-ST-TERMINATED==
000890         ==EMP-TERM-DATE==  BY ==WS-EMP-TERM-DATE==
000900         ==EMP-DEPT-CODE==  BY ==WS-EMP-DEPT-CODE==
000910         ==EMP-EFFECTIVE-DATE== BY ==WS-EMP-EFF-DATE==
000920         ==EMP-SOURCE-SYSTEM== BY ==WS-EMP-KEYED-BY==.
000930
000940*CONTROL-RECORD VIEW OF A BATCH RECORD.
000950     COPY EMPCTL.
000960
000970 01  WS-FILE-STATUSES.
000980     05  WS-MANIN-STATUS            PIC X(02).
000990     05  WS-RPT-STATUS              PIC X(02).
001000
001010 01  WS-SWITCHES.
001020     05  WS-EOF-MAN-SW              PIC X(01) VALUE 'N'.
001030         88  WS-END-OF-BATCH               VALUE 'Y'.
001040     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
001050         88  WS-FILES-OK                   VALUE 'Y'.
001060     05  WS-HEADER-SEEN-SW          PIC X(01) VALUE 'N'.
001070         88  WS-HEADER-SEEN                VALUE 'Y'.
001080     05  WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
001090         88  WS-TRAILER-SEEN               VALUE 'Y'.
001100
001110 01  WS-MANUAL-SOURCE               PIC X(08) VALUE "MANUAL".
001120 01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
001130
001140 01  WS-COUNTERS.
001150     05  WS-RECORDS-READ            PIC 9(08) COMP VALUE ZERO.
001160     05  WS-ENTRIES-LISTED          PIC 9(08) COMP VALUE ZERO.
001170     05  WS-ADD-COUNT               PIC 9(08) COMP VALUE ZERO.
001180     05  WS-CHANGE-COUNT            PIC 9(08) COMP VALUE ZERO.
001190     05  WS-TERM-COUNT              PIC 9(08) COMP VALUE ZERO.
001200     05  WS-REHIRE-COUNT            PIC 9(08) COMP VALUE ZERO.
001210     05  WS-ERROR-COUNT             PIC 9(08) COMP VALUE ZERO.
001220
001230*CONTROL TOTALS - AS THE TRL CARRIES THEM, AND AS COMPUTED
001240*FROM THE ENTRIES LISTED.  THE HASH IS OVER THE NUMERIC
001250*EMPLOYEE IDS, AS HELLO COMPUTES IT.
001260 01  WS-CONTROL-TOTALS.
001270     05  WS-TRL-COUNT               PIC 9(08) VALUE ZERO.
001280     05  WS-TRL-HASH                PIC 9(12) VALUE ZERO.
001290     05  WS-LISTED-HASH             PIC 9(12) VALUE ZERO.
001300 01  WS-HASH-WORK.
001310     05  WS-HASH-ID-X               PIC X(06).
001320     05  WS-HASH-ID-9 REDEFINES WS-HASH-ID-X
001330                                    PIC 9(06).
001340
001350 01  WS-LINE-COUNT                  PIC 9(02) COMP VALUE ZERO.
001360 01  WS-MAX-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
001370 01  WS-PAGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
001380 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
001390
001400*REPORT HEADING LINES.
001410 01  WS-HEADING-1.
001420     05  FILLER                     PIC X(30) VALUE SPACES.
001430     05  FILLER                     PIC X(32)
001440             VALUE "MANUAL TRANSACTION BATCH LISTING".
001450     05  FILLER                     PIC X(10) VALUE SPACES.
001460     05  FILLER                     PIC X(05) VALUE "PAGE ".
001470     05  H1-PAGE-NUMBER             PIC ZZZ9.
001480
001490 01  WS-HEADING-2.
001500     05  FILLER                     PIC X(30) VALUE SPACES.
001510     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
001520     05  H2-RUN-DATE                PIC 9(08).
001530     05  FILLER                     PIC X(04) VALUE SPACES.
001540     05  FILLER                     PIC X(15)
001550             VALUE "BUSINESS DATE: ".
001560     05  H2-BUSINESS-DATE           PIC 9(08).
001570
001580 01  WS-HEADING-3.
001590     05  FILLER                     PIC X(07) VALUE "ENTRY".
001600     05  FILLER                     PIC X(13) VALUE "ACTION".
001610     05  FILLER                     PIC X(08) VALUE "EMP ID".
001620     05  FILLER                     PIC X(32) VALUE "NAME".
001630     05  FILLER                     PIC X(12) VALUE "DEGREE".
001640     05  FILLER                     PIC X(06) VALUE "DEPT".
001650     05  FILLER                     PIC X(10) VALUE "HIRED".
001660     05  FILLER                     PIC X(10) VALUE "TERMED".
001670     05  FILLER                     PIC X(10) VALUE "EFFECTIVE".
001680     05  FILLER                     PIC X(08) VALUE "KEYED BY".
001690
001700 01  WS-DETAIL-LINE.
001710     05  DL-ENTRY-NUMBER            PIC ZZZZ9.
001720     05  FILLER                     PIC X(02) VALUE SPACES.
001730     05  DL-ACTION                  PIC X(11).
001740     05  FILLER                     PIC X(02) VALUE SPACES.
001750     05  DL-EMP-ID                  PIC X(06).
001760     05  FILLER                     PIC X(02) VALUE SPACES.
001770     05  DL-EMP-NAME                PIC X(30).
001780     05  FILLER                     PIC X(02) VALUE SPACES.
001790     05  DL-DEGREE                  PIC X(10).
001800     05  FILLER                     PIC X(02) VALUE SPACES.
001810     05  DL-DEPT-CODE               PIC X(04).
001820     05  FILLER                     PIC X(02) VALUE SPACES.
001830     05  DL-HIRE-DATE               PIC X(08).
001840     05  FILLER                     PIC X(02) VALUE SPACES.
001850     05  DL-TERM-DATE               PIC X(08).
001860     05  FILLER                     PIC X(02) VALUE SPACES.
001870     05  DL-EFF-DATE                PIC X(08).
001880     05  FILLER                     PIC X(02) VALUE SPACES.
001890     05  DL-KEYED-BY                PIC X(08).
001900
001910*A BATCH RECORD OUT OF PLACE, OR A BATCH NOT FOR TONIGHT.
001920 01  WS-ERROR-LINE.
001930     05  FILLER                     PIC X(04) VALUE "*** ".
001940     05  EL-MESSAGE                 PIC X(60).
001950     05  FILLER                     PIC X(04) VALUE " ***".
001960
001970 01  WS-EMPTY-LINE.
001980     05  FILLER                     PIC X(50)
001990         VALUE "NO MANUAL TRANSACTIONS IN THE BATCH FOR THE RUN".
002000
002010 01  WS-TYPE-TOTAL-LINE.
002020     05  FILLER                     PIC X(06) VALUE "ADDS: ".
002030     05  TT-ADD-COUNT               PIC ZZZ,ZZ9.
002040     05  FILLER                     PIC X(11)
002050             VALUE "  CHANGES: ".
002060     05  TT-CHANGE-COUNT            PIC ZZZ,ZZ9.
002070     05  FILLER                     PIC X(16)
002080             VALUE "  TERMINATIONS: ".
002090     05  TT-TERM-COUNT              PIC ZZZ,ZZ9.
002100     05  FILLER                     PIC X(11)
002110             VALUE "  REHIRES: ".
002120     05  TT-REHIRE-COUNT            PIC ZZZ,ZZ9.
002130     05  FILLER                     PIC X(09)
002140             VALUE "  TOTAL: ".
002150     05  TT-ENTRIES-LISTED          PIC ZZZ,ZZ9.
002160
002170 01  WS-CONTROL-LINE.
002180     05  FILLER                     PIC X(15)
002190             VALUE "TRL COUNT:     ".
002200     05  CL-TRL-COUNT               PIC ZZ,ZZZ,ZZ9.
002210     05  FILLER                     PIC X(08) VALUE "  HASH: ".
002220     05  CL-TRL-HASH                PIC Z(11)9.
002230     05  FILLER                     PIC X(04) VALUE SPACES.
002240     05  FILLER                     PIC X(09) VALUE "LISTED:  ".
002250     05  CL-LISTED-COUNT            PIC ZZ,ZZZ,ZZ9.
002260     05  FILLER                     PIC X(08) VALUE "  HASH: ".
002270     05  CL-LISTED-HASH             PIC Z(11)9.
002280     05  FILLER                     PIC X(04) VALUE SPACES.
002290     05  CL-RESULT                  PIC X(30).
002300
002310 01  WS-SIGNOFF-1.
002320     05  FILLER                     PIC X(50)
002330         VALUE "MANUAL BATCH ABOVE REVIEWED AND APPROVED BY: ".
002340     05  FILLER                     PIC X(30) VALUE ALL "_".
002350
002360 01  WS-SIGNOFF-2.
002370     05  FILLER                     PIC X(50)
002380         VALUE "DATE: ".
002390     05  FILLER                     PIC X(30) VALUE ALL "_".
002400
002410 PROCEDURE DIVISION.
002420
002430******************************************************************
002440*0000-MAINLINE
002450******************************************************************
002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     IF NOT WS-FILES-OK
002490         DISPLAY "HELLOML1 ONE OR MORE FILES FAILED TO OPEN - "
002500             "RUN TERMINATED"
002510         MOVE 16 TO RETURN-CODE
002520     ELSE
002530         PERFORM 2000-LIST-ONE-RECORD THRU 2000-EXIT
002540             UNTIL WS-END-OF-BATCH
002550     END-IF.
002560     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002570     GOBACK.
002580 0000-EXIT.
002590     EXIT.
002600
002610******************************************************************
002620*1000-INITIALIZE
002630*THE FIRST RECORD IS READ AHEAD OF THE HEADINGS SO THEY CAN
002640*CARRY THE BUSINESS DATE OFF THE BATCH'S HDR.
002650******************************************************************
002660 1000-INITIALIZE.
002670     OPEN INPUT MANUAL-IN-FILE.
002680     IF WS-MANIN-STATUS NOT = "00"
002690         DISPLAY "HELLOML1 ERROR OPENING MANUAL-IN-FILE - "
002700             "STATUS " WS-MANIN-STATUS
002710         MOVE 'N' TO WS-FILES-OK-SW
002720     END-IF.
002730     OPEN OUTPUT REPORT-FILE.
002740     IF WS-RPT-STATUS NOT = "00"
002750         DISPLAY "HELLOML1 ERROR OPENING REPORT-FILE - STATUS "
002760             WS-RPT-STATUS
002770         MOVE 'N' TO WS-FILES-OK-SW
002780     END-IF.
002790     IF NOT WS-FILES-OK
002800         GO TO 1000-EXIT
002810     END-IF.
002820     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002830     PERFORM 2100-READ-BATCH THRU 2100-EXIT.
002840     IF NOT WS-END-OF-BATCH AND CTL-HEADER
002850         MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
002860     END-IF.
002870     PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT.
002880 1000-EXIT.
002890     EXIT.
002900
002910******************************************************************
002920*2000-LIST-ONE-RECORD
002930*CHECKS THE SHAPE OF THE BATCH AS IT GOES - ONE MANUAL HDR
002940*DATED FOR TONIGHT'S RUN FIRST, THE ENTRIES, ONE TRL LAST - AND
002950*LISTS EACH ENTRY.  AN ENTRY OUT OF PLACE IS STILL LISTED SO
002960*THE SUPERVISOR SEES IT, BEHIND A FLAG.
002970******************************************************************
002980 2000-LIST-ONE-RECORD.
002990     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
003000         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
003010     END-IF.
003020     IF WS-TRAILER-SEEN
003030         MOVE "RECORD FOUND AFTER THE TRL CONTROL RECORD"
003040             TO EL-MESSAGE
003050         PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
003060     END-IF.
003070     IF CTL-HEADER
003080         PERFORM 2200-CHECK-HEADER THRU 2200-EXIT
003090         GO TO 2000-NEXT
003100     END-IF.
003110     IF CTL-TRAILER
003120         SET WS-TRAILER-SEEN TO TRUE
003130         MOVE CTL-RECORD-COUNT TO WS-TRL-COUNT
003140         MOVE CTL-HASH-TOTAL   TO WS-TRL-HASH
003150         GO TO 2000-NEXT
003160     END-IF.
003170     IF NOT WS-HEADER-SEEN
003180         MOVE "ENTRY FOUND AHEAD OF THE HDR CONTROL RECORD"
003190             TO EL-MESSAGE
003200         PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
003210     END-IF.
003220     PERFORM 2300-LIST-ENTRY THRU 2300-EXIT.
003230 2000-NEXT.
003240     PERFORM 2100-READ-BATCH THRU 2100-EXIT.
003250 2000-EXIT.
003260     EXIT.
003270
003280 2100-READ-BATCH.
003290     READ MANUAL-IN-FILE INTO EMP-CONTROL-RECORD
003300         AT END
003310             SET WS-END-OF-BATCH TO TRUE
003320             GO TO 2100-EXIT
003330     END-READ.
003340     ADD 1 TO WS-RECORDS-READ.
003350 2100-EXIT.
003360     EXIT.
003370
003380 2200-CHECK-HEADER.
003390     IF WS-HEADER-SEEN
003400         MOVE "SECOND HDR CONTROL RECORD ON THE BATCH"
003410             TO EL-MESSAGE
003420         PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
003430         GO TO 2200-EXIT
003440     END-IF.
003450     SET WS-HEADER-SEEN TO TRUE.
003460     IF WS-RECORDS-READ NOT = 1
003470         MOVE "HDR CONTROL RECORD IS NOT THE FIRST RECORD"
003480             TO EL-MESSAGE
003490         PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
003500     END-IF.
003510     IF CTL-SOURCE-SYSTEM NOT = WS-MANUAL-SOURCE
003520         MOVE SPACES TO EL-MESSAGE
003530         STRING "HDR IS FOR SOURCE "  DELIMITED BY SIZE
003540                CTL-SOURCE-SYSTEM     DELIMITED BY SPACE
003550                ", NOT MANUAL"        DELIMITED BY SIZE
003560             INTO EL-MESSAGE
003570         END-STRING
003580         PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
003590     END-IF.
003600     IF CTL-BUSINESS-DATE NOT = WS-RUN-DATE
003610         MOVE SPACES TO EL-MESSAGE
003620         STRING "BATCH IS DATED "     DELIMITED BY SIZE
003630                CTL-BUSINESS-DATE     DELIMITED BY SIZE
003640                ", NOT TONIGHT'S RUN DATE"
003650                                      DELIMITED BY SIZE
003660             INTO EL-MESSAGE
003670         END-STRING
003680         PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
003690     END-IF.
003700 2200-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740*2300-LIST-ENTRY
003750*PRINTS ONE ENTRY.  A DATE NOT KEYED PRINTS BLANK - A TERM
003760*WITHOUT ONE TAKES THE RUN DATE, AND AN ENTRY WITHOUT AN
003770*EFFECTIVE DATE TAKES EFFECT TONIGHT.
003780******************************************************************
003790 2300-LIST-ENTRY.
003800     MOVE EMP-CONTROL-RECORD TO WS-EMP-RECORD.
003810     ADD 1 TO WS-ENTRIES-LISTED.
003820     MOVE WS-EMP-ID TO WS-HASH-ID-X.
003830     IF WS-HASH-ID-9 NUMERIC
003840         ADD WS-HASH-ID-9 TO WS-LISTED-HASH
003850     END-IF.
003860     EVALUATE TRUE
003870         WHEN WS-EMP-TRANS-ADD
003880             MOVE "ADD" TO DL-ACTION
003890             ADD 1 TO WS-ADD-COUNT
003900         WHEN WS-EMP-TRANS-CHANGE
003910             MOVE "CHANGE" TO DL-ACTION
003920             ADD 1 TO WS-CHANGE-COUNT
003930         WHEN WS-EMP-TRANS-TERM
003940             MOVE "TERMINATION" TO DL-ACTION
003950             ADD 1 TO WS-TERM-COUNT
003960         WHEN WS-EMP-TRANS-REHIRE
003970             MOVE "REHIRE" TO DL-ACTION
003980             ADD 1 TO WS-REHIRE-COUNT
003990         WHEN OTHER
004000             MOVE SPACES TO DL-ACTION
004010             STRING "CODE " WS-EMP-TRANS-CODE DELIMITED BY SIZE
004020                 INTO DL-ACTION
004030             END-STRING
004040     END-EVALUATE.
004050     MOVE WS-ENTRIES-LISTED TO DL-ENTRY-NUMBER.
004060     MOVE WS-EMP-ID         TO DL-EMP-ID.
004070     MOVE WS-EMP-NAME       TO DL-EMP-NAME.
004080     MOVE WS-EMP-DEGREE     TO DL-DEGREE.
004090     MOVE WS-EMP-DEPT-CODE  TO DL-DEPT-CODE.
004100     MOVE WS-EMP-KEYED-BY   TO DL-KEYED-BY.
004110     MOVE SPACES TO DL-HIRE-DATE DL-TERM-DATE DL-EFF-DATE.
004120     IF WS-EMP-HIRE-DATE NOT = ZERO
004130         MOVE WS-EMP-HIRE-DATE TO DL-HIRE-DATE
004140     END-IF.
004150     IF WS-EMP-TERM-DATE NOT = ZERO
004160         MOVE WS-EMP-TERM-DATE TO DL-TERM-DATE
004170     END-IF.
004180     IF WS-EMP-EFF-DATE NOT = ZERO
004190         MOVE WS-EMP-EFF-DATE TO DL-EFF-DATE
004200     END-IF.
004210     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
004220     ADD 1 TO WS-LINE-COUNT.
004230 2300-EXIT.
004240     EXIT.
004250
004260 2900-WRITE-ERROR.
004270     WRITE REPORT-LINE FROM WS-ERROR-LINE.
004280     ADD 1 TO WS-LINE-COUNT.
004290     ADD 1 TO WS-ERROR-COUNT.
004300     DISPLAY "HELLOML2 " EL-MESSAGE.
004310 2900-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350*3000-WRITE-HEADINGS
004360******************************************************************
004370 3000-WRITE-HEADINGS.
004380     ADD 1 TO WS-PAGE-COUNT.
004390     MOVE WS-PAGE-COUNT    TO H1-PAGE-NUMBER.
004400     MOVE WS-RUN-DATE      TO H2-RUN-DATE.
004410     MOVE WS-BUSINESS-DATE TO H2-BUSINESS-DATE.
004420     WRITE REPORT-LINE FROM WS-HEADING-1
004430         AFTER ADVANCING PAGE.
004440     WRITE REPORT-LINE FROM WS-HEADING-2
004450         AFTER ADVANCING 1 LINE.
004460     WRITE REPORT-LINE FROM WS-HEADING-3
004470         AFTER ADVANCING 2 LINES.
004480     MOVE SPACES TO REPORT-LINE.
004490     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
004500     MOVE ZERO TO WS-LINE-COUNT.
004510 3000-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550*8000-TERMINATE
004560*PRINTS THE TYPE TOTALS AND THE CONTROL RECONCILIATION, THEN
004570*THE SIGN-OFF BLOCK.  AN EMPTY BATCH HAS NO CONTROLS TO CHECK.
004580******************************************************************
004590 8000-TERMINATE.
004600     IF NOT WS-FILES-OK
004610         GO TO 8000-CLOSE
004620     END-IF.
004630     IF WS-RECORDS-READ = ZERO
004640         WRITE REPORT-LINE FROM WS-EMPTY-LINE
004650             AFTER ADVANCING 1 LINE
004660         DISPLAY "HELLOML3 MANUAL BATCH IS EMPTY"
004670         GO TO 8000-CLOSE
004680     END-IF.
004690     IF NOT WS-HEADER-SEEN
004700         MOVE "BATCH HAS NO HDR CONTROL RECORD" TO EL-MESSAGE
004710         PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
004720     END-IF.
004730     IF NOT WS-TRAILER-SEEN
004740         MOVE "BATCH HAS NO TRL CONTROL RECORD" TO EL-MESSAGE
004750         PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
004760     END-IF.
004770     MOVE WS-ADD-COUNT      TO TT-ADD-COUNT.
004780     MOVE WS-CHANGE-COUNT   TO TT-CHANGE-COUNT.
004790     MOVE WS-TERM-COUNT     TO TT-TERM-COUNT.
004800     MOVE WS-REHIRE-COUNT   TO TT-REHIRE-COUNT.
004810     MOVE WS-ENTRIES-LISTED TO TT-ENTRIES-LISTED.
004820     WRITE REPORT-LINE FROM WS-TYPE-TOTAL-LINE
004830         AFTER ADVANCING 2 LINES.
004840     MOVE WS-TRL-COUNT      TO CL-TRL-COUNT.
004850     MOVE WS-TRL-HASH       TO CL-TRL-HASH.
004860     MOVE WS-ENTRIES-LISTED TO CL-LISTED-COUNT.
004870     MOVE WS-LISTED-HASH    TO CL-LISTED-HASH.
004880     IF WS-TRL-COUNT = WS-ENTRIES-LISTED
004890        AND WS-TRL-HASH = WS-LISTED-HASH
004900        AND WS-TRAILER-SEEN
004910         MOVE "CONTROLS AGREE" TO CL-RESULT
004920     ELSE
004930         MOVE "*** CONTROLS DO NOT AGREE ***" TO CL-RESULT
004940         ADD 1 TO WS-ERROR-COUNT
004950         DISPLAY "HELLOML4 BATCH CONTROLS DO NOT AGREE - TRL "
004960             WS-TRL-COUNT " " WS-TRL-HASH " LISTED "
004970             WS-ENTRIES-LISTED " " WS-LISTED-HASH
004980     END-IF.
004990     WRITE REPORT-LINE FROM WS-CONTROL-LINE
005000         AFTER ADVANCING 1 LINE.
005010     WRITE REPORT-LINE FROM WS-SIGNOFF-1
005020         AFTER ADVANCING 3 LINES.
005030     WRITE REPORT-LINE FROM WS-SIGNOFF-2
005040         AFTER ADVANCING 2 LINES.
005050     DISPLAY "HELLOML5 " WS-ENTRIES-LISTED
005060         " MANUAL ENTRY(IES) LISTED FOR SIGN-OFF".
005070     IF WS-ERROR-COUNT > ZERO
005080         MOVE 8 TO RETURN-CODE
005090     END-IF.
005100 8000-CLOSE.
005110     CLOSE MANUAL-IN-FILE REPORT-FILE.
005120 8000-EXIT.
005130     EXIT.
005140
005150 END PROGRAM HELLOML.
