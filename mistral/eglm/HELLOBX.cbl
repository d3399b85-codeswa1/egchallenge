000100******************************************************************
000110*PROGRAM:      HELLOBX
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      BADGE AND FACILITIES ACCESS EXTRACT.  RUNS AS
000170*              THE STEP AFTER HELLO IN HELLOJOB (AND HELLORRS)
000180*              AND WRITES THE NIGHT'S ACCESS CHANGES TO THE
000190*              BADGE SYSTEM'S OWN OUTBOUND FILE, BADGFILE
000200*              (COPYBOOK BADGEREC), SO FACILITIES NO LONGER
000210*              WORKS FROM A MAILED COPY OF THE HELLOR LISTING.
000220*              THE NIGHT IS THE RUN NUMBER ON THE LAST RUN-
000230*              CONTROL RECORD; EVERY JOURNAL RECORD STAMPED
000240*              WITH THAT RUN NUMBER IS A POSTING OF THE NIGHT,
000250*              WHICHEVER ATTEMPT (FIRST RUN OR RESTART) MADE
000260*              IT.  SENT TO BADGE:
000270*                ADD          - 'A'
000280*                REHIRE       - 'R'
000290*                CHANGE THAT MOVED AN ACTIVE EMPLOYEE TO A
000300*                NEW DEPARTMENT - 'X', OLD AND NEW CODE
000310*                TERMINATION  - 'T', REVOKE IMMEDIATELY, WITH
000320*                               THE EMP-TERM-DATE
000330*                RE-KEY       - 'K', OLD AND NEW ID, SO THE
000340*                               CARD FOLLOWS THE EMPLOYEE AND
000350*                               A LATER TERMINATION UNDER THE
000360*                               NEW ID STILL FINDS IT
000370*              THE FILE IS BRACKETED BY ITS OWN HDR/TRL
000380*              CONTROL RECORDS.  RETURN CODE 16 WHEN THERE IS
000390*              NO RUN ON RECORD TO EXTRACT, OR WHEN A WRITE TO
000391*              BADGFILE FAILS - THE EXTRACT STOPS THERE AND NO
000392*              TRAILER IS WRITTEN, SO THE SHORT FILE CANNOT
000393*              PROVE ITSELF WHOLE.
000400*MODIFICATION HISTORY:
000410*DATE       INIT DESCRIPTION
000420*---------- ---- ------------------------------------------------
000430*2026-10-15 DK   ORIGINAL PROGRAM.
000431*2026-10-15 DK   BADGFILE STATUS TESTED AFTER EVERY WRITE - A
000432*                FAILED WRITE STOPS THE EXTRACT WITH RC 16.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. HELLOBX.
000470 AUTHOR. D. KOWALSKI.
000480 INSTALLATION. CORPORATE APPLICATIONS.
000490 DATE-WRITTEN. 2026-10-15.
000500
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-RUNCTL-STATUS.
000600
000610     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-JRNL-STATUS.
000640
000650     SELECT BADGE-FILE ASSIGN TO "BADGFILE"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-BADG-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710
000720 FD  RUN-CONTROL-FILE
000730     RECORDING MODE IS F.
000740     COPY RUNCTL.
000750
000760 FD  JOURNAL-FILE
000770     RECORDING MODE IS F.
000780     COPY JRNLREC.
000790
000800 FD  BADGE-FILE
000810     RECORDING MODE IS F.
000820     COPY BADGEREC.
000830
000840 WORKING-STORAGE SECTION.
000850
000860*DECODED VIEW OF A JOURNAL IMAGE.
000870 COPY EMPREC REPLACING
000880         ==EMP-RECORD==     BY ==WS-IMAGE-RECORD==
000890         ==EMP-ID==         BY ==WS-IMG-EMP-ID==
000900         ==EMP-NAME==       BY ==WS-IMG-EMP-NAME==
000910         ==EMP-DEGREE==     BY ==WS-IMG-EMP-DEGREE==
000920         ==EMP-NEW-ID==     BY ==WS-IMG-EMP-NEW-ID==
000930         ==EMP-HIRE-DATE==  BY ==WS-IMG-EMP-HIRE-DATE==
000940         ==EMP-HIRE-YYYY==  BY ==WS-IMG-EMP-HIRE-YYYY==
000950         ==EMP-HIRE-MM==    BY ==WS-IMG-EMP-HIRE-MM==
000960         ==EMP-HIRE-DD==    BY ==WS-IMG-EMP-HIRE-DD==
000970         ==EMP-TRANS-CODE== BY ==WS-IMG-EMP-TRANS-CODE==
000980         ==EMP-TRANS-ADD==  BY ==WS-IMG-EMP-TRANS-ADD==
000990         ==EMP-TRANS-CHANGE== BY ==WS-IMG-EMP-TRANS-CHANGE==
001000         ==EMP-TRANS-TERM== BY ==WS-IMG-EMP-TRANS-TERM==
001010         ==EMP-TRANS-REHIRE== BY ==WS-IMG-EMP-TRANS-REHIRE==
001020         ==EMP-TRANS-REKEY== BY ==WS-IMG-EMP-TRANS-REKEY==
001030         ==EMP-STATUS-SW==  BY ==WS-IMG-EMP-STATUS-SW==
001040         ==EMP-ST-ACTIVE==  BY ==WS-IMG-EMP-ST-ACTIVE==
001050         ==EMP-ST-TERMINATED==
001060                            BY ==WS-IMG-EMP-ST-TERMINATED==
001070         ==EMP-TERM-DATE==  BY ==WS-IMG-EMP-TERM-DATE==
001080         ==EMP-DEPT-CODE==  BY ==WS-IMG-EMP-DEPT-CODE==
001090         ==EMP-EFFECTIVE-DATE== BY ==WS-IMG-EMP-EFF-DATE==
001100         ==EMP-SOURCE-SYSTEM== BY ==WS-IMG-EMP-SOURCE==.
001110
001120 01  WS-FILE-STATUSES.
001130     05  WS-RUNCTL-STATUS           PIC X(02).
001140     05  WS-JRNL-STATUS             PIC X(02).
001150     05  WS-BADG-STATUS             PIC X(02).
001160
001170 01  WS-SWITCHES.
001180     05  WS-EOF-RUNCTL-SW           PIC X(01) VALUE 'N'.
001190         88  WS-END-OF-RUNCTL              VALUE 'Y'.
001200     05  WS-EOF-JRNL-SW             PIC X(01) VALUE 'N'.
001210         88  WS-END-OF-JOURNAL             VALUE 'Y'.
001220     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
001230         88  WS-FILES-OK                   VALUE 'Y'.
001240     05  WS-RUN-FOUND-SW            PIC X(01) VALUE 'N'.
001250         88  WS-RUN-FOUND                  VALUE 'Y'.
001251     05  WS-BADGE-WRITE-SW          PIC X(01) VALUE 'Y'.
001252         88  WS-BADGE-WRITE-OK             VALUE 'Y'.
001253
001254*THE RECORD BEING WRITTEN, FOR THE WRITE-FAILED MESSAGE.
001255 01  WS-BADGE-WRITE-WHAT            PIC X(07) VALUE SPACES.
001260
001270*THE NIGHT BEING EXTRACTED - TAKEN FROM THE LAST RUN-CONTROL
001280*RECORD, WHICH HELLO HAS JUST WRITTEN.
001290 01  WS-RUN-NUMBER                  PIC 9(06) VALUE ZERO.
001300 01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
001310
001320 01  WS-COUNTERS.
001330     05  WS-JOURNAL-READ            PIC 9(08) COMP VALUE ZERO.
001340     05  WS-JOURNAL-SELECTED        PIC 9(08) COMP VALUE ZERO.
001350     05  WS-DETAILS-WRITTEN         PIC 9(08) COMP VALUE ZERO.
001360     05  WS-ADDS-SENT               PIC 9(06) COMP VALUE ZERO.
001370     05  WS-REHIRES-SENT            PIC 9(06) COMP VALUE ZERO.
001380     05  WS-TRANSFERS-SENT          PIC 9(06) COMP VALUE ZERO.
001390     05  WS-TERMS-SENT              PIC 9(06) COMP VALUE ZERO.
001400     05  WS-REKEYS-SENT             PIC 9(06) COMP VALUE ZERO.
001410
001420 01  WS-HASH-TOTAL                  PIC 9(12) VALUE ZERO.
001430 01  WS-HASH-ID                     PIC 9(06) VALUE ZERO.
001440
001450*THE BEFORE-IMAGE VALUES A TRANSFER OR RE-KEY IS MEASURED
001460*AGAINST, SAVED BEFORE THE AFTER-IMAGE IS DECODED.
001470 01  WS-OLD-DEPT-CODE               PIC X(04) VALUE SPACES.
001480 01  WS-OLD-EMP-ID                  PIC X(06) VALUE SPACES.
001490
001500 PROCEDURE DIVISION.
001510
001520******************************************************************
001530*0000-MAINLINE
001540*FINDS THE NIGHT'S RUN, WRITES THE HEADER, PASSES THE JOURNAL
001550*FOR THAT RUN'S POSTINGS, THEN CLOSES THE FILE WITH ITS
001560*TRAILER.
001570******************************************************************
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     IF NOT WS-FILES-OK
001610         DISPLAY "HELLOBX1 ONE OR MORE FILES FAILED TO OPEN - "
001620             "RUN TERMINATED"
001630         MOVE 16 TO RETURN-CODE
001640         GO TO 0000-CLOSE
001650     END-IF.
001660     IF NOT WS-RUN-FOUND
001670         DISPLAY "HELLOBX2 NO RUN ON THE RUN-CONTROL FILE - "
001680             "NOTHING TO EXTRACT"
001690         MOVE 16 TO RETURN-CODE
001700         GO TO 0000-CLOSE
001710     END-IF.
001720     PERFORM 3000-WRITE-HEADER THRU 3000-EXIT.
001721     IF NOT WS-BADGE-WRITE-OK
001722         GO TO 0000-CLOSE
001723     END-IF.
001730     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
001740     PERFORM 2000-PROCESS-ONE-JOURNAL THRU 2000-EXIT
001750         UNTIL WS-END-OF-JOURNAL.
001751     IF NOT WS-BADGE-WRITE-OK
001752         GO TO 0000-CLOSE
001753     END-IF.
001760     PERFORM 3100-WRITE-TRAILER THRU 3100-EXIT.
001770 0000-CLOSE.
001780     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001790     GOBACK.
001800 0000-EXIT.
001810     EXIT.
001820
001830 1000-INITIALIZE.
001840     OPEN INPUT RUN-CONTROL-FILE.
001850     IF WS-RUNCTL-STATUS NOT = "00"
001860         DISPLAY "HELLOBX1 ERROR OPENING RUN-CONTROL-FILE - "
001870             "STATUS " WS-RUNCTL-STATUS
001880         MOVE 'N' TO WS-FILES-OK-SW
001890     END-IF.
001900     OPEN INPUT JOURNAL-FILE.
001910     IF WS-JRNL-STATUS NOT = "00"
001920         DISPLAY "HELLOBX1 ERROR OPENING JOURNAL-FILE - "
001930             "STATUS " WS-JRNL-STATUS
001940         MOVE 'N' TO WS-FILES-OK-SW
001950     END-IF.
001960     OPEN OUTPUT BADGE-FILE.
001970     IF WS-BADG-STATUS NOT = "00"
001980         DISPLAY "HELLOBX1 ERROR OPENING BADGE-FILE - STATUS "
001990             WS-BADG-STATUS
002000         MOVE 'N' TO WS-FILES-OK-SW
002010     END-IF.
002020     IF NOT WS-FILES-OK
002030         GO TO 1000-EXIT
002040     END-IF.
002050     PERFORM 1100-TAKE-LAST-RUN-RECORD THRU 1100-EXIT
002060         UNTIL WS-END-OF-RUNCTL.
002070     IF WS-RUN-FOUND
002080         DISPLAY "HELLOBX3 EXTRACTING RUN " WS-RUN-NUMBER
002090             " FOR BUSINESS DATE " WS-BUSINESS-DATE
002100     END-IF.
002110 1000-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150*1100-TAKE-LAST-RUN-RECORD
002160*KEEPS THE RUN NUMBER AND BUSINESS DATE OF THE LAST RECORD ON
002170*THE FILE.  A RECORD FROM BEFORE RUN NUMBERS WERE KEPT CANNOT
002180*IDENTIFY A NIGHT'S JOURNAL AND DOES NOT COUNT AS A RUN.
002190******************************************************************
002200 1100-TAKE-LAST-RUN-RECORD.
002210     READ RUN-CONTROL-FILE
002220         AT END
002230             SET WS-END-OF-RUNCTL TO TRUE
002240             GO TO 1100-EXIT
002250     END-READ.
002260     IF RC-RUN-NUMBER NUMERIC
002270        AND RC-RUN-NUMBER > ZERO
002280         SET WS-RUN-FOUND TO TRUE
002290         MOVE RC-RUN-NUMBER    TO WS-RUN-NUMBER
002300         MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
002310     ELSE
002320         MOVE 'N' TO WS-RUN-FOUND-SW
002330     END-IF.
002340 1100-EXIT.
002350     EXIT.
002360
002370******************************************************************
002380*2000-PROCESS-ONE-JOURNAL
002390*SELECTS THE NIGHT'S POSTINGS AND TURNS EACH ONE THAT CHANGES
002400*SOMEONE'S BUILDING ACCESS INTO A BADGE DETAIL RECORD.  UTILITY
002410*RECORDS (RUN NUMBER ZERO) AND OTHER NIGHTS ARE PASSED OVER.
002420******************************************************************
002430 2000-PROCESS-ONE-JOURNAL.
002440     ADD 1 TO WS-JOURNAL-READ.
002450     IF JRN-RUN-NUMBER NOT NUMERIC
002460        OR JRN-RUN-NUMBER NOT = WS-RUN-NUMBER
002470         GO TO 2000-NEXT
002480     END-IF.
002490     ADD 1 TO WS-JOURNAL-SELECTED.
002500     MOVE JRN-BEFORE-IMAGE     TO WS-IMAGE-RECORD.
002510     MOVE WS-IMG-EMP-DEPT-CODE TO WS-OLD-DEPT-CODE.
002520     MOVE WS-IMG-EMP-ID        TO WS-OLD-EMP-ID.
002530     MOVE JRN-AFTER-IMAGE      TO WS-IMAGE-RECORD.
002540     MOVE SPACES               TO BADGE-RECORD.
002550     SET BDG-DETAIL            TO TRUE.
002560     MOVE JRN-EMP-ID           TO BDG-EMP-ID.
002570     MOVE 'N'                  TO BDG-REVOKE-SW.
002580     MOVE WS-IMG-EMP-NAME      TO BDG-EMP-NAME.
002590     MOVE WS-IMG-EMP-DEPT-CODE TO BDG-DEPT-CODE.
002600     MOVE ZERO                 TO BDG-TERM-DATE.
002610     IF WS-IMG-EMP-EFF-DATE NUMERIC
002620        AND WS-IMG-EMP-EFF-DATE > ZERO
002630         MOVE WS-IMG-EMP-EFF-DATE TO BDG-EFFECTIVE-DATE
002640     ELSE
002650         MOVE WS-BUSINESS-DATE    TO BDG-EFFECTIVE-DATE
002660     END-IF.
002670     EVALUATE TRUE
002680         WHEN JRN-ACTION-ADD
002690             SET BDG-ACT-ADD TO TRUE
002700             ADD 1 TO WS-ADDS-SENT
002710         WHEN JRN-ACTION-REHIRE
002720             SET BDG-ACT-REHIRE TO TRUE
002730             ADD 1 TO WS-REHIRES-SENT
002740         WHEN JRN-ACTION-TERM
002750             PERFORM 2200-BUILD-TERMINATION THRU 2200-EXIT
002760         WHEN JRN-ACTION-REKEY
002770             SET BDG-ACT-REKEY TO TRUE
002780             MOVE WS-OLD-EMP-ID TO BDG-OLD-EMP-ID
002790             ADD 1 TO WS-REKEYS-SENT
002800         WHEN JRN-ACTION-CHANGE
002810             IF WS-IMG-EMP-ST-TERMINATED
002820                OR WS-IMG-EMP-DEPT-CODE = WS-OLD-DEPT-CODE
002830                 GO TO 2000-NEXT
002840             END-IF
002850             SET BDG-ACT-TRANSFER TO TRUE
002860             MOVE WS-OLD-DEPT-CODE TO BDG-OLD-DEPT-CODE
002870             ADD 1 TO WS-TRANSFERS-SENT
002880         WHEN OTHER
002890             GO TO 2000-NEXT
002900     END-EVALUATE.
002910     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
002920 2000-NEXT.
002930     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002940 2000-EXIT.
002950     EXIT.
002960
002970 2100-READ-JOURNAL.
002980     READ JOURNAL-FILE
002990         AT END
003000             SET WS-END-OF-JOURNAL TO TRUE
003010     END-READ.
003020 2100-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*2200-BUILD-TERMINATION
003070*A LEAVER'S CARD IS TO BE SHUT OFF ON RECEIPT, NOT AT THE
003080*NEXT BADGE AUDIT - THE RECORD CARRIES THE REVOKE-IMMEDIATELY
003090*FLAG AND THE TERMINATION DATE OFF THE AFTER-IMAGE.
003100******************************************************************
003110 2200-BUILD-TERMINATION.
003120     SET BDG-ACT-TERM         TO TRUE.
003130     SET BDG-REVOKE-IMMEDIATE TO TRUE.
003140     IF WS-IMG-EMP-TERM-DATE NUMERIC
003150         MOVE WS-IMG-EMP-TERM-DATE TO BDG-TERM-DATE
003160         MOVE WS-IMG-EMP-TERM-DATE TO BDG-EFFECTIVE-DATE
003170     END-IF.
003180     ADD 1 TO WS-TERMS-SENT.
003190 2200-EXIT.
003200     EXIT.
003210
003220 2300-WRITE-DETAIL.
003230     WRITE BADGE-RECORD.
003231     IF WS-BADG-STATUS NOT = "00"
003232         MOVE "DETAIL" TO WS-BADGE-WRITE-WHAT
003233         PERFORM 3900-WRITE-FAILED THRU 3900-EXIT
003234         GO TO 2300-EXIT
003235     END-IF.
003240     ADD 1 TO WS-DETAILS-WRITTEN.
003250     IF BDG-EMP-ID NUMERIC
003260         MOVE BDG-EMP-ID TO WS-HASH-ID
003270         ADD WS-HASH-ID  TO WS-HASH-TOTAL
003280     END-IF.
003290 2300-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330*3000-WRITE-HEADER / 3100-WRITE-TRAILER
003340*THE BADGE FILE'S OWN CONTROL RECORDS.  THE TRAILER CARRIES
003350*THE DETAIL COUNT, THE COUNT FOR EACH ACTION AND THE EMP-ID
003360*HASH TOTAL, SO THE BADGE LOAD AND HELLOBR CAN BOTH PROVE THE
003370*FILE ARRIVED WHOLE.
003380******************************************************************
003390 3000-WRITE-HEADER.
003400     MOVE SPACES           TO BADGE-RECORD.
003410     SET BDG-HEADER        TO TRUE.
003420     MOVE WS-BUSINESS-DATE TO BDG-BUSINESS-DATE.
003430     MOVE WS-RUN-NUMBER    TO BDG-RUN-NUMBER.
003440     WRITE BADGE-RECORD.
003441     IF WS-BADG-STATUS NOT = "00"
003442         MOVE "HEADER" TO WS-BADGE-WRITE-WHAT
003443         PERFORM 3900-WRITE-FAILED THRU 3900-EXIT
003444     END-IF.
003450 3000-EXIT.
003460     EXIT.
003470
003480 3100-WRITE-TRAILER.
003490     MOVE SPACES             TO BADGE-RECORD.
003500     SET BDG-TRAILER         TO TRUE.
003510     MOVE WS-DETAILS-WRITTEN TO BDG-RECORD-COUNT.
003520     MOVE WS-ADDS-SENT       TO BDG-ADD-COUNT.
003530     MOVE WS-REHIRES-SENT    TO BDG-REHIRE-COUNT.
003540     MOVE WS-TRANSFERS-SENT  TO BDG-TRANSFER-COUNT.
003550     MOVE WS-TERMS-SENT      TO BDG-TERM-COUNT.
003560     MOVE WS-REKEYS-SENT     TO BDG-REKEY-COUNT.
003570     MOVE WS-HASH-TOTAL      TO BDG-HASH-TOTAL.
003580     WRITE BADGE-RECORD.
003581     IF WS-BADG-STATUS NOT = "00"
003582         MOVE "TRAILER" TO WS-BADGE-WRITE-WHAT
003583         PERFORM 3900-WRITE-FAILED THRU 3900-EXIT
003584     END-IF.
003590 3100-EXIT.
003600     EXIT.
003601
003602******************************************************************
003603*3900-WRITE-FAILED
003604*A BADGFILE WRITE DID NOT COMPLETE.  THE EXTRACT STOPS - THE
003605*JOURNAL PASS ENDS AND NO FURTHER RECORD IS WRITTEN - AND THE
003606*STEP ENDS RC 16 SO THE SHORT FILE IS NOT SENT TO BADGE.
003607******************************************************************
003608 3900-WRITE-FAILED.
003609     DISPLAY "HELLOBX9 BADGE-FILE " WS-BADGE-WRITE-WHAT
003610         " WRITE FAILED - STATUS " WS-BADG-STATUS
003611         " AFTER " WS-DETAILS-WRITTEN " DETAIL(S) - EXTRACT "
003612         "STOPPED".
003613     MOVE 'N' TO WS-BADGE-WRITE-SW.
003614     SET WS-END-OF-JOURNAL TO TRUE.
003615     MOVE 16 TO RETURN-CODE.
003616 3900-EXIT.
003617     EXIT.
003618
003620 8000-TERMINATE.
003630     CLOSE RUN-CONTROL-FILE
003640           JOURNAL-FILE
003650           BADGE-FILE.
003660     DISPLAY "HELLOBX4 JOURNAL RECORDS READ     = "
003670         WS-JOURNAL-READ.
003680     DISPLAY "HELLOBX5 POSTINGS FOR THE RUN     = "
003690         WS-JOURNAL-SELECTED.
003700     DISPLAY "HELLOBX6 BADGE RECORDS SENT       = "
003710         WS-DETAILS-WRITTEN.
003720     DISPLAY "HELLOBX7 ADDS " WS-ADDS-SENT
003730         " REHIRES " WS-REHIRES-SENT
003740         " TRANSFERS " WS-TRANSFERS-SENT.
003750     DISPLAY "HELLOBX8 REVOCATIONS " WS-TERMS-SENT
003760         " RE-KEYS " WS-REKEYS-SENT.
003770 8000-EXIT.
003780     EXIT.
003790
003800 END PROGRAM HELLOBX.
