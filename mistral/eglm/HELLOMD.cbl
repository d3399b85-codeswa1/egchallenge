000100******************************************************************
000110*PROGRAM:      HELLOMD
000120*AUTHOR:       D. KOWALSKI
000130*INSTALLATION: CORPORATE APPLICATIONS
000140*DATE-WRITTEN: 2026-10-15
000150*DATE-COMPILED:
000160*PURPOSE:      UNATTENDED RE-DATE OF THE MANUAL TRANSACTION BATCH,
000170*              RUN IN HELLOJOB AND HELLORRS AHEAD OF THE HELLOML
000180*              LISTING.  A BATCH KEYED THROUGH HELLOMT CARRIES THE
000190*              DATE IT WAS KEYED IN ITS HDR; IF NO RUN COMMITTED
000200*              THAT NIGHT THE BATCH IS STILL THERE NEXT NIGHT
000210*              UNDER THE OLD DATE, AND HELLO WOULD REFUSE THE
000220*              MANUAL SOURCE AND WITH IT THE WHOLE RUN.  THIS STEP
000230*              CHECKS THE BATCH AS HELLOMT LOADS IT - A MANUAL
000240*              HDR, NO RECORD AFTER THE TRL, A TRL WHOSE COUNT AND
000250*              EMP-ID HASH AGREE - AND PASSES IT TO THE RUN WITH
000260*              THE HDR DATED TODAY, THE CARRY SHOWN IN THE JOB
000270*              LOG.  THE CURRENT MANUAL GENERATION ITSELF IS NOT
000280*              REWRITTEN.  AN EMPTY BATCH PASSES EMPTY, RC 0.  A
000290*              BATCH THAT DOES NOT CHECK CLEANLY IS NOT PASSED AT
000300*              ALL - THE RUN GOES AHEAD WITHOUT IT AND THE STEP
000310*              ENDS RC 8, SO THE EMPTY-GENERATION ROLL AT THE END
000320*              OF THE JOB IS HELD AND THE BATCH WAITS ON THE
000330*              GENERATION TO BE PUT RIGHT.
000340*MODIFICATION HISTORY:
000350*DATE       INIT DESCRIPTION
000360*---------- ---- ------------------------------------------------
000370*2026-10-15 DK   ORIGINAL PROGRAM, MODELLED ON THE HELLOMT BATCH
000380*                LOAD AND WRITE.
000382*2026-10-15 DK   RE-OPEN AND EVERY WRITE OF THE RUN'S COPY ARE
000384*                STATUS-CHECKED - A FAILED COPY IS EMPTIED AND THE
000386*                STEP ENDS RC 8.  ONLY THE FILES THAT OPENED ARE
000388*                CLOSED.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. HELLOMD.
000420 AUTHOR. D. KOWALSKI.
000430 INSTALLATION. CORPORATE APPLICATIONS.
000440 DATE-WRITTEN. 2026-10-15.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT MANUAL-IN-FILE ASSIGN TO "MANIN"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-MANIN-STATUS.
000550
000560     SELECT MANUAL-OUT-FILE ASSIGN TO "MANOUT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-MANOUT-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620
000630*THE MANUAL BATCH - ONE HDR, THE DETAIL RECORDS IN EMPREC
000640*LAYOUT, ONE TRL, EXACTLY AS A SOURCE FEED ARRIVES ON EMPIN.
000650 FD  MANUAL-IN-FILE
000660     RECORDING MODE IS F.
000670 01  MANUAL-IN-RECORD               PIC X(104).
000680
000690 FD  MANUAL-OUT-FILE
000700     RECORDING MODE IS F.
000710 01  MANUAL-OUT-RECORD              PIC X(104).
000720
000730 WORKING-STORAGE SECTION.
000740
000750*CONTROL-RECORD VIEW OF A BATCH RECORD - EACH RECORD IS READ
000760*INTO IT, AND THE HDR IS RE-DATED IN IT FOR WRITING.
000770     COPY EMPCTL.
000780
000790 01  WS-FILE-STATUSES.
000800     05  WS-MANIN-STATUS            PIC X(02).
000810     05  WS-MANOUT-STATUS           PIC X(02).
000820
000830 01  WS-SWITCHES.
000840     05  WS-EOF-MAN-SW              PIC X(01) VALUE 'N'.
000850         88  WS-END-OF-BATCH               VALUE 'Y'.
000860     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
000870         88  WS-FILES-OK                   VALUE 'Y'.
000880     05  WS-BATCH-EMPTY-SW          PIC X(01) VALUE 'N'.
000890         88  WS-BATCH-EMPTY                VALUE 'Y'.
000900     05  WS-LOAD-FAILED-SW          PIC X(01) VALUE 'N'.
000910         88  WS-LOAD-FAILED                VALUE 'Y'.
000920     05  WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
000930         88  WS-TRAILER-SEEN               VALUE 'Y'.
000932     05  WS-MANIN-OPEN-SW           PIC X(01) VALUE 'N'.
000934         88  WS-MANIN-OPEN                 VALUE 'Y'.
000936     05  WS-MANOUT-OPEN-SW          PIC X(01) VALUE 'N'.
000938         88  WS-MANOUT-OPEN                VALUE 'Y'.
000940
000950*THE SOURCE SYSTEM THE BATCH IS FED UNDER, THE DATE ITS HDR
000960*CARRIED AS FOUND, AND THE DATE IT IS PASSED TO THE RUN UNDER -
000970*TODAY'S, WHICH IS TONIGHT'S RUN DATE.
000980 01  WS-MANUAL-SOURCE               PIC X(08) VALUE "MANUAL".
000990 01  WS-CARRIED-DATE                PIC 9(08) VALUE ZERO.
001000 01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
001010
001020*BATCH CONTROL TOTALS AS CHECKED.  THE HASH IS OVER THE NUMERIC
001030*EMPLOYEE IDS, AS HELLO COMPUTES IT.
001040 01  WS-BATCH-TOTALS.
001050     05  WS-LOAD-COUNT              PIC 9(08) VALUE ZERO.
001060     05  WS-LOAD-HASH               PIC 9(12) VALUE ZERO.
001070 01  WS-HASH-WORK.
001080     05  WS-HASH-ID-X               PIC X(06).
001090     05  WS-HASH-ID-9 REDEFINES WS-HASH-ID-X
001100                                    PIC 9(06).
001110
001120 01  WS-COUNTERS.
001130     05  WS-RECORDS-WRITTEN         PIC 9(08) COMP VALUE ZERO.
001140
001150 PROCEDURE DIVISION.
001160
001170******************************************************************
001180*0000-MAINLINE
001190*CHECKS THE CURRENT MANUAL GENERATION, THEN PASSES IT TO THE RUN
001200*WITH ITS HDR DATED TODAY - OR, WHEN IT DOES NOT CHECK CLEANLY,
001210*PASSES NOTHING AND ENDS RC 8.
001215*A COPY THAT FAILS PART-WAY IS TREATED THE SAME WAY.
001220******************************************************************
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001250     IF NOT WS-FILES-OK
001260         DISPLAY "HELLOMD1 ONE OR MORE FILES FAILED TO OPEN - "
001270             "RUN TERMINATED"
001280         MOVE 16 TO RETURN-CODE
001370     ELSE
001372         PERFORM 2000-CHECK-BATCH THRU 2000-EXIT
001374         IF WS-LOAD-FAILED
001376             DISPLAY "HELLOMD2 MANUAL BATCH NOT PASSED TO THE "
001378                 "RUN - IT STAYS ON THE CURRENT GENERATION TO BE "
001380                 "PUT RIGHT"
001382             MOVE 8 TO RETURN-CODE
001384         ELSE
001386             IF NOT WS-BATCH-EMPTY
001388                 PERFORM 3000-WRITE-BATCH THRU 3000-EXIT
001390             END-IF
001400         END-IF
001410     END-IF.
001420     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001425     GOBACK.
001430 0000-EXIT.
001440     EXIT.
001450
001460 1000-INITIALIZE.
001470     OPEN INPUT MANUAL-IN-FILE.
001480     IF WS-MANIN-STATUS NOT = "00"
001490         DISPLAY "HELLOMD1 ERROR OPENING MANUAL-IN-FILE - "
001500             "STATUS " WS-MANIN-STATUS
001510         MOVE 'N' TO WS-FILES-OK-SW
001513     ELSE
001516         SET WS-MANIN-OPEN TO TRUE
001520     END-IF.
001530     OPEN OUTPUT MANUAL-OUT-FILE.
001540     IF WS-MANOUT-STATUS NOT = "00"
001550         DISPLAY "HELLOMD1 ERROR OPENING MANUAL-OUT-FILE - "
001560             "STATUS " WS-MANOUT-STATUS
001570         MOVE 'N' TO WS-FILES-OK-SW
001573     ELSE
001576         SET WS-MANOUT-OPEN TO TRUE
001580     END-IF.
001590     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
001600 1000-EXIT.
001610     EXIT.
001620
001630******************************************************************
001640*2000-CHECK-BATCH
001650*READS THE WHOLE BATCH ONCE, AS HELLOMT'S 1300-LOAD-BATCH DOES,
001660*BEFORE A RECORD IS WRITTEN.  AN EMPTY GENERATION IS NO MANUAL
001670*FEED TONIGHT.  NO HDR, NOT THE MANUAL SOURCE, A RECORD AFTER
001680*THE TRL OR A SECOND HDR, A TRL THAT DOES NOT AGREE, OR NO TRL
001690*FAILS THE BATCH.  A BATCH DATED AN EARLIER DAY WAS NEVER TAKEN
001700*BY A RUN THAT COMMITTED - ITS ENTRIES ARE CARRIED INTO TONIGHT'S
001710*RUN.
001720******************************************************************
001730 2000-CHECK-BATCH.
001740     PERFORM 2010-READ-BATCH THRU 2010-EXIT.
001750     IF WS-END-OF-BATCH
001760         SET WS-BATCH-EMPTY TO TRUE
001770         DISPLAY "HELLOMD3 MANUAL BATCH IS EMPTY - NO MANUAL "
001780             "FEED FOR " WS-BUSINESS-DATE
001790         GO TO 2000-EXIT
001800     END-IF.
001810     IF NOT CTL-HEADER
001820        OR CTL-SOURCE-SYSTEM NOT = WS-MANUAL-SOURCE
001830         DISPLAY "HELLOMD4 FIRST BATCH RECORD IS NOT A MANUAL "
001840             "HDR CONTROL RECORD"
001850         SET WS-LOAD-FAILED TO TRUE
001860         GO TO 2000-EXIT
001870     END-IF.
001880     MOVE CTL-BUSINESS-DATE TO WS-CARRIED-DATE.
001890     PERFORM 2010-READ-BATCH THRU 2010-EXIT.
001900     PERFORM 2020-CHECK-RECORD THRU 2020-EXIT
001910         UNTIL WS-END-OF-BATCH OR WS-LOAD-FAILED.
001920     IF NOT WS-LOAD-FAILED AND NOT WS-TRAILER-SEEN
001930         DISPLAY "HELLOMD5 BATCH HAS NO TRL CONTROL RECORD"
001940         SET WS-LOAD-FAILED TO TRUE
001950     END-IF.
001960     IF WS-LOAD-FAILED
001970         GO TO 2000-EXIT
001980     END-IF.
001990     IF WS-CARRIED-DATE NOT = WS-BUSINESS-DATE
002000         DISPLAY "HELLOMD6 BATCH DATED " WS-CARRIED-DATE
002010             " WAS NOT TAKEN BY A RUN - ITS " WS-LOAD-COUNT
002020             " ENTRY(IES) ARE CARRIED INTO THE RUN FOR "
002030             WS-BUSINESS-DATE
002040     END-IF.
002050 2000-EXIT.
002060     EXIT.
002070
002080 2010-READ-BATCH.
002090     READ MANUAL-IN-FILE INTO EMP-CONTROL-RECORD
002100         AT END
002110             SET WS-END-OF-BATCH TO TRUE
002120     END-READ.
002130 2010-EXIT.
002140     EXIT.
002150
002160 2020-CHECK-RECORD.
002170     IF WS-TRAILER-SEEN OR CTL-HEADER
002180         DISPLAY "HELLOMD7 RECORD AFTER THE TRL OR A SECOND HDR "
002190             "ON THE BATCH"
002200         SET WS-LOAD-FAILED TO TRUE
002210         GO TO 2020-EXIT
002220     END-IF.
002230     IF CTL-TRAILER
002240         SET WS-TRAILER-SEEN TO TRUE
002250         IF CTL-RECORD-COUNT NOT = WS-LOAD-COUNT
002260            OR CTL-HASH-TOTAL NOT = WS-LOAD-HASH
002270             DISPLAY "HELLOMD8 BATCH TRL COUNT " CTL-RECORD-COUNT
002280                 " HASH " CTL-HASH-TOTAL
002290                 " DOES NOT AGREE WITH "
002300                 WS-LOAD-COUNT " ENTRIES HASH " WS-LOAD-HASH
002310             SET WS-LOAD-FAILED TO TRUE
002320             GO TO 2020-EXIT
002330         END-IF
002340         PERFORM 2010-READ-BATCH THRU 2010-EXIT
002350         GO TO 2020-EXIT
002360     END-IF.
002370     ADD 1 TO WS-LOAD-COUNT.
002380     MOVE EMP-CONTROL-RECORD (1:6) TO WS-HASH-ID-X.
002390     IF WS-HASH-ID-9 NUMERIC
002400         ADD WS-HASH-ID-9 TO WS-LOAD-HASH
002410     END-IF.
002420     PERFORM 2010-READ-BATCH THRU 2010-EXIT.
002430 2020-EXIT.
002440     EXIT.
002450
002460******************************************************************
002470*3000-WRITE-BATCH
002480*RE-READS THE CHECKED BATCH FROM ITS FIRST RECORD AND COPIES IT
002490*TO THE RUN'S COPY WITH THE HDR DATED TODAY.  THE DETAIL RECORDS
002500*AND THE TRL GO ACROSS UNCHANGED.  FALLS THROUGH INTO THE COPY
002510*LOOP BELOW.  A RE-OPEN OR WRITE THAT FAILS STOPS THE COPY (3900).
002520******************************************************************
002530 3000-WRITE-BATCH.
002540     CLOSE MANUAL-IN-FILE.
002545     MOVE 'N' TO WS-MANIN-OPEN-SW.
002550     OPEN INPUT MANUAL-IN-FILE.
002551     IF WS-MANIN-STATUS NOT = "00"
002552         DISPLAY "HELLOMD9 ERROR RE-OPENING MANUAL-IN-FILE - "
002553             "STATUS " WS-MANIN-STATUS
002554         PERFORM 3900-COPY-FAILED THRU 3900-EXIT
002555         GO TO 3000-EXIT
002556     END-IF.
002557     SET WS-MANIN-OPEN TO TRUE.
002560     READ MANUAL-IN-FILE INTO EMP-CONTROL-RECORD
002570         AT END
002580             GO TO 3000-EXIT
002590     END-READ.
002600     MOVE WS-BUSINESS-DATE TO CTL-BUSINESS-DATE.
002610     WRITE MANUAL-OUT-RECORD FROM EMP-CONTROL-RECORD.
002611     IF WS-MANOUT-STATUS NOT = "00"
002612         DISPLAY "HELLOMD9 ERROR WRITING MANUAL-OUT-FILE - "
002613             "STATUS " WS-MANOUT-STATUS " AFTER "
002614             WS-RECORDS-WRITTEN " RECORD(S)"
002615         PERFORM 3900-COPY-FAILED THRU 3900-EXIT
002616         GO TO 3000-EXIT
002617     END-IF.
002620     ADD 1 TO WS-RECORDS-WRITTEN.
002630 3010-COPY-REST.
002640     READ MANUAL-IN-FILE
002650         AT END
002660             GO TO 3000-EXIT
002670     END-READ.
002680     MOVE MANUAL-IN-RECORD TO MANUAL-OUT-RECORD.
002690     WRITE MANUAL-OUT-RECORD.
002691     IF WS-MANOUT-STATUS NOT = "00"
002692         DISPLAY "HELLOMD9 ERROR WRITING MANUAL-OUT-FILE - "
002693             "STATUS " WS-MANOUT-STATUS " AFTER "
002694             WS-RECORDS-WRITTEN " RECORD(S)"
002695         PERFORM 3900-COPY-FAILED THRU 3900-EXIT
002696         GO TO 3000-EXIT
002697     END-IF.
002700     ADD 1 TO WS-RECORDS-WRITTEN.
002710     GO TO 3010-COPY-REST.
002720 3000-EXIT.
002730     EXIT.
002740
002741******************************************************************
002742*3900-COPY-FAILED
002743*A RUN'S COPY WITHOUT ITS TRL WOULD MAKE HELLO REFUSE THE MANUAL
002744*SOURCE AND THE WHOLE NIGHT, SO THE PART WRITTEN IS EMPTIED AND
002745*THE RUN GOES AHEAD WITHOUT THE BATCH, AS FOR ONE THAT FAILS ITS
002746*CHECK.
002747*RC 8 HOLDS THE EMPTY-GENERATION ROLL AT THE END OF THE JOB.
002748******************************************************************
002749 3900-COPY-FAILED.
002750     DISPLAY "HELLOMD2 MANUAL BATCH NOT PASSED TO THE RUN - "
002751         "IT STAYS ON THE CURRENT GENERATION TO BE PUT "
002752         "RIGHT".
002753     MOVE 8 TO RETURN-CODE.
002754     IF NOT WS-MANOUT-OPEN
002755         GO TO 3900-EXIT
002756     END-IF.
002757     CLOSE MANUAL-OUT-FILE.
002758     MOVE 'N' TO WS-MANOUT-OPEN-SW.
002759     MOVE ZERO TO WS-RECORDS-WRITTEN.
002760     OPEN OUTPUT MANUAL-OUT-FILE.
002761     IF WS-MANOUT-STATUS NOT = "00"
002762         DISPLAY "HELLOMDA RUN'S COPY COULD NOT BE EMPTIED - "
002763             "STATUS " WS-MANOUT-STATUS
002764         GO TO 3900-EXIT
002765     END-IF.
002766     SET WS-MANOUT-OPEN TO TRUE.
002767 3900-EXIT.
002768     EXIT.
002769
002770 8000-TERMINATE.
002771     IF WS-MANIN-OPEN
002772         CLOSE MANUAL-IN-FILE
002773     END-IF.
002774     IF WS-MANOUT-OPEN
002775         CLOSE MANUAL-OUT-FILE
002776     END-IF.
002780     DISPLAY "HELLOMDR ENTRIES  = " WS-LOAD-COUNT.
002790     DISPLAY "HELLOMDS WRITTEN  = " WS-RECORDS-WRITTEN.
002800 8000-EXIT.
002810     EXIT.
