000350*DATE       INIT DESCRIPTION
000360*---------- ---- ------------------------------------------------
000370*2026-09-02 DK   ORIGINAL PROGRAM.
000372*2026-10-15 DK   REVERSE THE RE-KEY ACTION 'K' - THE RECORD MOVES
000374*                BACK TO ITS OLD ID, JOURNALED AS A 'K' WITH THE
000376*                IMAGES SWAPPED AND SENT TO HR AS A 'K' WITH THE
000377*                IDS SWAPPED.  A LATER DATE TOUCHING EITHER ID
000378*                OF A RE-KEY REFUSES THE RUN.
000379*2026-10-15 DK   REVERSALS NOW PUT THE POSITION ASSIGNMENTS BACK
000380*                WITH THE RECORD - A REVERSED ADD OR REHIRE FREES
000381*                ITS POSITION, A REVERSED TERMINATION OR TRANSFER
000382*                RETAKES A VACANCY IN THE RESTORED DEPARTMENT, AND
000383*                A REVERSED RE-KEY CARRIES THE POSITION BACK TO
000384*                THE OLD ID.  AN EMPLOYEE LEFT UNTIED FOR WANT
000385*                OF A VACANCY ENDS THE RUN WITH RETURN CODE 4.
000386*2026-10-15 DK   A RE-KEY REVERSAL WHOSE NEW-ID RECORD CANNOT BE
000387*                PUT BACK AFTER THE OLD-ID WRITE FAILS NAMES THE
000388*                EMPLOYEE AND ENDS THE RUN WITH RETURN CODE 16.
000389******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. HELLOBO.
000410 AUTHOR. D. KOWALSKI.
000610     SELECT HR-INTERFACE-FILE ASSIGN TO "HRIFFILE"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-HRIF-STATUS.
000631
000632     SELECT POSITION-FILE ASSIGN TO "POSNMSTR"
000633         ORGANIZATION IS INDEXED
000634         ACCESS MODE IS DYNAMIC
000635         RECORD KEY IS POS-KEY
000636         FILE STATUS IS WS-POSN-STATUS.
000637
000638     SELECT POSITION-ASSIGN-FILE ASSIGN TO "POSNASGN"
000639         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000641         RECORD KEY IS PSA-EMP-ID
000642         FILE STATUS IS WS-PSA-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670
000780 FD  HR-INTERFACE-FILE.
000790     COPY HRIFREC.
000800
000801*POSITION MASTER AND ASSIGNMENT FILE - A REVERSAL PUTS THE
000802*EMPLOYEE'S POSITION BACK AS IT STOOD BEFORE THE TARGET DATE.
000803 FD  POSITION-FILE.
000804     COPY POSNREC.
000805
000806 FD  POSITION-ASSIGN-FILE.
000807     COPY POSNASG.
000810 WORKING-STORAGE SECTION.
000820
000830*DECODED VIEW OF A JOURNALED IMAGE, SO THE CORRECTING HR
000870         ==EMP-ID==         BY ==WS-IMG-EMP-ID==
000880         ==EMP-NAME==       BY ==WS-IMG-EMP-NAME==
000890         ==EMP-DEGREE==     BY ==WS-IMG-EMP-DEGREE==
000895         ==EMP-NEW-ID== BY ==WS-IMG-EMP-NEW-ID==
000900         ==EMP-HIRE-DATE==  BY ==WS-IMG-EMP-HIRE-DATE==
000910         ==EMP-HIRE-YYYY==  BY ==WS-IMG-EMP-HIRE-YYYY==
000920         ==EMP-HIRE-MM==    BY ==WS-IMG-EMP-HIRE-MM==
000960         ==EMP-TRANS-CHANGE== BY ==WS-IMG-EMP-TRANS-CHANGE==
000970         ==EMP-TRANS-TERM== BY ==WS-IMG-EMP-TRANS-TERM==
000980         ==EMP-TRANS-REHIRE== BY ==WS-IMG-EMP-TRANS-REHIRE==
000985         ==EMP-TRANS-REKEY== BY ==WS-IMG-EMP-TRANS-REKEY==
000990         ==EMP-STATUS-SW==  BY ==WS-IMG-EMP-STATUS-SW==
001000         ==EMP-ST-ACTIVE==  BY ==WS-IMG-EMP-ST-ACTIVE==
001010         ==EMP-ST-TERMINATED== BY ==WS-IMG-EMP-ST-TERMINATED==
001070     05  WS-JRNL-STATUS             PIC X(02).
001080     05  WS-EMPMSTR-STATUS          PIC X(02).
001090     05  WS-HRIF-STATUS             PIC X(02).
001093     05  WS-POSN-STATUS             PIC X(02).
001096     05  WS-PSA-STATUS              PIC X(02).
001100
001110 01  WS-SWITCHES.
001120     05  WS-EOF-SW                  PIC X(01) VALUE 'N'.
001190         88  WS-LATER-CONFLICT             VALUE 'Y'.
001200     05  WS-TARGET-FOUND-SW         PIC X(01) VALUE 'N'.
001210         88  WS-TARGET-FOUND               VALUE 'Y'.
001211     05  WS-EMP-ASSIGNED-SW         PIC X(01) VALUE 'N'.
001212         88  WS-EMP-ASSIGNED               VALUE 'Y'.
001213     05  WS-DEPT-CONTROLLED-SW      PIC X(01) VALUE 'N'.
001214         88  WS-DEPT-CONTROLLED            VALUE 'Y'.
001215     05  WS-VACANCY-FOUND-SW        PIC X(01) VALUE 'N'.
001216         88  WS-VACANCY-FOUND              VALUE 'Y'.
001217     05  WS-POSN-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
001218         88  WS-POSN-SCAN-DONE             VALUE 'Y'.
001220
001230 01  WS-COUNTERS.
001240     05  WS-JOURNAL-READ            PIC 9(08) COMP VALUE ZERO.
001260     05  WS-UPDATES-REVERSED        PIC 9(08) COMP VALUE ZERO.
001270     05  WS-PURGES-REVERSED         PIC 9(08) COMP VALUE ZERO.
001280     05  WS-REVERSALS-SKIPPED       PIC 9(08) COMP VALUE ZERO.
001285     05  WS-REKEYS-REVERSED         PIC 9(08) COMP VALUE ZERO.
001286     05  WS-POSITIONS-FREED         PIC 9(08) COMP VALUE ZERO.
001287     05  WS-POSITIONS-RETAKEN       PIC 9(08) COMP VALUE ZERO.
001288     05  WS-POSITIONS-UNTIED        PIC 9(08) COMP VALUE ZERO.
001290
001300 01  WS-BACKOUT-DATE                PIC 9(08) VALUE ZERO.
001310 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
001344*REVERSALS STAMP RUN NUMBER ZERO - UTILITY ACTIVITY TO THE
001346*HELLOJV CHAIN VERIFIER - WITH A LOCAL SEQUENCE.
001348 01  WS-JRNL-SEQUENCE               PIC 9(08) VALUE ZERO.
001349*THE VACANT POSITION 3820 FOUND IN THE RESTORED DEPARTMENT -
001350*SPACES WHEN NONE WAS FOUND.
001351 01  WS-VACANT-POS-KEY.
001352     05  WS-VACANT-DEPT-CODE        PIC X(04).
001353     05  WS-VACANT-POS-NUMBER       PIC 9(04).
001354
001360*THE TARGET DATE'S JOURNAL ENTRIES, LOADED IN THE ORDER THEY
001370*WERE WRITTEN AND REVERSED FROM THE BOTTOM UP.  THE OCCURS
001380*CEILING BELOW (5000) MUST MATCH WS-BO-TABLE-MAX - A NIGHT
002230         DISPLAY "HELLOBO4 ERROR OPENING HR-INTERFACE-FILE - "
002240             "STATUS " WS-HRIF-STATUS
002250         MOVE 'N' TO WS-FILES-OK-SW
002251     END-IF.
002252     OPEN I-O POSITION-FILE.
002253     IF WS-POSN-STATUS NOT = "00"
002254         DISPLAY "HELLOBO4 ERROR OPENING POSITION-FILE - STATUS "
002255             WS-POSN-STATUS
002256         MOVE 'N' TO WS-FILES-OK-SW
002257     END-IF.
002258     OPEN I-O POSITION-ASSIGN-FILE.
002259     IF WS-PSA-STATUS NOT = "00"
002260         DISPLAY "HELLOBO4 ERROR OPENING POSITION-ASSIGN-FILE - "
002261             "STATUS " WS-PSA-STATUS
002262         MOVE 'N' TO WS-FILES-OK-SW
002263     END-IF.
002270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002280     PERFORM 1200-GET-BACKOUT-PARM THRU 1200-EXIT.
002290 1000-EXIT.
003160 2400-EXIT.
003170     EXIT.
003180
003185*A RE-KEY TOUCHES TWO IDS - THE OLD ONE IS THE FIRST SIX
003186*BYTES OF ITS BEFORE IMAGE - ON EITHER SIDE OF THE MATCH.
003190 2410-MATCH-TARGET-ID.
003200     IF WS-BO-EMP-ID (WS-SCAN-SUB) = JRN-EMP-ID
003201        OR (JRN-ACTION-REKEY
003202            AND WS-BO-EMP-ID (WS-SCAN-SUB)
003203                = JRN-BEFORE-IMAGE (1:6))
003204        OR (WS-BO-ACTION (WS-SCAN-SUB) = 'K'
003205            AND WS-BO-BEFORE (WS-SCAN-SUB) (1:6) = JRN-EMP-ID)
003210         SET WS-LATER-CONFLICT TO TRUE
003220         DISPLAY "HELLOBO8 EMPLOYEE " JRN-EMP-ID
003230             " UPDATED AGAIN ON " JRN-RUN-DATE
003520             PERFORM 3300-REVERSE-UPDATE THRU 3300-EXIT
003530         WHEN 'P'
003540             PERFORM 3400-REVERSE-PURGE THRU 3400-EXIT
003545         WHEN 'K'
003546             PERFORM 3700-REVERSE-REKEY THRU 3700-EXIT
003550         WHEN OTHER
003560             ADD 1 TO WS-REVERSALS-SKIPPED
003570             DISPLAY "HELLOBO9 UNKNOWN JOURNAL ACTION "
003660*3200-REVERSE-ADD
003670*AN ADD BACKS OUT AS A DELETE.  THE REVERSAL JOURNALS AS A
003680*PURGE AND HR RECEIVES A 'D' CORRECTING RECORD CARRYING THE
003690*RECORD AS IT WENT OUT THAT NIGHT.  ANY POSITION THE ADD TOOK
003695*IS FREED (3810).
003700******************************************************************
003710 3200-REVERSE-ADD.
003720     MOVE WS-BO-EMP-ID (WS-BO-SUB) TO EMP-ID.
003840     PERFORM 3500-WRITE-REVERSAL-JOURNAL THRU 3500-EXIT.
003860     MOVE 'D' TO HR-ACTION-CODE.
003870     PERFORM 3600-WRITE-CORRECTING-RECORD THRU 3600-EXIT.
003875     PERFORM 3810-FREE-POSITION THRU 3810-EXIT.
003880 3200-EXIT.
003890     EXIT.
003900
003930*A CHANGE, TERMINATION OR REHIRE BACKS OUT AS A REWRITE OF
003940*THE BEFORE IMAGE.  THE REVERSAL JOURNALS AS A CHANGE WITH
003950*THE IMAGES SWAPPED AND HR RECEIVES A 'C' CORRECTING RECORD
003960*CARRYING THE RESTORED VALUES.  THE POSITION IS THEN SETTLED
003965*AGAINST THE RESTORED RECORD (3800).
003970******************************************************************
003980 3300-REVERSE-UPDATE.
003990     MOVE WS-BO-BEFORE (WS-BO-SUB) TO EMP-MASTER-RECORD.
004120     PERFORM 3500-WRITE-REVERSAL-JOURNAL THRU 3500-EXIT.
004140     MOVE 'C' TO HR-ACTION-CODE.
004150     PERFORM 3600-WRITE-CORRECTING-RECORD THRU 3600-EXIT.
004155     PERFORM 3800-SETTLE-POSITION THRU 3800-EXIT.
004160 3300-EXIT.
004170     EXIT.
004180
004200*3400-REVERSE-PURGE
004210*A PURGE BACKS OUT AS A FRESH WRITE OF THE BEFORE IMAGE.  THE
004220*REVERSAL JOURNALS AS AN ADD AND HR RECEIVES AN 'A'
004230*CORRECTING RECORD CARRYING THE RESTORED RECORD.  THE POSITION
004235*IS SETTLED AGAINST IT (3800).
004240******************************************************************
004250 3400-REVERSE-PURGE.
004260     MOVE WS-BO-BEFORE (WS-BO-SUB) TO EMP-MASTER-RECORD.
004390     PERFORM 3500-WRITE-REVERSAL-JOURNAL THRU 3500-EXIT.
004410     MOVE 'A' TO HR-ACTION-CODE.
004420     PERFORM 3600-WRITE-CORRECTING-RECORD THRU 3600-EXIT.
004425     PERFORM 3800-SETTLE-POSITION THRU 3800-EXIT.
004430 3400-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470*3500-WRITE-REVERSAL-JOURNAL
004480*JOURNALS ONE REVERSAL UNDER TODAY'S RUN DATE.  THE CALLER
004490*HAS SET THE ACTION AND BOTH IMAGES, AND THE RESTORED IMAGE IN
004495*WS-IMAGE-RECORD, WHOSE ID THE REVERSAL IS JOURNALED UNDER.
004500******************************************************************
004510 3500-WRITE-REVERSAL-JOURNAL.
004520     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
004530     MOVE WS-TIMESTAMP             TO JRN-TIMESTAMP.
004540     MOVE "HELLOBO"                TO JRN-OPERATOR-ID.
004550     MOVE WS-RUN-DATE              TO JRN-RUN-DATE.
004560     MOVE WS-IMG-EMP-ID            TO JRN-EMP-ID.
004562     MOVE ZERO                     TO JRN-RUN-NUMBER.
004564     ADD 1 TO WS-JRNL-SEQUENCE.
004566     MOVE WS-JRNL-SEQUENCE         TO JRN-SEQUENCE.
004610******************************************************************
004620*3600-WRITE-CORRECTING-RECORD
004630*EXTRACTS ONE CORRECTING RECORD FOR THE HR LOAD FROM THE
004640*IMAGE IN WS-IMAGE-RECORD.  THE CALLER HAS SET THE ACTION
004645*AND, FOR A RE-KEY, THE PRIOR ID.
004650******************************************************************
004660 3600-WRITE-CORRECTING-RECORD.
004670     MOVE WS-IMG-EMP-ID        TO HR-EMP-ID.
004740     ELSE
004750         MOVE SPACES               TO HR-TERM-DATE
004760     END-IF.
004765     IF HR-ACTION-CODE NOT = 'K'
004766         MOVE SPACES               TO HR-OLD-EMP-ID
004767     END-IF.
004770     WRITE HR-INTERFACE-RECORD.
004780 3600-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820*3700-REVERSE-REKEY
004830*A RE-KEY BACKS OUT AS A MOVE BACK TO THE OLD ID - THE NEW ID
004840*IS DELETED AND THE BEFORE IMAGE WRITTEN.  THE REVERSAL
004850*JOURNALS AS A RE-KEY WITH THE IMAGES SWAPPED AND HR RECEIVES
004860*A 'K' CORRECTING RECORD MOVING ITS RECORD BACK THE SAME WAY.
004870*THE POSITION GOES BACK TO THE OLD ID WITH IT (3840).
004880******************************************************************
004890 3700-REVERSE-REKEY.
004900     MOVE WS-BO-AFTER (WS-BO-SUB) TO EMP-MASTER-RECORD.
004910     DELETE EMPMSTR-FILE
004920         INVALID KEY
004930             ADD 1 TO WS-REVERSALS-SKIPPED
004940             DISPLAY "HELLOBOJ RE-KEY TO "
004950                 WS-BO-EMP-ID (WS-BO-SUB)
004960                 " NOT ON MASTER - REVERSAL SKIPPED"
004970             GO TO 3700-EXIT
004980     END-DELETE.
004990     MOVE WS-BO-BEFORE (WS-BO-SUB) TO EMP-MASTER-RECORD.
005000     WRITE EMP-MASTER-RECORD
005010         INVALID KEY
005020             MOVE WS-BO-AFTER (WS-BO-SUB) TO EMP-MASTER-RECORD
005021             WRITE EMP-MASTER-RECORD
005022             IF WS-EMPMSTR-STATUS NOT = "00"
005023                 DISPLAY "HELLOBOR RE-KEY TO "
005024                     WS-BO-EMP-ID (WS-BO-SUB) " " EMP-NAME
005025                     " - NEW-ID RECORD NOT PUT BACK, STATUS "
005026                     WS-EMPMSTR-STATUS
005027                 DISPLAY "HELLOBOR EMPLOYEE IS OFF THE MASTER - "
005028                     "RESTORE FROM THE JOURNAL AFTER-IMAGE"
005029                 MOVE 16 TO RETURN-CODE
005030                 GO TO 3700-EXIT
005031             END-IF
005040             ADD 1 TO WS-REVERSALS-SKIPPED
005050             DISPLAY "HELLOBOK RE-KEY TO "
005060                 WS-BO-EMP-ID (WS-BO-SUB)
005070                 " - OLD ID ALREADY ON MASTER - REVERSAL SKIPPED"
005080             GO TO 3700-EXIT
005090     END-WRITE.
005100     ADD 1 TO WS-REKEYS-REVERSED.
005110     MOVE WS-BO-BEFORE (WS-BO-SUB) TO WS-IMAGE-RECORD.
005120     MOVE 'K'                      TO JRN-ACTION.
005130     MOVE WS-BO-AFTER (WS-BO-SUB)  TO JRN-BEFORE-IMAGE.
005140     MOVE WS-BO-BEFORE (WS-BO-SUB) TO JRN-AFTER-IMAGE.
005150     PERFORM 3500-WRITE-REVERSAL-JOURNAL THRU 3500-EXIT.
005160     MOVE 'K' TO HR-ACTION-CODE.
005170     MOVE WS-BO-EMP-ID (WS-BO-SUB) TO HR-OLD-EMP-ID.
005180     PERFORM 3600-WRITE-CORRECTING-RECORD THRU 3600-EXIT.
005190     PERFORM 3840-MOVE-ASSIGNMENT THRU 3840-EXIT.
005200     PERFORM 3800-SETTLE-POSITION THRU 3800-EXIT.
005210 3700-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250*3800-SETTLE-POSITION
005260*BRINGS THE POSITION OF THE EMPLOYEE IN WS-IMAGE-RECORD BACK INTO
005270*LINE WITH THE RECORD JUST RESTORED - HELLO'S 2950 RUN BACKWARDS.
005280*A TERMINATED EMPLOYEE, OR ONE HELD IN A POSITION OUTSIDE THE
005290*RESTORED DEPARTMENT, IS FREED; AN ACTIVE EMPLOYEE LEFT UNTIED IN
005300*A DEPARTMENT UNDER POSITION CONTROL RETAKES THE FIRST VACANCY
005310*THERE.  WITH NO VACANCY LEFT (THE SEAT WAS REFILLED SINCE) THE
005320*BACKOUT STILL STANDS - THE EMPLOYEE IS LEFT UNTIED, FLAGGED HERE
005330*AND ON THE HELLOPV VACANCY REPORT, FOR HELLOPM TO TIE BY HAND.
005340******************************************************************
005350 3800-SETTLE-POSITION.
005360     MOVE 'N' TO WS-EMP-ASSIGNED-SW.
005370     MOVE WS-IMG-EMP-ID TO PSA-EMP-ID.
005380     READ POSITION-ASSIGN-FILE
005390         NOT INVALID KEY
005400             SET WS-EMP-ASSIGNED TO TRUE
005410     END-READ.
005420     IF WS-EMP-ASSIGNED
005430        AND (WS-IMG-EMP-ST-TERMINATED
005440             OR PSA-DEPT-CODE NOT = WS-IMG-EMP-DEPT-CODE)
005450         PERFORM 3810-FREE-POSITION THRU 3810-EXIT
005460         MOVE 'N' TO WS-EMP-ASSIGNED-SW
005470     END-IF.
005480     IF WS-EMP-ASSIGNED
005490        OR NOT WS-IMG-EMP-ST-ACTIVE
005500         GO TO 3800-EXIT
005510     END-IF.
005520     PERFORM 3820-FIND-VACANCY THRU 3820-EXIT.
005530     IF NOT WS-DEPT-CONTROLLED
005540         GO TO 3800-EXIT
005550     END-IF.
005560     IF NOT WS-VACANCY-FOUND
005570         ADD 1 TO WS-POSITIONS-UNTIED
005580         DISPLAY "HELLOBOL NO VACANT POSITION IN "
005590             WS-IMG-EMP-DEPT-CODE " FOR RESTORED EMPLOYEE "
005600             WS-IMG-EMP-ID " - LEFT UNTIED"
005610         GO TO 3800-EXIT
005620     END-IF.
005630     PERFORM 3830-TAKE-POSITION THRU 3830-EXIT.
005640 3800-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680*3810-FREE-POSITION
005690*RELEASES THE POSITION THE EMPLOYEE IN WS-IMAGE-RECORD HOLDS, IF
005700*ANY.  THE POSITION REOPENS UNLESS IT IS FROZEN.
005710******************************************************************
005720 3810-FREE-POSITION.
005730     MOVE WS-IMG-EMP-ID TO PSA-EMP-ID.
005740     READ POSITION-ASSIGN-FILE
005750         INVALID KEY
005760             GO TO 3810-EXIT
005770     END-READ.
005780     MOVE PSA-POSITION-KEY TO POS-KEY.
005790     READ POSITION-FILE
005800         INVALID KEY
005810             DISPLAY "HELLOBOM POSITION " PSA-POSITION-KEY
005820                 " HELD BY " WS-IMG-EMP-ID " IS NOT ON THE "
005830                 "POSITION MASTER - ASSIGNMENT REMOVED"
005840         NOT INVALID KEY
005850             PERFORM 3812-RELEASE-ONE-SEAT THRU 3812-EXIT
005860     END-READ.
005870     DELETE POSITION-ASSIGN-FILE RECORD
005880         INVALID KEY
005890             DISPLAY "HELLOBON ASSIGNMENT OF " WS-IMG-EMP-ID
005900                 " DELETE FAILED - STATUS " WS-PSA-STATUS
005910         NOT INVALID KEY
005920             ADD 1 TO WS-POSITIONS-FREED
005930     END-DELETE.
005940 3810-EXIT.
005950     EXIT.
005960
005970 3812-RELEASE-ONE-SEAT.
005980     IF POS-FILLED-COUNT > ZERO
005990         SUBTRACT 1 FROM POS-FILLED-COUNT
006000     END-IF.
006010     IF NOT POS-ST-FROZEN
006020        AND POS-FILLED-COUNT < POS-AUTH-COUNT
006030         SET POS-ST-OPEN TO TRUE
006040     END-IF.
006050     MOVE WS-RUN-DATE TO POS-UPDATED-DATE.
006060     MOVE "HELLOBO"   TO POS-UPDATED-BY.
006070     REWRITE POSITION-RECORD
006080         INVALID KEY
006090             DISPLAY "HELLOBON POSITION " POS-KEY
006100                 " REWRITE FAILED - STATUS " WS-POSN-STATUS
006110     END-REWRITE.
006120 3812-EXIT.
006130     EXIT.
006140
006150*SCANS THE RESTORED DEPARTMENT'S POSITIONS IN NUMBER ORDER FOR THE
006160*FIRST ONE NOT FROZEN WITH FEWER INCUMBENTS THAN IT IS AUTHORIZED
006170*FOR.  A DEPARTMENT WITH NO POSITIONS IS NOT UNDER CONTROL.
006180 3820-FIND-VACANCY.
006190     MOVE 'N' TO WS-DEPT-CONTROLLED-SW.
006200     MOVE 'N' TO WS-VACANCY-FOUND-SW.
006210     MOVE 'N' TO WS-POSN-SCAN-DONE-SW.
006220     MOVE SPACES TO WS-VACANT-POS-KEY.
006230     MOVE WS-IMG-EMP-DEPT-CODE TO POS-DEPT-CODE.
006240     MOVE ZERO TO POS-NUMBER.
006250     START POSITION-FILE KEY NOT LESS THAN POS-KEY
006260         INVALID KEY
006270             SET WS-POSN-SCAN-DONE TO TRUE
006280     END-START.
006290     PERFORM 3822-CHECK-ONE-POSITION THRU 3822-EXIT
006300         UNTIL WS-POSN-SCAN-DONE OR WS-VACANCY-FOUND.
006310 3820-EXIT.
006320     EXIT.
006330
006340 3822-CHECK-ONE-POSITION.
006350     READ POSITION-FILE NEXT RECORD
006360         AT END
006370             SET WS-POSN-SCAN-DONE TO TRUE
006380     END-READ.
006390     IF WS-POSN-SCAN-DONE
006400         GO TO 3822-EXIT
006410     END-IF.
006420     IF POS-DEPT-CODE NOT = WS-IMG-EMP-DEPT-CODE
006430         SET WS-POSN-SCAN-DONE TO TRUE
006440         GO TO 3822-EXIT
006450     END-IF.
006460     SET WS-DEPT-CONTROLLED TO TRUE.
006470     IF POS-ST-FROZEN
006480        OR POS-FILLED-COUNT NOT < POS-AUTH-COUNT
006490         GO TO 3822-EXIT
006500     END-IF.
006510     SET WS-VACANCY-FOUND TO TRUE.
006520     MOVE POS-KEY TO WS-VACANT-POS-KEY.
006530 3822-EXIT.
006540     EXIT.
006550
006560*TIES THE RESTORED EMPLOYEE TO THE VACANCY 3820 FOUND AND COUNTS
006570*THEM AGAINST IT.
006580 3830-TAKE-POSITION.
006590     MOVE WS-VACANT-POS-KEY TO POS-KEY.
006600     READ POSITION-FILE
006610         INVALID KEY
006620             DISPLAY "HELLOBOM POSITION " WS-VACANT-POS-KEY
006630                 " FOR " WS-IMG-EMP-ID " IS NO LONGER ON THE "
006640                 "POSITION MASTER - NOT TIED"
006650             GO TO 3830-EXIT
006660     END-READ.
006670     ADD 1 TO POS-FILLED-COUNT.
006680     IF NOT POS-ST-FROZEN
006690        AND POS-FILLED-COUNT NOT < POS-AUTH-COUNT
006700         SET POS-ST-FILLED TO TRUE
006710     END-IF.
006720     MOVE WS-RUN-DATE TO POS-UPDATED-DATE.
006730     MOVE "HELLOBO"   TO POS-UPDATED-BY.
006740     REWRITE POSITION-RECORD
006750         INVALID KEY
006760             DISPLAY "HELLOBON POSITION " POS-KEY
006770                 " REWRITE FAILED - STATUS " WS-POSN-STATUS
006780             GO TO 3830-EXIT
006790     END-REWRITE.
006800     MOVE SPACES            TO POSITION-ASSIGN-RECORD.
006810     MOVE WS-IMG-EMP-ID     TO PSA-EMP-ID.
006820     MOVE WS-VACANT-POS-KEY TO PSA-POSITION-KEY.
006830     MOVE WS-RUN-DATE       TO PSA-ASSIGNED-DATE.
006840     MOVE "HELLOBO"         TO PSA-ASSIGNED-BY.
006850     WRITE POSITION-ASSIGN-RECORD
006860         INVALID KEY
006870             DISPLAY "HELLOBON ASSIGNMENT OF " WS-IMG-EMP-ID
006880                 " WRITE FAILED - STATUS " WS-PSA-STATUS
006890         NOT INVALID KEY
006900             ADD 1 TO WS-POSITIONS-RETAKEN
006910     END-WRITE.
006920 3830-EXIT.
006930     EXIT.
006940
006950*CARRIES A REVERSED RE-KEY'S POSITION FROM THE NEW ID IN THE
006960*BACKOUT ENTRY BACK TO THE OLD ID NOW IN WS-IMAGE-RECORD.
006970 3840-MOVE-ASSIGNMENT.
006980     MOVE WS-BO-EMP-ID (WS-BO-SUB) TO PSA-EMP-ID.
006990     READ POSITION-ASSIGN-FILE
007000         INVALID KEY
007010             GO TO 3840-EXIT
007020     END-READ.
007030     DELETE POSITION-ASSIGN-FILE RECORD
007040         INVALID KEY
007050             DISPLAY "HELLOBON ASSIGNMENT OF "
007060                 WS-BO-EMP-ID (WS-BO-SUB)
007070                 " DELETE FAILED - STATUS " WS-PSA-STATUS
007080             GO TO 3840-EXIT
007090     END-DELETE.
007100     MOVE WS-IMG-EMP-ID TO PSA-EMP-ID.
007110     WRITE POSITION-ASSIGN-RECORD
007120         INVALID KEY
007130             DISPLAY "HELLOBON ASSIGNMENT OF " WS-IMG-EMP-ID
007140                 " WRITE FAILED - STATUS " WS-PSA-STATUS
007150     END-WRITE.
007160 3840-EXIT.
007170     EXIT.
007175
007180 8000-TERMINATE.
007190     CLOSE EMPMSTR-FILE HR-INTERFACE-FILE.
007200     CLOSE POSITION-FILE POSITION-ASSIGN-FILE.
007210     DISPLAY "HELLOBOD JOURNAL RECORDS READ = " WS-JOURNAL-READ.
007220     DISPLAY "HELLOBOE ADDS REVERSED        = "
007230         WS-ADDS-REVERSED.
007240     DISPLAY "HELLOBOF UPDATES REVERSED     = "
007250         WS-UPDATES-REVERSED.
007260     DISPLAY "HELLOBOG PURGES REVERSED      = "
007270         WS-PURGES-REVERSED.
007280     DISPLAY "HELLOBOH REVERSALS SKIPPED    = "
007290         WS-REVERSALS-SKIPPED.
007300     DISPLAY "HELLOBOI RE-KEYS REVERSED     = "
007310         WS-REKEYS-REVERSED.
007320     DISPLAY "HELLOBOO POSITIONS FREED      = "
007330         WS-POSITIONS-FREED.
007340     DISPLAY "HELLOBOP POSITIONS RETAKEN    = "
007350         WS-POSITIONS-RETAKEN.
007360     DISPLAY "HELLOBOQ LEFT UNTIED          = "
007370         WS-POSITIONS-UNTIED.
007380     IF WS-POSITIONS-UNTIED > ZERO AND RETURN-CODE < 4
007390         MOVE 4 TO RETURN-CODE
007400     END-IF.
007410 8000-EXIT.
007420     EXIT.
007430
007440 8200-BUILD-TIMESTAMP.
007450     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007460     ACCEPT WS-CURRENT-TIME FROM TIME.
007470     STRING WS-CURRENT-DATE DELIMITED BY SIZE
007480            "-"             DELIMITED BY SIZE
007490            WS-CURRENT-TIME DELIMITED BY SIZE
007500         INTO WS-TIMESTAMP
007510     END-STRING.
007520 8200-EXIT.
007530     EXIT.
007540
007550 END PROGRAM HELLOBO.
