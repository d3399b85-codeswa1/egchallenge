000290*2026-08-21 DK   ORIGINAL PROGRAM.
000292*2026-09-02 DK   RE-APPLY THE NEW REHIRE ACTION 'R' AS A
000294*                REWRITE FROM THE AFTER IMAGE, LIKE A CHANGE.
000296*2026-10-15 DK   RE-APPLY THE RE-KEY ACTION 'K' - DELETE THE OLD
000298*                ID OF THE BEFORE IMAGE, WRITE THE AFTER IMAGE.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. HELLOFR.
000790     05  WS-CHANGES-APPLIED         PIC 9(08) COMP VALUE ZERO.
000800     05  WS-TERMS-APPLIED           PIC 9(08) COMP VALUE ZERO.
000805     05  WS-REHIRES-APPLIED         PIC 9(08) COMP VALUE ZERO.
000807     05  WS-REKEYS-APPLIED          PIC 9(08) COMP VALUE ZERO.
000810     05  WS-PURGES-APPLIED          PIC 9(08) COMP VALUE ZERO.
000820     05  WS-RECORDS-SKIPPED         PIC 9(08) COMP VALUE ZERO.
000830
001367             IF WS-APPLY-OK
001368                 ADD 1 TO WS-REHIRES-APPLIED
001369             END-IF
001371         WHEN JRN-ACTION-REKEY
001372             PERFORM 2500-APPLY-REKEY THRU 2500-EXIT
001373         WHEN JRN-ACTION-PURGE
001380             PERFORM 2400-APPLY-PURGE THRU 2400-EXIT
001390         WHEN OTHER
001400             ADD 1 TO WS-RECORDS-SKIPPED
002160     END-DELETE.
002170 2400-EXIT.
002180     EXIT.
002181
002182******************************************************************
002183*2500-APPLY-REKEY
002184*DELETES THE OLD ID CARRIED IN THE BEFORE IMAGE AND WRITES THE
002185*AFTER IMAGE UNDER THE NEW ID.  AN OLD ID ALREADY ABSENT, OR A
002186*NEW ID ALREADY PRESENT, MEANS THE BACKUP POSTDATES THE MOVE -
002187*THE NEW RECORD IS REWRITTEN TO THE JOURNALED IMAGE INSTEAD.
002188******************************************************************
002189 2500-APPLY-REKEY.
002190     MOVE JRN-BEFORE-IMAGE TO EMP-MASTER-RECORD.
002191     DELETE EMPMSTR-FILE
002192         INVALID KEY
002193             CONTINUE
002194     END-DELETE.
002195     PERFORM 2300-APPLY-REWRITE THRU 2300-EXIT.
002196     IF WS-APPLY-OK
002197         ADD 1 TO WS-REKEYS-APPLIED
002198     END-IF.
002199 2500-EXIT.
002200     EXIT.
002201
002202 8000-TERMINATE.
002210     CLOSE JOURNAL-FILE EMPMSTR-FILE.
002220     DISPLAY "HELLOFR5 JOURNAL RECORDS READ = " WS-RECORDS-READ.
002230     DISPLAY "HELLOFR6 ADDS APPLIED         = " WS-ADDS-APPLIED.
002260     DISPLAY "HELLOFR8 TERMS APPLIED        = " WS-TERMS-APPLIED.
002262     DISPLAY "HELLOFRB REHIRES APPLIED      = "
002264         WS-REHIRES-APPLIED.
002266     DISPLAY "HELLOFRC RE-KEYS APPLIED      = "
002268         WS-REKEYS-APPLIED.
002270     DISPLAY "HELLOFR9 PURGES APPLIED       = "
002280         WS-PURGES-APPLIED.
002290     DISPLAY "HELLOFRA RECORDS SKIPPED      = "
