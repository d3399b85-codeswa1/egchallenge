000190*              JOB LOG, THE EXCEPTION REPORT, A BROWSE OF THE
000200*              SUSPENSE FILE AND THE HELLOAK RECONCILIATION.
000210*              READS THE NIGHT'S RUN-CONTROL RECORD, THE
000220*              EXCEPTION FILE, THE SUSPENSE FILE, THE HR
000230*              INTERFACE/ACKNOWLEDGEMENT PAIR AND THE BADGE
000235*              INTERFACE/RETURN PAIR, AND PROVES:
000240*                READ = WRITTEN + REJECTED + PENDED + SKIPPED
000245*                       + HELD FOR REVIEW
000250*                SUSPENDED + DROPPED = REJECTED
000306*                PASSES LAST NIGHT'S DATE; OMITTED, TODAY'S
000308*                RUN DATE STANDS IN), SO A NIGHT THAT NEVER
000309*                RAN IS NOT PROVED AGAINST THE NIGHT BEFORE
000310*                EVERY TERMINATION SENT ON THE BADGE FILE CAME
000311*                BACK CONFIRMED AS REVOKED (THE UNCONFIRMED
000312*                COUNT IS PRINTED; HELLOBR LISTS THEM BY NAME)
000313*              ANY BREACH ENDS WITH RETURN CODE 8 SO THE
000320*              SCHEDULER PAGES INSTEAD OF THE 9 AM SURPRISE.
000330*MODIFICATION HISTORY:
000340*DATE       INIT DESCRIPTION
000350*---------- ---- ------------------------------------------------
000360*2026-09-02 DK   ORIGINAL PROGRAM.
000361*2026-10-15 DK   ADDED THE BADGE INTERFACE FILE AND ITS RETURN
000362*                FILE - REVOCATIONS SENT, CONFIRMED AND
000363*                UNCONFIRMED ARE PRINTED AND AN UNCONFIRMED
000364*                REVOCATION FAILS THE NIGHT.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. HELLOMB.
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-ACK-STATUS.
000690
000691     SELECT BADGE-FILE ASSIGN TO "BADGFILE"
000692         ORGANIZATION IS SEQUENTIAL
000693         FILE STATUS IS WS-BADG-STATUS.
000694
000695     SELECT BADGE-ACK-FILE ASSIGN TO "BADGACK"
000696         ORGANIZATION IS SEQUENTIAL
000697         FILE STATUS IS WS-BACK-STATUS.
000698
000700     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-RPT-STATUS.
000940     RECORDING MODE IS F.
000950     COPY HRACKREC.
000960
000961 FD  BADGE-FILE
000962     RECORDING MODE IS F.
000963     COPY BADGEREC.
000964
000965 FD  BADGE-ACK-FILE
000966     RECORDING MODE IS F.
000967     COPY BADGACK.
000968
000970 FD  REPORT-FILE
000980     RECORDING MODE IS F.
000990 01  REPORT-LINE                    PIC X(132).
001060     05  WS-SUSPIN-STATUS           PIC X(02).
001070     05  WS-HRIF-STATUS             PIC X(02).
001080     05  WS-ACK-STATUS              PIC X(02).
001083     05  WS-BADG-STATUS             PIC X(02).
001086     05  WS-BACK-STATUS             PIC X(02).
001090     05  WS-RPT-STATUS              PIC X(02).
001100
001110 01  WS-SWITCHES.
001190         88  WS-END-OF-HRIF                VALUE 'Y'.
001200     05  WS-EOF-ACK-SW              PIC X(01) VALUE 'N'.
001210         88  WS-END-OF-ACKS                VALUE 'Y'.
001211     05  WS-EOF-BADG-SW             PIC X(01) VALUE 'N'.
001212         88  WS-END-OF-BADGE               VALUE 'Y'.
001213     05  WS-EOF-BACK-SW             PIC X(01) VALUE 'N'.
001214         88  WS-END-OF-BADGE-ACKS          VALUE 'Y'.
001220     05  WS-FILES-OK-SW             PIC X(01) VALUE 'Y'.
001230         88  WS-FILES-OK                   VALUE 'Y'.
001240     05  WS-RUN-FOUND-SW            PIC X(01) VALUE 'N'.
001470     05  WS-ACKS-ACCEPTED           PIC 9(08) COMP VALUE ZERO.
001480     05  WS-ACKS-REJECTED           PIC 9(08) COMP VALUE ZERO.
001490     05  WS-CHECKS-FAILED           PIC 9(08) COMP VALUE ZERO.
001491     05  WS-BADGE-SENT              PIC 9(08) COMP VALUE ZERO.
001492     05  WS-REVOKES-SENT            PIC 9(08) COMP VALUE ZERO.
001493     05  WS-REVOKES-CONFIRMED       PIC 9(08) COMP VALUE ZERO.
001494     05  WS-REVOKES-UNCONFIRMED     PIC 9(08) COMP VALUE ZERO.
001500
001510 01  WS-BALANCE-WORK                PIC 9(08) COMP VALUE ZERO.
001520 01  WS-REJECT-RATE                 PIC 9(03)V9 VALUE ZERO.
002550             WS-ACK-STATUS
002560         MOVE 'N' TO WS-FILES-OK-SW
002570     END-IF.
002571     OPEN INPUT BADGE-FILE.
002572     IF WS-BADG-STATUS NOT = "00"
002573         DISPLAY "HELLOMB1 ERROR OPENING BADGE-FILE - STATUS "
002574             WS-BADG-STATUS
002575         MOVE 'N' TO WS-FILES-OK-SW
002576     END-IF.
002577     OPEN INPUT BADGE-ACK-FILE.
002578     IF WS-BACK-STATUS NOT = "00"
002579         DISPLAY "HELLOMB1 ERROR OPENING BADGE-ACK-FILE - STATUS "
002580             WS-BACK-STATUS
002581         MOVE 'N' TO WS-FILES-OK-SW
002582     END-IF.
002583     OPEN OUTPUT REPORT-FILE.
002590     IF WS-RPT-STATUS NOT = "00"
002600         DISPLAY "HELLOMB1 ERROR OPENING REPORT-FILE - STATUS "
002610             WS-RPT-STATUS
002770
002780******************************************************************
002790*2000-GATHER-THE-NIGHT
002800*PULLS THE PIECES OF THE NIGHT TOGETHER - THE LAST RUN-
002810*CONTROL RECORD, THE EXCEPTION LINE COUNT, THE SUSPENSE FILE
002820*COUNT AND THE INTERFACE/ACKNOWLEDGEMENT COUNTS FOR HR AND
002825*FOR BADGE.
002830******************************************************************
002840 2000-GATHER-THE-NIGHT.
002850     PERFORM 2100-TAKE-LAST-RUN-RECORD THRU 2100-EXIT
002920         UNTIL WS-END-OF-HRIF.
002930     PERFORM 2500-COUNT-ACKS THRU 2500-EXIT
002940         UNTIL WS-END-OF-ACKS.
002941     PERFORM 2600-COUNT-BADGE THRU 2600-EXIT
002942         UNTIL WS-END-OF-BADGE.
002943     PERFORM 2700-COUNT-BADGE-ACKS THRU 2700-EXIT
002944         UNTIL WS-END-OF-BADGE-ACKS.
002945*    MORE CONFIRMATIONS THAN REVOCATIONS SENT (A DOUBLED RETURN
002946*    FILE) IS NOT A CREDIT - THE UNCONFIRMED COUNT STOPS AT ZERO.
002947*    HELLOBR MATCHES THEM ONE FOR ONE.
002948     IF WS-REVOKES-CONFIRMED < WS-REVOKES-SENT
002949         COMPUTE WS-REVOKES-UNCONFIRMED =
002950             WS-REVOKES-SENT - WS-REVOKES-CONFIRMED
002951     END-IF.
002952 2000-EXIT.
002960     EXIT.
002970
002980 2100-TAKE-LAST-RUN-RECORD.
003690     END-IF.
003700 2500-EXIT.
003710     EXIT.
003711
003712******************************************************************
003713*2600-COUNT-BADGE / 2700-COUNT-BADGE-ACKS
003714*DETAIL RECORDS SENT TO BADGE, THE TERMINATIONS AMONG THEM, AND
003715*THE TERMINATIONS BADGE CONFIRMED AS REVOKED.
003716******************************************************************
003717 2600-COUNT-BADGE.
003718     READ BADGE-FILE
003719         AT END
003720             SET WS-END-OF-BADGE TO TRUE
003721             GO TO 2600-EXIT
003722     END-READ.
003723     IF BDG-DETAIL
003724         ADD 1 TO WS-BADGE-SENT
003725         IF BDG-ACT-TERM
003726             ADD 1 TO WS-REVOKES-SENT
003727         END-IF
003728     END-IF.
003729 2600-EXIT.
003730     EXIT.
003731
003732 2700-COUNT-BADGE-ACKS.
003733     READ BADGE-ACK-FILE
003734         AT END
003735             SET WS-END-OF-BADGE-ACKS TO TRUE
003736             GO TO 2700-EXIT
003737     END-READ.
003738     IF BDA-ACTION = 'T'
003739        AND BDA-REVOKED
003740         ADD 1 TO WS-REVOKES-CONFIRMED
003741     END-IF.
003742 2700-EXIT.
003743     EXIT.
003744
003745******************************************************************
003746*4000-PROVE-THE-NIGHT
003750*THE BALANCING ARITHMETIC.  EACH FAILED PROOF BUMPS THE
003760*FAILURE COUNT THAT DRIVES THE FINAL RETURN CODE.
003770******************************************************************
003970     IF WS-HRIF-SENT NOT = WS-ACKS-ACCEPTED
003980         ADD 1 TO WS-CHECKS-FAILED
003990     END-IF.
003992     IF WS-REVOKES-UNCONFIRMED > ZERO
003994         ADD 1 TO WS-CHECKS-FAILED
003996     END-IF.
004000     IF WS-RC-READ > ZERO
004010         COMPUTE WS-REJECT-RATE ROUNDED =
004020             WS-RC-REJECTED * 100 / WS-RC-READ
004670     MOVE "HR REJECTED"             TO CL-LABEL.
004680     MOVE WS-ACKS-REJECTED          TO CL-VALUE.
004690     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004691     MOVE "BADGE RECORDS SENT"      TO CL-LABEL.
004692     MOVE WS-BADGE-SENT             TO CL-VALUE.
004693     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004694     MOVE "BADGE REVOCATIONS SENT"  TO CL-LABEL.
004695     MOVE WS-REVOKES-SENT           TO CL-VALUE.
004696     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004697     MOVE "REVOCATIONS CONFIRMED"   TO CL-LABEL.
004698     MOVE WS-REVOKES-CONFIRMED      TO CL-VALUE.
004699     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004700     MOVE "UNCONFIRMED REVOCATIONS" TO CL-LABEL.
004701     MOVE WS-REVOKES-UNCONFIRMED    TO CL-VALUE.
004702     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004703     MOVE SPACES TO REPORT-LINE.
004710     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
004712     MOVE "RUN RECORD IS FOR THE EXPECTED BUSINESS DATE"
004714         TO CK-DESCRIPTION.
005040         MOVE "FAIL  " TO CK-VERDICT
005050     END-IF.
005060     PERFORM 5200-WRITE-CHECK-LINE THRU 5200-EXIT.
005061     MOVE "EVERY BADGE REVOCATION CONFIRMED"
005062         TO CK-DESCRIPTION.
005063     IF WS-REVOKES-UNCONFIRMED = ZERO
005064         MOVE "OK    " TO CK-VERDICT
005065     ELSE
005066         MOVE "FAIL  " TO CK-VERDICT
005067     END-IF.
005068     PERFORM 5200-WRITE-CHECK-LINE THRU 5200-EXIT.
005070     MOVE "REJECT RATE WITHIN TOLERANCE"
005080         TO CK-DESCRIPTION.
005090     IF WS-REJECT-RATE > WS-REJECT-LIMIT
005500           SUSPENSE-IN-FILE
005510           HR-INTERFACE-FILE
005520           ACK-FILE
005523           BADGE-FILE
005526           BADGE-ACK-FILE
005530           REPORT-FILE.
005540     DISPLAY "HELLOMB4 CHECKS FAILED = " WS-CHECKS-FAILED.
005543     DISPLAY "HELLOMB9 UNCONFIRMED BADGE REVOCATIONS = "
005546         WS-REVOKES-UNCONFIRMED.
005550     IF WS-NIGHT-BALANCED
005560         DISPLAY "HELLOMB5 THE NIGHT BALANCED"
005570     ELSE
