000290*  MODIFICATION HISTORY                                          *
000300*  --------------------                                          *
000310*  2026-08-22  DLR  NEW PROGRAM.                                 *
000311*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000312*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000313*                    THEN ENDED WITH ITS RETURN CODE AND         *
000314*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000315*                    MORNING SCORECARD.                          *
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000520 01  TP-AGERPT-LINE                 PIC X(132).

000530 WORKING-STORAGE SECTION.
000531     COPY TPHSTCB.

000540 77  TPSUSP-STATUS               PIC X(02) VALUE '00'.
000550 77  TPAGERPT-STATUS             PIC X(02) VALUE '00'.

000720 77  TP550-OVER-SLA-COUNT        PIC 9(07) VALUE ZERO.
000730 77  TP550-RESUBMITTED-COUNT     PIC 9(07) VALUE ZERO.
000740 77  TP550-CANCELLED-COUNT       PIC 9(07) VALUE ZERO.
000741 77  TP550-READ-COUNT            PIC 9(07) VALUE ZERO.
000750 77  TP550-WS-PARTNER-KEY        PIC X(78) VALUE SPACES.

000760 01  TP550-OVERALL-BUCKETS.
001620*  0000-MAINLINE                                                 *
001630******************************************************************
001640 0000-MAINLINE.
001641     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660     PERFORM 2000-AGE-SUSPENSE-RECORD THRU 2000-EXIT
001670         UNTIL TP550-NO-MORE-SUSPENSE.
001680     PERFORM 3000-PRODUCE-REPORT THRU 3000-EXIT.
001690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001691     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001700     GOBACK.

001701******************************************************************
001702*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001703*  RUNNING.                                                      *
001704******************************************************************
001705 0100-RUN-HISTORY-START.
001706     MOVE 'START'            TO TP-HST-REQUEST.
001707     MOVE 'TP550AGE'         TO TP-HST-PROGRAM-ID.
001708     MOVE SPACES             TO TP-HST-STREAM-ID.
001709     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001710     CALL 'TPRUNHST' USING TP-HST-CB.
001711 0100-EXIT.
001712     EXIT.

001713******************************************************************
001720*  1000-INITIALIZE                                               *
001730******************************************************************
001740 1000-INITIALIZE.
001910*  RECORDS ARE CLOSED - COUNTED AND PASSED OVER.                 *
001920******************************************************************
001930 2000-AGE-SUSPENSE-RECORD.
001931     ADD 1 TO TP550-READ-COUNT.
001940     EVALUATE TRUE
001950         WHEN TP-SUSP-PENDING-REVIEW
001960             ADD 1 TO TP550-PENDING-COUNT
004180     CLOSE TPAGERPT-FILE.
004190 9000-EXIT.
004200     EXIT.

004210******************************************************************
004220*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
004230*  ITS RETURN CODE AND COUNTS. IN IS SUSPENSE RECORDS READ, OUT  *
004240*  IS PENDING REVIEW, REJECT IS NOT KEPT.                        *
004250******************************************************************
004260 9900-RUN-HISTORY-END.
004270     MOVE 'END'              TO TP-HST-REQUEST.
004280     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
004290     MOVE TP550-READ-COUNT TO TP-HST-IN-COUNT.
004300     MOVE TP550-PENDING-COUNT TO TP-HST-OUT-COUNT.
004310     MOVE ZERO TO TP-HST-REJECT-COUNT.
004320     CALL 'TPRUNHST' USING TP-HST-CB.
004330 9900-EXIT.
004340     EXIT.
