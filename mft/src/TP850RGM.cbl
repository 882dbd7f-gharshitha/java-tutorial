000300*               A DEACTIVATE/REACTIVATE INSTEAD OF APPLYING IT;  *
000310*               BLANK OR TODAY APPLIES IMMEDIATELY               *
000320*    COL 69-76  OPERATOR ID  (REQUIRED)                          *
000325*    COL 77-80  REASON CODE, CARRIED TO THE JOURNAL              *
000330*                                                                *
000340*  BEFORE THE TRANSACTIONS ARE APPLIED, ANY STAGED STATUS        *
000350*  WHOSE EFFECTIVE DATE HAS ARRIVED IS PROMOTED.  EVERY CHANGE   *
000360*  - PROMOTED OR KEYED - WRITES A BEFORE/AFTER AUDIT RECORD TO   *
000365*  TPARDAUD AND TO THE TPOPRJNL OPERATOR ACTION JOURNAL, AND A   *
000370*  FULL REGISTRY LISTING IS PRINTED AFTER EACH RUN SO            *
000380*  OPERATIONS CAN VERIFY THE REGISTRY WITHOUT TOUCHING THE       *
000390*  FILE.  REJECTED TRANSACTIONS, OR A CHANGE THAT COULD NOT      *
000400*  BE JOURNALED, END THE RUN WITH RETURN CODE 4.                 *
000410*                                                                *
000420*  MODIFICATION HISTORY                                          *
000430*  --------------------                                          *
000440*  2026-08-22  DLR  NEW PROGRAM.                                 *
000441*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000442*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000443*                    THEN ENDED WITH ITS RETURN CODE AND         *
000444*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000445*                    MORNING SCORECARD.                          *
000446*  2026-10-15  DLR  THE CARD NOW CARRIES A REASON CODE (COLUMNS  *
000447*                    77-80), AND EVERY CHANGE AUDITED ON         *
000448*                    TPARDAUD IS ALSO WRITTEN TO THE TPOPRJNL    *
000449*                    OPERATOR ACTION JOURNAL THROUGH TPOPRLOG.   *
000450*                    A PROMOTED STATUS IS JOURNALED AS DEFERRED  *
000451*                    UNDER THE OPERATOR WHO STAGED IT.           *
000452******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000770     05  TP-RGMTXN-DESCRIPTION      PIC X(40).
000780     05  TP-RGMTXN-EFF-DATE         PIC X(08).
000790     05  TP-RGMTXN-OPERATOR-ID      PIC X(08).
000800     05  TP-RGMTXN-REASON           PIC X(04).

000810 FD  TPARDREG-FILE
000820     LABEL RECORDS ARE STANDARD.
000890 01  TP-RGMRPT-LINE                 PIC X(132).

000900 WORKING-STORAGE SECTION.
000901     COPY TPHSTCB.
000902     COPY TPJNLCB.

000910 77  TPRGMTXN-STATUS             PIC X(02) VALUE '00'.
000920 77  TPARDREG-STATUS             PIC X(02) VALUE '00'.
000930 77  TPARDAUD-STATUS             PIC X(02) VALUE '00'.
001590*  0000-MAINLINE                                                 *
001600******************************************************************
001610 0000-MAINLINE.
001611     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630     PERFORM 1500-PROMOTE-DUE-STATUS THRU 1500-EXIT.
001650     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001680     PERFORM 3000-PRINT-REGISTRY-LISTING THRU 3000-EXIT.
001690     PERFORM 3500-PRINT-SUMMARY THRU 3500-EXIT.
001700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001701     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001710     GOBACK.

001711******************************************************************
001712*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001713*  RUNNING.                                                      *
001714******************************************************************
001715 0100-RUN-HISTORY-START.
001716     MOVE 'START'            TO TP-HST-REQUEST.
001717     MOVE 'TP850RGM'         TO TP-HST-PROGRAM-ID.
001718     MOVE SPACES             TO TP-HST-STREAM-ID.
001719     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001720     CALL 'TPRUNHST' USING TP-HST-CB.
001721 0100-EXIT.
001722     EXIT.

001723******************************************************************
001730*  1000-INITIALIZE                                               *
001740******************************************************************
001750 1000-INITIALIZE.
004500     MOVE TP850-BEFORE-IMAGE       TO TP-ARDAUD-BEFORE-IMAGE.
004510     MOVE TP-ARDREG-RECORD         TO TP-ARDAUD-AFTER-IMAGE.
004520     WRITE TP-ARDAUD-RECORD.
004525     PERFORM 2650-JOURNAL-ACTION THRU 2650-EXIT.
004526 2600-EXIT.
004527     EXIT.

004528******************************************************************
004529*  2650-JOURNAL-ACTION - THE SAME CHANGE, TO THE OPERATOR ACTION *
004530*  JOURNAL.  A PROMOTION WAS KEYED ON AN EARLIER RUN'S CARD, SO  *
004531*  IT IS FILED AS DEFERRED WITH THE STAGING OPERATOR.            *
004532******************************************************************
004533 2650-JOURNAL-ACTION.
004534     MOVE 'TP850RGM'               TO TP-JNL-PROGRAM-ID.
004535     MOVE TP-ARDAUD-OPERATOR-ID    TO TP-JNL-OPERATOR-ID.
004536     MOVE 'REGISTRY'               TO TP-JNL-OBJECT-TYPE.
004537     MOVE TP-ARDAUD-ACTION         TO TP-JNL-ACTION.
004538     IF TP-ARDAUD-ACTION = 'PROMOTED'
004539         SET TP-JNL-DEFERRED       TO TRUE
004540         MOVE 'STAGED STATUS REACHED ITS EFFECTIVE DATE'
004541                                   TO TP-JNL-REASON
004542     ELSE
004543         SET TP-JNL-KEYED          TO TRUE
004544         MOVE TP-RGMTXN-REASON     TO TP-JNL-REASON
004545     END-IF.
004546     MOVE TP-ARDAUD-APPLICATION-ID TO TP-JNL-OBJECT-KEY.
004547     MOVE TP-ARDAUD-BEFORE-IMAGE   TO TP-JNL-BEFORE-VALUE.
004548     MOVE TP-ARDAUD-AFTER-IMAGE    TO TP-JNL-AFTER-VALUE.
004549     MOVE RETURN-CODE              TO TP-JNL-RETURN-CODE.
004550     CALL 'TPOPRLOG' USING TP-JNL-CB.
004551     IF NOT TP-JNL-OKAY
004552        AND RETURN-CODE < 4
004553         MOVE 4 TO RETURN-CODE
004554     END-IF.
004555 2650-EXIT.
004556     EXIT.

004557 2700-PRINT-TXN-RESULT.
004560     MOVE TP-RGMTXN-ACTION         TO TP850-T-ACTION.
004570     MOVE TP-RGMTXN-APPLICATION-ID TO TP850-T-APPLICATION-ID.
004580     MOVE TP850-MSG                TO TP850-T-RESULT.
005260 9000-EXIT.
005270     EXIT.

005280******************************************************************
005290*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
005300*  ITS RETURN CODE AND COUNTS. IN IS TRANSACTIONS READ, OUT IS   *
005310*  APPLIED, REJECT IS REJECTED.                                  *
005320******************************************************************
005330 9900-RUN-HISTORY-END.
005340     MOVE 'END'              TO TP-HST-REQUEST.
005350     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
005360     COMPUTE TP-HST-IN-COUNT
005370         = TP850-APPLIED-COUNT
005380         + TP850-STAGED-COUNT
005390         + TP850-REJECTED-COUNT.
005400     MOVE TP850-APPLIED-COUNT TO TP-HST-OUT-COUNT.
005410     MOVE TP850-REJECTED-COUNT TO TP-HST-REJECT-COUNT.
005420     CALL 'TPRUNHST' USING TP-HST-CB.
005430 9900-EXIT.
005440     EXIT.

005450 END PROGRAM TP850RGM.
