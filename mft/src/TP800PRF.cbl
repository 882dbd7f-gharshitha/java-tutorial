000350*  MODIFICATION HISTORY                                          *
000360*  --------------------                                          *
000370*  2026-08-22  DLR  NEW PROGRAM.                                 *
000371*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000372*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000373*                    THEN ENDED WITH ITS RETURN CODE AND         *
000374*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000375*                    MORNING SCORECARD.                          *
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000660 01  TP-PRFRPT-LINE                 PIC X(132).

000670 WORKING-STORAGE SECTION.
000671     COPY TPHSTCB.

000680 77  TPPRFCTL-STATUS             PIC X(02) VALUE '00'.
000690 77  TPACTLOG-STATUS             PIC X(02) VALUE '00'.
000700 77  TPPRFRPT-STATUS             PIC X(02) VALUE '00'.
000840 77  TP800-LOW-SUB               PIC 9(04) VALUE ZERO.
000850 77  TP800-WS-PARTNER-KEY        PIC X(78) VALUE SPACES.
000860 77  TP800-TOTAL-COUNT           PIC 9(07) VALUE ZERO.
000861 77  TP800-READ-COUNT            PIC 9(07) VALUE ZERO.
000870 77  TP800-TOTAL-HSEC            PIC 9(11) COMP VALUE ZERO.
000880 77  TP800-CALL-START-HSEC       PIC 9(09) COMP VALUE ZERO.
000890 77  TP800-CALL-END-HSEC         PIC 9(09) COMP VALUE ZERO.
001660*  0000-MAINLINE                                                 *
001670******************************************************************
001680 0000-MAINLINE.
001681     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     PERFORM 2000-ACCUMULATE-TODAY THRU 2000-EXIT
001710         UNTIL TP800-NO-MORE-ACTIVITY.
001720     PERFORM 3000-PRODUCE-REPORT THRU 3000-EXIT.
001730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001731     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001740     GOBACK.

001741******************************************************************
001742*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001743*  RUNNING.                                                      *
001744******************************************************************
001745 0100-RUN-HISTORY-START.
001746     MOVE 'START'            TO TP-HST-REQUEST.
001747     MOVE 'TP800PRF'         TO TP-HST-PROGRAM-ID.
001748     MOVE SPACES             TO TP-HST-STREAM-ID.
001749     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001750     CALL 'TPRUNHST' USING TP-HST-CB.
001751 0100-EXIT.
001752     EXIT.

001753******************************************************************
001760*  1000-INITIALIZE - THE WINDOW CARD IS OPTIONAL; WITHOUT IT     *
001770*  THE SPAN IS REPORTED WITH NO FITS/EXCEEDS VERDICT.            *
001780******************************************************************
002070*  TIMING FIELDS EXISTED CARRY SPACES THERE AND ARE SKIPPED.     *
002080******************************************************************
002090 2000-ACCUMULATE-TODAY.
002091     ADD 1 TO TP800-READ-COUNT.
002100     IF TP-ACTLOG-RUN-DATE = TP800-RUN-DATE
002110        AND TP-ACTLOG-IS-PERFORM-MAPPING
002120        AND TP-ACTLOG-ELAPSED-HSEC NUMERIC
004380 9000-EXIT.
004390     EXIT.

004400******************************************************************
004410*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
004420*  ITS RETURN CODE AND COUNTS. IN IS ACTIVITY RECORDS READ, OUT  *
004430*  IS TIMED MAPPINGS MEASURED, REJECT IS NOT KEPT.               *
004440******************************************************************
004450 9900-RUN-HISTORY-END.
004460     MOVE 'END'              TO TP-HST-REQUEST.
004470     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
004480     MOVE TP800-READ-COUNT TO TP-HST-IN-COUNT.
004490     MOVE TP800-TOTAL-COUNT TO TP-HST-OUT-COUNT.
004500     MOVE ZERO TO TP-HST-REJECT-COUNT.
004510     CALL 'TPRUNHST' USING TP-HST-CB.
004520 9900-EXIT.
004530     EXIT.

004540 END PROGRAM TP800PRF.
