000330*  MODIFICATION HISTORY                                          *
000340*  --------------------                                          *
000350*  2026-08-22  DLR  NEW PROGRAM.                                 *
000351*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000352*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000353*                    THEN ENDED WITH ITS RETURN CODE AND         *
000354*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000355*                    MORNING SCORECARD.                          *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000620 01  TP-ARQRPT-LINE                 PIC X(132).

000630 WORKING-STORAGE SECTION.
000631     COPY TPHSTCB.

000640 77  TPARQCTL-STATUS             PIC X(02) VALUE '00'.
000650 77  TPACTARC-STATUS             PIC X(02) VALUE '00'.
000660 77  TPARQRPT-STATUS             PIC X(02) VALUE '00'.
000690 77  TP710-CTL-VALID-SW          PIC X(01) VALUE 'N'.
000700     88  TP710-CONTROL-IS-VALID         VALUE 'Y'.
000710 77  TP710-MATCH-COUNT           PIC 9(07) VALUE ZERO.
000711 77  TP710-READ-COUNT            PIC 9(07) VALUE ZERO.
000720 77  TP710-WS-PARTNER-KEY        PIC X(78) VALUE SPACES.

000730 01  TP710-REQUEST.
001130*  0000-MAINLINE                                                 *
001140******************************************************************
001150 0000-MAINLINE.
001151     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001170     IF TP710-CONTROL-IS-VALID
001180         PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT
001210         WRITE TP-ARQRPT-LINE FROM TP710-SUMMARY-LINE
001220     END-IF.
001230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001231     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001240     GOBACK.

001241******************************************************************
001242*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001243*  RUNNING.                                                      *
001244******************************************************************
001245 0100-RUN-HISTORY-START.
001246     MOVE 'START'            TO TP-HST-REQUEST.
001247     MOVE 'TP710ARQ'         TO TP-HST-PROGRAM-ID.
001248     MOVE SPACES             TO TP-HST-STREAM-ID.
001249     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001250     CALL 'TPRUNHST' USING TP-HST-CB.
001251 0100-EXIT.
001252     EXIT.

001253******************************************************************
001260*  1000-INITIALIZE - READ THE REQUEST CARDS.  A MISSING OR       *
001270*  MALFORMED PARTNER CARD ENDS THE RUN WITH RETURN CODE 8.       *
001280******************************************************************
001910*  IDENTITY AND ARE SKIPPED, AS IN THE DAILY REPORTS.            *
001920******************************************************************
001930 2000-SCAN-ARCHIVE.
001931     ADD 1 TO TP710-READ-COUNT.
001940     IF TP-ACTLOG-IS-PERFORM-MAPPING
001950        AND TP-ACTLOG-PARTNER-FORM = TP710-REQ-PARTNER-FORM
001960        AND TP-ACTLOG-RUN-DATE NOT < TP710-REQ-FROM-DATE
002510 9000-EXIT.
002520     EXIT.

002530******************************************************************
002540*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
002550*  ITS RETURN CODE AND COUNTS. IN IS ARCHIVE RECORDS READ, OUT   *
002560*  IS MATCHES LISTED, REJECT IS NOT KEPT.                        *
002570******************************************************************
002580 9900-RUN-HISTORY-END.
002590     MOVE 'END'              TO TP-HST-REQUEST.
002600     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002610     MOVE TP710-READ-COUNT TO TP-HST-IN-COUNT.
002620     MOVE TP710-MATCH-COUNT TO TP-HST-OUT-COUNT.
002630     MOVE ZERO TO TP-HST-REJECT-COUNT.
002640     CALL 'TPRUNHST' USING TP-HST-CB.
002650 9900-EXIT.
002660     EXIT.

002670 END PROGRAM TP710ARQ.
