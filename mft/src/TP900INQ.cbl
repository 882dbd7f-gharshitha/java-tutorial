000510*  MODIFICATION HISTORY                                          *
000520*  --------------------                                          *
000530*  2026-09-03  DLR  NEW PROGRAM.                                 *
000532*  2026-10-15  DLR  TPACTARC RECORD LENGTH 392 TO MATCH THE      *
000534*                    TPACTLOG VERSION-RELEASE EXTENSION.         *
000535*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000536*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000537*                    THEN ENDED WITH ITS RETURN CODE AND         *
000538*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000539*                    MORNING SCORECARD.                          *
000540******************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.

000950 FD  TPACTARC-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  TP-ACTARC-RECORD               PIC X(392).

000980 FD  TPSUSPF-FILE
000990     LABEL RECORDS ARE STANDARD.
001120 01  TP-INQRPT-LINE                 PIC X(132).

001130 WORKING-STORAGE SECTION.
001131     COPY TPHSTCB.

001140 77  TPINQCTL-STATUS             PIC X(02) VALUE '00'.
001150 77  TPACTLOG-STATUS             PIC X(02) VALUE '00'.
001160 77  TPACTARC-STATUS             PIC X(02) VALUE '00'.
002420*  0000-MAINLINE                                                 *
002430******************************************************************
002440 0000-MAINLINE.
002441     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002460     IF TP900-CONTROL-IS-VALID
002470         PERFORM 2100-SCAN-LIVE-ACTIVITY THRU 2100-EXIT
002530         PERFORM 4000-PRINT-CHRONOLOGY THRU 4000-EXIT
002540     END-IF.
002550     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002551     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
002560     GOBACK.

002561******************************************************************
002562*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
002563*  RUNNING.                                                      *
002564******************************************************************
002565 0100-RUN-HISTORY-START.
002566     MOVE 'START'            TO TP-HST-REQUEST.
002567     MOVE 'TP900INQ'         TO TP-HST-PROGRAM-ID.
002568     MOVE SPACES             TO TP-HST-STREAM-ID.
002569     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002570     CALL 'TPRUNHST' USING TP-HST-CB.
002571 0100-EXIT.
002572     EXIT.

002573******************************************************************
002580*  1000-INITIALIZE - READ THE REQUEST CARDS.  A MISSING OR       *
002590*  BLANK DOCUMENT ID ENDS THE RUN WITH RETURN CODE 8.            *
002600******************************************************************
008130 9000-EXIT.
008140     EXIT.

008150******************************************************************
008160*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
008170*  ITS RETURN CODE AND COUNTS. IN IS NOT KEPT, OUT IS EVENTS     *
008180*  LISTED, REJECT IS NOT KEPT.                                   *
008190******************************************************************
008200 9900-RUN-HISTORY-END.
008210     MOVE 'END'              TO TP-HST-REQUEST.
008220     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
008230     MOVE ZERO TO TP-HST-IN-COUNT.
008240     MOVE TP900-EVENT-COUNT TO TP-HST-OUT-COUNT.
008250     MOVE ZERO TO TP-HST-REJECT-COUNT.
008260     CALL 'TPRUNHST' USING TP-HST-CB.
008270 9900-EXIT.
008280     EXIT.

008290 END PROGRAM TP900INQ.
