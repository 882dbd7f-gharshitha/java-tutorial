000312*                    ONE REPORT LINE.  AN ALIAS WITH NO ACTIVE    *
000313*                    CROSS-REFERENCE KEEPS ITS OLD ALIAS-FORM KEY *
000314*                    AND IS LISTED ON A NEW EXCEPTION PAGE.       *
000315*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN  *
000316*                    HISTORY THROUGH TPRUNHST - RUNNING AT START, *
000317*                    THEN ENDED WITH ITS RETURN CODE AND          *
000318*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR      *
000319*                    MORNING SCORECARD.                           *
000320******************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000580 01  TP-DXRPT-LINE                 PIC X(132).

000590 WORKING-STORAGE SECTION.
000591     COPY TPHSTCB.

000600 77  TPACTLOG-STATUS            PIC X(02)  VALUE '00'.
000610 77  TPEXCTRD-STATUS            PIC X(02)  VALUE '00'.
000615 77  TPALSXRF-STATUS            PIC X(02)  VALUE '00'.
000680 77  TP200-PRIOR-DATE           PIC 9(08)  VALUE ZERO.
000690 77  TP200-TODAY-COUNT          PIC 9(07)  VALUE ZERO.
000700 77  TP200-PRIOR-COUNT          PIC 9(07)  VALUE ZERO.
000701 77  TP200-READ-COUNT           PIC 9(07)  VALUE ZERO.
000710 77  TP200-DELTA                PIC S9(07) VALUE ZERO.
000720 77  TP200-IX                   PIC 9(04)  VALUE ZERO.
000730 77  TP200-SUB                  PIC 9(04)  VALUE ZERO.
001110*  0000-MAINLINE                                                 *
001120******************************************************************
001130 0000-MAINLINE.
001131     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-ACCUMULATE-TODAY THRU 2000-EXIT
001160         UNTIL TP200-NO-MORE-ACTIVITY.
001170     PERFORM 3000-PRODUCE-REPORT THRU 3000-EXIT.
001180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001181     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001190     GOBACK.

001191******************************************************************
001192*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001193*  RUNNING.                                                      *
001194******************************************************************
001195 0100-RUN-HISTORY-START.
001196     MOVE 'START'            TO TP-HST-REQUEST.
001197     MOVE 'TP200DXR'         TO TP-HST-PROGRAM-ID.
001198     MOVE SPACES             TO TP-HST-STREAM-ID.
001199     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001200     CALL 'TPRUNHST' USING TP-HST-CB.
001201 0100-EXIT.
001202     EXIT.

001203******************************************************************
001210*  1000-INITIALIZE                                               *
001220******************************************************************
001230 1000-INITIALIZE.
001390*  LIFETIME OF ACTIVITY INSTEAD OF JUST TODAY'S.                 *
001400******************************************************************
001410 2000-ACCUMULATE-TODAY.
001411     ADD 1 TO TP200-READ-COUNT.
001412     IF TP-ACTLOG-RUN-DATE = TP200-REPORT-DATE
001414        AND TP-ACTLOG-IS-PERFORM-MAPPING
001415         ADD 1 TO TP200-TODAY-COUNT
001420         PERFORM 2100-BUILD-PARTNER-KEY THRU 2100-EXIT
001430         PERFORM 2200-FIND-OR-ADD-ENTRY THRU 2200-EXIT
001440         IF NOT TP200-TABLE-IS-FULL
002590     CLOSE TPDXRPT-FILE.
002600 9000-EXIT.
002610     EXIT.

002620******************************************************************
002630*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
002640*  ITS RETURN CODE AND COUNTS. IN IS ACTIVITY RECORDS READ, OUT  *
002650*  IS TODAY'S MAPPINGS TALLIED, REJECT IS NOT KEPT.              *
002660******************************************************************
002670 9900-RUN-HISTORY-END.
002680     MOVE 'END'              TO TP-HST-REQUEST.
002690     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002700     MOVE TP200-READ-COUNT TO TP-HST-IN-COUNT.
002710     MOVE TP200-TODAY-COUNT TO TP-HST-OUT-COUNT.
002720     MOVE ZERO TO TP-HST-REJECT-COUNT.
002730     CALL 'TPRUNHST' USING TP-HST-CB.
002740 9900-EXIT.
002750     EXIT.
